       identification division.
       program-id. "day3-repack-age".

       environment division.
       input-output section.
       file-control.
           select optional day3-repack assign to "day3repack.dat"
               organization line sequential
               file status is ws-repack-status.
           select optional elf-roster assign to "elf-roster.dat"
               organization line sequential
               file status is ws-roster-status.
           select age-sort assign to "day3repack.srt".
           select age-report assign to "day3repack-age.dat"
               organization line sequential.
           select optional central-exc assign to "exceptions.dat"
               organization line sequential
               file status is ws-central-status.

       data division.
       file section.
       fd day3-repack.
       copy "day3-repack-record.cpy".

       fd elf-roster.
       01 roster-record.
           05 roster-record-id pic 9(9).
           05 roster-record-name pic x(20).
           05 roster-record-status pic x(1).
           05 roster-record-eff pic x(8).
           05 roster-record-end pic x(8).
           05 roster-record-team pic x(4).
           05 roster-record-unit pic x(4).
           05 roster-record-team-eff pic x(8).

       sd age-sort.
       01 asr-record.
           05 asr-level pic 9(1).
           05 asr-priority pic 9(3).
           05 asr-order pic 9(7).
           05 asr-age pic 9(5).
           05 asr-allowed pic 9(3).
           05 asr-data pic x(60).

       fd age-report.
       01 age-report-record pic x(132).

       fd central-exc.
       copy "std-exception-record.cpy".

       working-storage section.
       01 ws-repack-status pic xx.
       01 ws-repack-eof pic x(1) value 'N'.
           88 repack-eof value 'Y'.
       01 ws-rpk-count pic 9(5) value 0.
       01 ws-rpk-table.
           05 ws-rpk-entry occurs 1 to 20000 times
               depending on ws-rpk-count.
               10 ws-rpk-data pic x(60).
       01 ws-rpk-index pic 9(5).
       01 ws-rpk-full pic x(1) value 'N'.
           88 rpk-table-full value 'Y'.
       01 ws-roster-status pic xx.
       01 ws-roster-eof pic x(1) value 'N'.
           88 roster-eof value 'Y'.
       01 ws-roster-count pic 9(5) value 0.
       01 ws-roster-table.
           05 ws-roster-entry occurs 1 to 30000 times
               depending on ws-roster-count.
               10 ws-roster-id pic 9(9).
               10 ws-roster-name pic x(20).
       01 ws-roster-index pic 9(5).
       01 ws-lookup-id pic 9(9).
       01 ws-lookup-name pic x(20).
       01 ws-central-status pic xx.
       copy "run-parms.cpy".
       01 ws-parm-index pic 9(3).
       01 ws-parm-lookup pic x(20).
       01 ws-parm-fnd pic x(1) value 'N'.
           88 parm-found value 'Y'.
       01 ws-parm-found-value pic x(40).
       01 ws-urgent-priority pic 9(3) value 27.
       01 ws-urgent-days pic 9(3) value 1.
       01 ws-normal-days pic 9(3) value 3.
       01 ws-today-num pic 9(8).
       01 ws-today-int pic 9(9).
       01 ws-raised-num pic 9(8).
       01 ws-age pic 9(5).
       01 ws-allowed pic 9(3).
       01 ws-level pic 9(1).
       01 ws-changed-count pic 9(5) value 0.
       01 ws-open-count pic 9(5) value 0.
       01 ws-level-count pic 9(5) occurs 3 times.
       01 ws-asr-eof pic x(1) value 'N'.
           88 asr-eof value 'Y'.
       01 ws-report-line pic x(132).
       01 ws-level-label pic x(9).
       01 ws-run-timestamp pic x(21).
       copy "bus-date-record.cpy".
       copy "file-gen-record.cpy".

       procedure division.
           move function current-date to ws-run-timestamp
           perform get-business-date
           perform load-run-parms
           move ws-run-timestamp(1:8) to ws-today-num
           compute ws-today-int = function integer-of-date(ws-today-num)
           perform load-repack-orders
           if ws-rpk-count = 0
               display "NO REPACK ORDERS ON FILE - NOTHING TO AGE"
               stop run
           end-if
           perform load-roster
           move 0 to ws-level-count(1)
           move 0 to ws-level-count(2)
           move 0 to ws-level-count(3)
           open output age-report
           move spaces to ws-report-line
           string
               "OPEN REPACK ORDERS AGED AT " delimited by size
               ws-run-timestamp(1:8) delimited by size
               " - PRIORITY " delimited by size
               ws-urgent-priority delimited by size
               " AND OVER ALLOWED " delimited by size
               ws-urgent-days delimited by size
               " DAYS, OTHERS " delimited by size
               ws-normal-days delimited by size
               into ws-report-line
           end-string
           write age-report-record from ws-report-line
           sort age-sort
               on descending key asr-level asr-priority
               on ascending key asr-order
               input procedure is release-open-orders
               output procedure is write-age-lines
           perform write-age-summary
           close age-report
           if ws-changed-count > 0
               perform save-repack-orders
           end-if
           display ws-open-count " OPEN REPACK ORDERS, "
               ws-level-count(2) " OVERDUE, "
               ws-level-count(3) " ESCALATED - SEE day3repack-age.dat"
           if ws-level-count(3) > 0
               move 8 to return-code
           else
               if ws-level-count(2) > 0
                   move 4 to return-code
               end-if
           end-if
           if rpk-table-full and return-code = 0
               move 4 to return-code
           end-if.

       stop run.

       get-business-date.
           move 'G' to bd-function
           move spaces to bd-date
           call "busdate" using bd-record
               on exception
                   display "BUSDATE MODULE NOT AVAILABLE - "
                       "USING SYSTEM DATE"
           end-call
           if bd-date not = spaces and bd-date numeric
               move bd-date to ws-run-timestamp(1:8)
           end-if.

       load-run-parms.
           call "runparm" using run-parms
               on exception
                   move 0 to parm-count
           end-call
           move "REPACK-URGENT-PRI" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               and function numval(ws-parm-found-value) > 0
               compute ws-urgent-priority =
                   function numval(ws-parm-found-value)
           end-if
           move "REPACK-URGENT-DAYS" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               and function numval(ws-parm-found-value) > 0
               compute ws-urgent-days =
                   function numval(ws-parm-found-value)
           end-if
           move "REPACK-DAYS" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               and function numval(ws-parm-found-value) > 0
               compute ws-normal-days =
                   function numval(ws-parm-found-value)
           end-if.

       find-run-parm.
           move 'N' to ws-parm-fnd
           move spaces to ws-parm-found-value
           perform varying ws-parm-index from 1 by 1
               until ws-parm-index > parm-count
               if parm-key(ws-parm-index) = ws-parm-lookup
                   move parm-value(ws-parm-index)
                       to ws-parm-found-value
                   move 'Y' to ws-parm-fnd
               end-if
           end-perform.

       load-repack-orders.
           open input day3-repack
           if ws-repack-status = "00"
               perform until repack-eof
                   read day3-repack
                       AT END move 'Y' to ws-repack-eof
                       not AT END
                           if ws-rpk-count >= 20000
                               if not rpk-table-full
                                   display "REPACK FILE EXCEEDS 20000 "
                                       "ORDERS - ESCALATIONS NOT SAVED"
                               end-if
                               move 'Y' to ws-rpk-full
                           else
                               add 1 to ws-rpk-count
                               move rpk-record
                                   to ws-rpk-data(ws-rpk-count)
                           end-if
                   end-read
               end-perform
           end-if
           close day3-repack.

       save-repack-orders.
           if rpk-table-full
               display "REPACK FILE NOT REWRITTEN - TABLE OVERFLOWED "
                   "AT LOAD"
               exit paragraph
           end-if
           move 'B' to fg-function
           move "day3repack.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output day3-repack
           perform varying ws-rpk-index from 1 by 1
               until ws-rpk-index > ws-rpk-count
               move ws-rpk-data(ws-rpk-index) to rpk-record
               write rpk-record
           end-perform
           close day3-repack.

       load-roster.
           open input elf-roster
           if ws-roster-status = "00"
               perform until roster-eof
                   read elf-roster
                       AT END move 'Y' to ws-roster-eof
                       not AT END
                           if ws-roster-count < 30000
                               add 1 to ws-roster-count
                               move roster-record-id
                                   to ws-roster-id(ws-roster-count)
                               move roster-record-name
                                   to ws-roster-name(ws-roster-count)
                           end-if
                   end-read
               end-perform
           end-if
           close elf-roster.

       find-roster-name.
           move spaces to ws-lookup-name
           perform varying ws-roster-index from 1 by 1
               until ws-roster-index > ws-roster-count
               if ws-roster-id(ws-roster-index) = ws-lookup-id
                   move ws-roster-name(ws-roster-index)
                       to ws-lookup-name
               end-if
           end-perform.

      *    an order may stay open for a number of days set by its
      *    item's priority value: the urgent priorities get the short
      *    allowance. past the allowance it is overdue, past twice
      *    the allowance escalated. each level is reported to the
      *    central exceptions once, when the order first reaches it.
       release-open-orders.
           perform varying ws-rpk-index from 1 by 1
               until ws-rpk-index > ws-rpk-count
               move ws-rpk-data(ws-rpk-index) to rpk-record
               if rpk-open
                   perform age-one-order
                   move ws-level to asr-level
                   move rpk-priority to asr-priority
                   move rpk-order to asr-order
                   move ws-age to asr-age
                   move ws-allowed to asr-allowed
                   move rpk-record to asr-data
                   release asr-record
               end-if
           end-perform.

       age-one-order.
           add 1 to ws-open-count
           move 0 to ws-age
           if rpk-raised numeric
               move rpk-raised to ws-raised-num
               if function integer-of-date(ws-raised-num)
                   < ws-today-int
                   compute ws-age = ws-today-int
                       - function integer-of-date(ws-raised-num)
               end-if
           end-if
           if rpk-priority >= ws-urgent-priority
               move ws-urgent-days to ws-allowed
           else
               move ws-normal-days to ws-allowed
           end-if
           move 0 to ws-level
           if ws-age > ws-allowed
               move 1 to ws-level
           end-if
           if ws-age > ws-allowed * 2
               move 2 to ws-level
           end-if
           add 1 to ws-level-count(ws-level + 1)
           if ws-level > rpk-escalation
               move ws-level to rpk-escalation
               move rpk-record to ws-rpk-data(ws-rpk-index)
               add 1 to ws-changed-count
               perform write-escalation-exception
           end-if.

       write-escalation-exception.
           open extend central-exc
           if ws-central-status = "00" or "05"
               move "day3-repack" to stdexc-program-id
               move ws-run-timestamp(1:8) to stdexc-run-date
               move spaces to stdexc-key
               string
                   "RPK" delimited by size
                   rpk-order delimited by size
                   into stdexc-key
               end-string
               move spaces to stdexc-reason
               if ws-level = 2
                   move 'E' to stdexc-severity
                   string
                       "REPACK ESCALATED - OPEN " delimited by size
                       ws-age delimited by size
                       " DAYS" delimited by size
                       into stdexc-reason
                   end-string
               else
                   move 'W' to stdexc-severity
                   string
                       "REPACK OVERDUE - OPEN " delimited by size
                       ws-age delimited by size
                       " DAYS" delimited by size
                       into stdexc-reason
                   end-string
               end-if
               move 'N' to stdexc-resolved
               write std-exception
           end-if
           close central-exc.

       write-age-lines.
           perform until asr-eof
               return age-sort
                   AT END move 'Y' to ws-asr-eof
                   not AT END
                       perform write-age-line
               end-return
           end-perform.

       write-age-line.
           move asr-data to rpk-record
           move rpk-elf to ws-lookup-id
           perform find-roster-name
           evaluate asr-level
               when 2
                   move "ESCALATED" to ws-level-label
               when 1
                   move "OVERDUE" to ws-level-label
               when other
                   move "OPEN" to ws-level-label
           end-evaluate
           move spaces to ws-report-line
           string
               "ORDER " delimited by size
               rpk-order delimited by size
               " " delimited by size
               ws-level-label delimited by size
               " PRIORITY " delimited by size
               rpk-priority delimited by size
               " ITEM " delimited by size
               rpk-item delimited by size
               " AGE " delimited by size
               asr-age delimited by size
               "/" delimited by size
               asr-allowed delimited by size
               " LINE " delimited by size
               rpk-line delimited by size
               " ELF " delimited by size
               rpk-elf delimited by size
               " " delimited by size
               ws-lookup-name delimited by size
               into ws-report-line
           end-string
           if rpk-reopened > 0
               move spaces to ws-report-line(116:17)
               string
                   " REOPENED " delimited by size
                   rpk-reopened delimited by size
                   into ws-report-line(116:17)
               end-string
           end-if
           write age-report-record from ws-report-line.

       write-age-summary.
           move spaces to ws-report-line
           string
               "OPEN ORDERS " delimited by size
               ws-open-count delimited by size
               " WITHIN ALLOWANCE " delimited by size
               ws-level-count(1) delimited by size
               " OVERDUE " delimited by size
               ws-level-count(2) delimited by size
               " ESCALATED " delimited by size
               ws-level-count(3) delimited by size
               into ws-report-line
           end-string
           write age-report-record from ws-report-line.
