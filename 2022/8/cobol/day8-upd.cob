               organization line sequential.
           select grid-changed assign to "day8changed.dat"
               organization line sequential.
           select optional day8-permits assign to "day8permits.dat"
               organization line sequential
               file status is ws-permit-status.
           select optional central-exc assign to "exceptions.dat"
               organization line sequential
               file status is ws-central-status.
           select optional day8-survey assign to "day8survey.dat"
               organization line sequential
               file status is ws-survey-status.

       data division.
       file section.
           05 trans-record-row pic 9(2).
           05 trans-record-col pic 9(2).
           05 trans-record-height pic 9(1).
           05 trans-record-surveyor pic x(20).

       fd grid-audit.
       01 audit-record pic x(80).
       fd grid-changed.
       01 changed-record pic x(99).

       fd day8-permits.
       copy "day8-permit-record.cpy".

       fd central-exc.
       copy "std-exception-record.cpy".

       fd day8-survey.
       copy "day8-survey-record.cpy".

       working-storage section.
       01 ws-master-status pic xx.
       01 ws-trans-status pic xx.
               10 ws-trans-col pic 9(2).
               10 ws-trans-height pic 9(1).
               10 ws-trans-applied pic x(1).
               10 ws-trans-surveyor pic x(20).
       01 ws-trans-index pic 9(3).

       01 ws-array-data.
       01 ws-first-changed pic x(1) value 'Y'.
           88 first-changed-out value 'Y'.

       01 ws-permit-status pic xx.
       01 ws-permit-eof pic x(1) value 'N'.
           88 permit-eof value 'Y'.
       01 ws-central-status pic xx.
       01 ws-site-count pic 9(5) value 0.
       01 ws-site-table.
           05 ws-site-entry occurs 1 to 20000 times
               depending on ws-site-count.
               10 ws-site-permit pic 9(6).
               10 ws-site-grid pic 9(3).
               10 ws-site-row pic 9(2).
               10 ws-site-col pic 9(2).
       01 ws-site-index pic 9(5).
       01 ws-permit-hits pic 9(3) value 0.
       01 ws-run-timestamp pic x(21).
       copy "bus-date-record.cpy".
       copy "file-gen-record.cpy".
       copy "run-parms.cpy".
       01 ws-parm-index pic 9(3).
       01 ws-parm-lookup pic x(20).
       01 ws-parm-fnd pic x(1) value 'N'.
           88 parm-found value 'Y'.
       01 ws-parm-found-value pic x(40).

       01 ws-survey-status pic xx.
       01 ws-survey-eof pic x(1) value 'N'.
           88 survey-eof value 'Y'.
       01 ws-svy-count pic 9(4) value 0.
       01 ws-svy-table.
           05 ws-svy-entry occurs 1 to 999 times
               depending on ws-svy-count.
               10 ws-svy-data pic x(35).
       01 ws-svy-index pic 9(4).
       01 ws-svy-found pic 9(4).
       01 ws-svy-full pic x(1) value 'N'.
           88 svy-table-full value 'Y'.
       01 ws-survey-days pic 9(4) value 365.
       01 ws-grid-surveyor pic x(20).
       01 ws-stamped-grids pic 9(3) value 0.

       procedure division.
           move function current-date to ws-run-timestamp
           perform get-business-date
           perform load-run-parms
           perform load-transactions
           perform load-approved-sites
           perform load-survey-schedule
           open input grid-master
           if ws-master-status not = "00"
               display "NO MASTER GRID FILE day8master.dat"
                   if grid-touched
                       add 1 to ws-changed-grids
                       perform write-grid-to-changed
                       perform stamp-survey-schedule
                   end-if
               end-if
           end-perform

           perform report-unapplied
           if ws-stamped-grids > 0
               perform save-survey-schedule
           end-if

           close grid-master
           close grid-master-new
           display "TRANSACTIONS APPLIED " ws-applied-count
           display "TRANSACTIONS REJECTED " ws-rejected-count
           display "GRIDS CHANGED " ws-changed-grids
           display "SURVEY DATES STAMPED " ws-stamped-grids
           if ws-permit-hits > 0
               display "PERMITTED SITES CHANGED " ws-permit-hits
                   " - SEE exceptions.dat"
           end-if
           display "UPDATED MASTER IN day8master-new.dat - SWAP IN "
               "AFTER CHECKING THE AUDIT"
           display "CHANGED GRIDS IN day8changed.dat - FEED TO THE "

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
           move "SURVEY-DAYS" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               and function numval(ws-parm-found-value) > 0
               compute ws-survey-days =
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

       load-survey-schedule.
           open input day8-survey
           if ws-survey-status = "00"
               perform until survey-eof
                   read day8-survey
                       AT END move 'Y' to ws-survey-eof
                       not AT END
                           if ws-svy-count >= 999
                               display "SURVEY SCHEDULE EXCEEDS 999 "
                                   "GRIDS - SURVEYS NOT STAMPED"
                               move 'Y' to ws-svy-full
                               move 'Y' to ws-survey-eof
                           else
                               add 1 to ws-svy-count
                               move svy-record
                                   to ws-svy-data(ws-svy-count)
                           end-if
                   end-read
               end-perform
           end-if
           close day8-survey.

      *    a grid whose transactions were applied counts as surveyed
      *    on the business date by the surveyor named on its first
      *    transaction. a grid new to the schedule is given the
      *    SURVEY-DAYS interval.
       stamp-survey-schedule.
           move 0 to ws-svy-found
           perform varying ws-svy-index from 1 by 1
               until ws-svy-index > ws-svy-count
               move ws-svy-data(ws-svy-index) to svy-record
               if svy-grid = ws-grid-num
                   move ws-svy-index to ws-svy-found
               end-if
           end-perform
           if ws-svy-found = 0
               if ws-svy-count >= 999
                   display "SURVEY SCHEDULE FULL - GRID " ws-grid-num
                       " NOT STAMPED"
                   exit paragraph
               end-if
               add 1 to ws-svy-count
               move ws-svy-count to ws-svy-found
               initialize svy-record
               move ws-grid-num to svy-grid
               move ws-survey-days to svy-interval
           else
               move ws-svy-data(ws-svy-found) to svy-record
           end-if
           move ws-run-timestamp(1:8) to svy-last-date
           if ws-grid-surveyor = spaces
               move "NOT RECORDED" to svy-surveyor
           else
               move ws-grid-surveyor to svy-surveyor
           end-if
           move svy-record to ws-svy-data(ws-svy-found)
           add 1 to ws-stamped-grids.

       save-survey-schedule.
           if svy-table-full
               display "SURVEY SCHEDULE NOT REWRITTEN - TABLE "
                   "OVERFLOWED AT LOAD"
               exit paragraph
           end-if
           move 'B' to fg-function
           move "day8survey.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output day8-survey
           perform varying ws-svy-index from 1 by 1
               until ws-svy-index > ws-svy-count
               move ws-svy-data(ws-svy-index) to svy-record
               write svy-record
           end-perform
           close day8-survey.

       load-approved-sites.
           open input day8-permits
           if ws-permit-status = "00"
               perform until permit-eof
                   read day8-permits
                       AT END move 'Y' to ws-permit-eof
                       not AT END
                           if pmt-approved and ws-site-count < 20000
                               add 1 to ws-site-count
                               move pmt-number
                                   to ws-site-permit(ws-site-count)
                               move pmt-grid
                                   to ws-site-grid(ws-site-count)
                               move pmt-row
                                   to ws-site-row(ws-site-count)
                               move pmt-col
                                   to ws-site-col(ws-site-count)
                           end-if
                   end-read
               end-perform
           end-if
           close day8-permits.

       load-transactions.
           open input grid-trans
           if ws-trans-status = "00"
                               to ws-trans-col(ws-trans-count)
                           move trans-record-height
                               to ws-trans-height(ws-trans-count)
                           move trans-record-surveyor
                               to ws-trans-surveyor(ws-trans-count)
                           move 'N' to
                               ws-trans-applied(ws-trans-count)
                   end-read

       apply-grid-transactions.
           move 'N' to ws-grid-touched
           move spaces to ws-grid-surveyor
           perform varying ws-trans-index from 1 by 1
               until ws-trans-index > ws-trans-count
               if ws-trans-grid(ws-trans-index) = ws-grid-num
                   ws-trans-col(ws-trans-index))
           move 'Y' to ws-trans-applied(ws-trans-index)
           move 'Y' to ws-grid-touched
           if ws-grid-surveyor = spaces
               move ws-trans-surveyor(ws-trans-index)
                   to ws-grid-surveyor
           end-if
           add 1 to ws-applied-count
           move spaces to ws-audit-line
           string
               ws-trans-height(ws-trans-index) delimited by size
               into ws-audit-line
           end-string
           write audit-record from ws-audit-line
           perform check-permitted-site.

      *    the height change is applied, but a change to the tree on
      *    an approved treehouse site is audited and raised for the
      *    permit holder to be told.
       check-permitted-site.
           perform varying ws-site-index from 1 by 1
               until ws-site-index > ws-site-count
               if ws-site-grid(ws-site-index) = ws-grid-num
                   and ws-site-row(ws-site-index)
                       = ws-trans-row(ws-trans-index)
                   and ws-site-col(ws-site-index)
                       = ws-trans-col(ws-trans-index)
                   perform write-permit-exception
               end-if
           end-perform.

       write-permit-exception.
           add 1 to ws-permit-hits
           move spaces to ws-audit-line
           string
               "GRID " delimited by size
               ws-grid-num delimited by size
               " ROW " delimited by size
               ws-trans-row(ws-trans-index) delimited by size
               " COL " delimited by size
               ws-trans-col(ws-trans-index) delimited by size
               " PERMITTED SITE " delimited by size
               ws-site-permit(ws-site-index) delimited by size
               " - EXCEPTION RAISED" delimited by size
               into ws-audit-line
           end-string
           write audit-record from ws-audit-line
           open extend central-exc
           if ws-central-status = "00" or "05"
               move "day8-upd" to stdexc-program-id
               move ws-run-timestamp(1:8) to stdexc-run-date
               move 'W' to stdexc-severity
               move spaces to stdexc-key
               string
                   "PMT" delimited by size
                   ws-site-permit(ws-site-index) delimited by size
                   into stdexc-key
               end-string
               move spaces to stdexc-reason
               string
                   "HEIGHT CHANGE ON PERMITTED SITE "
                       delimited by size
                   ws-old-height delimited by size
                   " TO " delimited by size
                   ws-trans-height(ws-trans-index) delimited by size
                   into stdexc-reason
               end-string
               move 'N' to stdexc-resolved
               write std-exception
           end-if
           close central-exc.

       audit-rejected-transaction.
           move 'R' to ws-trans-applied(ws-trans-index)
