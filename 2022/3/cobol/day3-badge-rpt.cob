       identification division.
       program-id. "day3-badge-rpt".

       environment division.
       input-output section.
       file-control.
           select optional day3-badge-ledger
               assign to "day3badge-ledger.dat"
               organization line sequential
               file status is ws-ledger-status.
           select optional day3-groups assign to "day3groups.dat"
               organization line sequential
               file status is ws-groups-status.
           select optional elf-roster assign to "elf-roster.dat"
               organization line sequential
               file status is ws-roster-status.
           select badge-report assign to "day3badge-out.dat"
               organization line sequential.
           select optional central-exc assign to "exceptions.dat"
               organization line sequential
               file status is ws-central-status.

       data division.
       file section.
       fd day3-badge-ledger.
       copy "day3-badge-ledger-record.cpy".

       fd day3-groups.
       01 group-record.
           05 group-record-num pic 9(6).
           05 group-record-elf1 pic 9(9).
           05 group-record-elf2 pic 9(9).
           05 group-record-elf3 pic 9(9).

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

       fd badge-report.
       01 badge-report-record pic x(120).

       fd central-exc.
       copy "std-exception-record.cpy".

       working-storage section.
       01 ws-ledger-status pic xx.
       01 ws-ledger-eof pic x(1) value 'N'.
           88 ledger-eof value 'Y'.
       01 ws-bl-count pic 9(5) value 0.
       01 ws-bl-table.
           05 ws-bl-entry occurs 1 to 30000 times
               depending on ws-bl-count.
               10 ws-bl-data pic x(58).
       01 ws-bl-index pic 9(5).
       01 ws-groups-status pic xx.
       01 ws-groups-eof pic x(1) value 'N'.
           88 groups-eof value 'Y'.
       01 ws-gasg-count pic 9(5) value 0.
       01 ws-gasg-table.
           05 ws-gasg-entry occurs 1 to 10000 times
               depending on ws-gasg-count.
               10 ws-gasg-group pic 9(6).
               10 ws-gasg-elf pic 9(9) occurs 3 times.
       01 ws-gasg-index pic 9(5).
       01 ws-gasg-found pic 9(5).
       01 ws-gasg-member pic 9(1).
       01 ws-roster-status pic xx.
       01 ws-roster-eof pic x(1) value 'N'.
           88 roster-eof value 'Y'.
       01 ws-roster-count pic 9(5) value 0.
       01 ws-roster-table.
           05 ws-roster-entry occurs 1 to 30000 times
               depending on ws-roster-count.
               10 ws-roster-id pic 9(9).
               10 ws-roster-name pic x(20).
               10 ws-roster-stat pic x(1).
       01 ws-roster-index pic 9(5).
       01 ws-roster-found pic 9(5).
       01 ws-lookup-id pic 9(9).
       01 ws-lookup-name pic x(20).
       01 ws-central-status pic xx.
       01 ws-in-group pic x(1) value 'N'.
           88 in-group value 'Y'.
       01 ws-has-badge pic x(1) value 'N'.
           88 has-badge value 'Y'.
       01 ws-flag-text pic x(40).
       01 ws-held-count pic 9(5) value 0.
       01 ws-lost-count pic 9(5) value 0.
       01 ws-moved-count pic 9(5) value 0.
       01 ws-inactive-count pic 9(5) value 0.
       01 ws-unbadged-count pic 9(5) value 0.
       01 ws-report-line pic x(120).
       01 ws-run-timestamp pic x(21).
       copy "bus-date-record.cpy".

       procedure division.
           move function current-date to ws-run-timestamp
           perform get-business-date
           perform load-badge-ledger
           perform load-groups
           perform load-roster
           open output badge-report
           move spaces to ws-report-line
           string
               "OUTSTANDING BADGES AS AT " delimited by size
               ws-run-timestamp(1:8) delimited by size
               into ws-report-line
           end-string
           write badge-report-record from ws-report-line
           perform varying ws-bl-index from 1 by 1
               until ws-bl-index > ws-bl-count
               move ws-bl-data(ws-bl-index) to bl-record
               if bl-held
                   perform report-held-badge
               end-if
           end-perform
           move "LOST BADGES NOT YET REPLACED" to ws-report-line
           write badge-report-record from ws-report-line
           perform varying ws-bl-index from 1 by 1
               until ws-bl-index > ws-bl-count
               move ws-bl-data(ws-bl-index) to bl-record
               if bl-lost
                   perform report-lost-badge
               end-if
           end-perform
           move "ASSIGNED ELVES WITH NO BADGE ON THE LEDGER"
               to ws-report-line
           write badge-report-record from ws-report-line
           perform varying ws-gasg-index from 1 by 1
               until ws-gasg-index > ws-gasg-count
               perform varying ws-gasg-member from 1 by 1
                   until ws-gasg-member > 3
                   if ws-gasg-elf(ws-gasg-index, ws-gasg-member)
                       not = 0
                       perform check-assigned-elf
                   end-if
               end-perform
           end-perform
           perform write-badge-summary
           close badge-report
           display ws-held-count " BADGES OUTSTANDING, "
               ws-inactive-count " HELD BY INACTIVE ELVES - SEE "
               "day3badge-out.dat"
           if ws-inactive-count > 0 or ws-moved-count > 0
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

       load-badge-ledger.
           open input day3-badge-ledger
           if ws-ledger-status = "00"
               perform until ledger-eof
                   read day3-badge-ledger
                       AT END move 'Y' to ws-ledger-eof
                       not AT END
                           if ws-bl-count < 30000
                               add 1 to ws-bl-count
                               move bl-record
                                   to ws-bl-data(ws-bl-count)
                           end-if
                   end-read
               end-perform
           end-if
           close day3-badge-ledger.

       load-groups.
           open input day3-groups
           if ws-groups-status = "00"
               perform until groups-eof
                   read day3-groups
                       AT END move 'Y' to ws-groups-eof
                       not AT END
                           if ws-gasg-count < 10000
                               add 1 to ws-gasg-count
                               move group-record-num
                                   to ws-gasg-group(ws-gasg-count)
                               move group-record-elf1
                                   to ws-gasg-elf(ws-gasg-count, 1)
                               move group-record-elf2
                                   to ws-gasg-elf(ws-gasg-count, 2)
                               move group-record-elf3
                                   to ws-gasg-elf(ws-gasg-count, 3)
                           end-if
                   end-read
               end-perform
           end-if
           close day3-groups.

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
                               move roster-record-status
                                   to ws-roster-stat(ws-roster-count)
                           end-if
                   end-read
               end-perform
           end-if
           close elf-roster.

       find-roster-elf.
           move 0 to ws-roster-found
           move spaces to ws-lookup-name
           perform varying ws-roster-index from 1 by 1
               until ws-roster-index > ws-roster-count
               if ws-roster-id(ws-roster-index) = ws-lookup-id
                   move ws-roster-index to ws-roster-found
                   move ws-roster-name(ws-roster-index)
                       to ws-lookup-name
               end-if
           end-perform.

      *    a held badge is out of line when its group is no longer
      *    assigned, the elf is no longer in the group, or the elf is
      *    retired or gone from the roster. a badge held by an elf
      *    who is not active is also raised as a central exception.
       report-held-badge.
           add 1 to ws-held-count
           move spaces to ws-flag-text
           move 0 to ws-gasg-found
           perform varying ws-gasg-index from 1 by 1
               until ws-gasg-index > ws-gasg-count
               if ws-gasg-group(ws-gasg-index) = bl-group
                   move ws-gasg-index to ws-gasg-found
               end-if
           end-perform
           move 'N' to ws-in-group
           if ws-gasg-found > 0
               perform varying ws-gasg-member from 1 by 1
                   until ws-gasg-member > 3
                   if ws-gasg-elf(ws-gasg-found, ws-gasg-member)
                       = bl-elf
                       move 'Y' to ws-in-group
                   end-if
               end-perform
           end-if
           if ws-gasg-found = 0
               move "GROUP NO LONGER ASSIGNED" to ws-flag-text
               add 1 to ws-moved-count
           else
               if not in-group
                   move "ELF NO LONGER IN GROUP" to ws-flag-text
                   add 1 to ws-moved-count
               end-if
           end-if
           move bl-elf to ws-lookup-id
           perform find-roster-elf
           if ws-roster-found = 0
               move "ELF NOT ON ROSTER" to ws-flag-text
               add 1 to ws-inactive-count
               perform write-inactive-exception
           else
               if ws-roster-stat(ws-roster-found) = 'I'
                   move "ELF NOT ACTIVE" to ws-flag-text
                   add 1 to ws-inactive-count
                   perform write-inactive-exception
               end-if
           end-if
           move spaces to ws-report-line
           string
               "BADGE " delimited by size
               bl-serial delimited by size
               " GROUP " delimited by size
               bl-group delimited by size
               " ELF " delimited by size
               bl-elf delimited by size
               " " delimited by size
               ws-lookup-name delimited by size
               " ITEM " delimited by size
               bl-badge delimited by size
               " ISSUED " delimited by size
               bl-issued delimited by size
               into ws-report-line
           end-string
           if ws-flag-text not = spaces
               move ws-flag-text to ws-report-line(86:35)
           end-if
           write badge-report-record from ws-report-line.

       report-lost-badge.
           add 1 to ws-lost-count
           move bl-elf to ws-lookup-id
           perform find-roster-elf
           move spaces to ws-report-line
           string
               "BADGE " delimited by size
               bl-serial delimited by size
               " GROUP " delimited by size
               bl-group delimited by size
               " ELF " delimited by size
               bl-elf delimited by size
               " " delimited by size
               ws-lookup-name delimited by size
               " LOST " delimited by size
               bl-status-date delimited by size
               into ws-report-line
           end-string
           write badge-report-record from ws-report-line.

       check-assigned-elf.
           move 'N' to ws-has-badge
           perform varying ws-bl-index from 1 by 1
               until ws-bl-index > ws-bl-count or has-badge
               move ws-bl-data(ws-bl-index) to bl-record
               if bl-held
                   and bl-group = ws-gasg-group(ws-gasg-index)
                   and bl-elf =
                       ws-gasg-elf(ws-gasg-index, ws-gasg-member)
                   move 'Y' to ws-has-badge
               end-if
           end-perform
           if has-badge
               exit paragraph
           end-if
           add 1 to ws-unbadged-count
           move ws-gasg-elf(ws-gasg-index, ws-gasg-member)
               to ws-lookup-id
           perform find-roster-elf
           move spaces to ws-report-line
           string
               "GROUP " delimited by size
               ws-gasg-group(ws-gasg-index) delimited by size
               " ELF " delimited by size
               ws-lookup-id delimited by size
               " " delimited by size
               ws-lookup-name delimited by size
               into ws-report-line
           end-string
           write badge-report-record from ws-report-line.

       write-inactive-exception.
           open extend central-exc
           if ws-central-status = "00" or "05"
               move "day3-badgrpt" to stdexc-program-id
               move ws-run-timestamp(1:8) to stdexc-run-date
               move 'W' to stdexc-severity
               move spaces to stdexc-key
               string
                   "BADGE" delimited by size
                   bl-serial delimited by size
                   into stdexc-key
               end-string
               move spaces to stdexc-reason
               string
                   "BADGE HELD BY INACTIVE ELF " delimited by size
                   bl-elf delimited by size
                   into stdexc-reason
               end-string
               move 'N' to stdexc-resolved
               write std-exception
           end-if
           close central-exc.

       write-badge-summary.
           move spaces to ws-report-line
           string
               "BADGES HELD " delimited by size
               ws-held-count delimited by size
               " OUT OF GROUP " delimited by size
               ws-moved-count delimited by size
               " HELD BY INACTIVE ELVES " delimited by size
               ws-inactive-count delimited by size
               " LOST " delimited by size
               ws-lost-count delimited by size
               " ASSIGNED WITHOUT BADGE " delimited by size
               ws-unbadged-count delimited by size
               into ws-report-line
           end-string
           write badge-report-record from ws-report-line.
