       identification division.
       program-id. "reciept-gift-dorm".

       environment division.
       input-output section.
       file-control.
       select optional reciept-gift assign to "reciept-gift.dat"
           organization line sequential
           file status is ws-gift-status.
       select optional reciept-gift-ledger
           assign to "reciept-gift-ledger.dat"
           organization line sequential
           file status is ws-gift-ledger-status.
       select optional gift-remit assign to "reciept-gift-remit.dat"
           organization line sequential
           file status is ws-remit-status.
       select optional escheat-ledger assign to "reciept-escheat.dat"
           organization line sequential
           file status is ws-escheat-status.
       select optional central-exc assign to "exceptions.dat"
           organization line sequential
           file status is ws-central-status.
       select dorm-report assign to "reciept-gift-dorm-report.dat"
           organization line sequential.

       data division.
       file section.
       fd reciept-gift.
       copy "reciept-gift-record.cpy".

       fd reciept-gift-ledger.
       copy "reciept-gift-ledger-record.cpy".

       fd gift-remit.
       01 remit-record pic x(80).

       fd escheat-ledger.
       copy "reciept-escheat-record.cpy".

       fd central-exc.
       copy "std-exception-record.cpy".

       fd dorm-report.
       01 dorm-report-record pic x(132).

       working-storage section.
       01 ws-gift-status pic xx.
       01 ws-gift-eof pic x(1) value 'N'.
           88 gift-eof value 'Y'.
       01 ws-gift-ledger-status pic xx.
       01 ws-gift-ledger-eof pic x(1) value 'N'.
           88 gift-ledger-eof value 'Y'.
       01 ws-remit-status pic xx.
       01 ws-remit-eof pic x(1) value 'N'.
           88 remit-eof value 'Y'.
       01 ws-escheat-status pic xx.
       01 ws-central-status pic xx.
       01 ws-run-timestamp pic x(21).
       01 ws-dorm-date pic x(8).
       01 ws-report-line pic x(132).
       01 ws-escheat-days pic 9(5) value 1095.
       01 ws-card-count pic 9(4) value 0.
       01 ws-card-table.
           05 ws-card-entry occurs 1 to 5000 times
               depending on ws-card-count.
               10 ws-card-number pic 9(9).
               10 ws-card-balance pic 9(5)v9(2).
               10 ws-card-issued pic x(8).
               10 ws-card-last pic x(8).
               10 ws-card-stat pic x(1).
               10 ws-card-led-issue pic x(8).
               10 ws-card-led-first pic x(8).
               10 ws-card-led-last pic x(8).
               10 ws-card-days pic s9(5).
       01 ws-card-index pic 9(4).
       01 ws-card-found pic 9(4).
       01 ws-card-full pic x(1) value 'N'.
           88 card-table-full value 'Y'.
       01 ws-gift-dirty pic x(1) value 'N'.
           88 gift-dirty value 'Y'.
       01 ws-ledger-read pic 9(7) value 0.
       01 ws-backfill-count pic 9(5) value 0.
       01 ws-remit-card pic 9(9).
       01 ws-remit-line-no pic 9(5) value 0.
       01 ws-exc-key pic x(12).
       01 ws-exc-reason pic x(40).
       01 ws-age-label pic x(12).
       01 ws-bkt-count-1 pic 9(5) value 0.
       01 ws-bkt-count-2 pic 9(5) value 0.
       01 ws-bkt-count-3 pic 9(5) value 0.
       01 ws-bkt-count-4 pic 9(5) value 0.
       01 ws-bkt-amount-1 pic 9(9)v9(2) value 0.
       01 ws-bkt-amount-2 pic 9(9)v9(2) value 0.
       01 ws-bkt-amount-3 pic 9(9)v9(2) value 0.
       01 ws-bkt-amount-4 pic 9(9)v9(2) value 0.
       01 ws-unknown-count pic 9(5) value 0.
       01 ws-unknown-amount pic 9(9)v9(2) value 0.
       01 ws-past-count pic 9(5) value 0.
       01 ws-past-amount pic 9(9)v9(2) value 0.
       01 ws-written-count pic 9(5) value 0.
       01 ws-written-amount pic 9(9)v9(2) value 0.
       01 ws-rejected-count pic 9(5) value 0.
       01 ws-escheated-on-file pic 9(5) value 0.
       01 ws-open-count pic 9(5) value 0.
       01 ws-open-amount pic 9(9)v9(2) value 0.
       01 ws-line-count pic 9(5).
       01 ws-line-amount pic 9(9)v9(2).
       01 ws-final-rc pic 9(2) value 0.
       copy "run-log-record.cpy".
       copy "bus-date-record.cpy".
       copy "file-gen-record.cpy".
       01 ws-parm-index pic 9(3).
       01 ws-parm-lookup pic x(20).
       01 ws-parm-fnd pic x(1) value 'N'.
           88 parm-found value 'Y'.
       01 ws-parm-found-value pic x(40).
       copy "run-parms.cpy".

       procedure division.
           perform log-run-start
           move function current-date to ws-run-timestamp
           call "runparm" using run-parms
               on exception
                   move 0 to parm-count
           end-call
           move "ESCHEAT-DAYS" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               compute ws-escheat-days =
                   function numval(ws-parm-found-value)
           end-if
           perform get-business-date
           move ws-run-timestamp(1:8) to ws-dorm-date

           perform load-gift-cards
           if ws-card-count = 0
               display "NO GIFT CARDS ON FILE"
               perform log-run-end
               move ws-final-rc to return-code
               goback
           end-if
           perform load-gift-ledger
           perform backfill-card-dates

           open output dorm-report
           move spaces to ws-report-line
           string
               "GIFT CARD DORMANCY AS OF " delimited by size
               ws-dorm-date delimited by size
               " ESCHEAT AFTER " delimited by size
               ws-escheat-days delimited by size
               " DAYS RUN " delimited by size
               ws-run-timestamp delimited by size
               into ws-report-line
           end-string
           write dorm-report-record from ws-report-line
           if card-table-full
               move spaces to ws-report-line
               string
                   "WARNING: MORE THAN 5000 GIFT CARDS - "
                       delimited by size
                   "REST NOT AGED OR REWRITTEN" delimited by size
                   into ws-report-line
               end-string
               write dorm-report-record from ws-report-line
           end-if

           perform process-remit-list

           move spaces to dorm-report-record
           write dorm-report-record
           move "CARDS PAST ESCHEAT THRESHOLD" to ws-report-line
           write dorm-report-record from ws-report-line
           move all "-" to dorm-report-record
           write dorm-report-record
           perform varying ws-card-index from 1 by 1
               until ws-card-index > ws-card-count
               perform age-one-card
           end-perform

           if ws-unknown-count > 0
               move spaces to dorm-report-record
               write dorm-report-record
               move spaces to ws-report-line
               string
                   "CARDS WITH A BALANCE AND NO ACTIVITY DATE - "
                       delimited by size
                   "NOT AGED, NEVER WRITTEN OFF" delimited by size
                   into ws-report-line
               end-string
               write dorm-report-record from ws-report-line
               move all "-" to dorm-report-record
               write dorm-report-record
               perform varying ws-card-index from 1 by 1
                   until ws-card-index > ws-card-count
                   if ws-card-stat(ws-card-index) not = 'E'
                       and ws-card-balance(ws-card-index) > 0
                       and ws-card-last(ws-card-index) = spaces
                       move spaces to ws-report-line
                       string
                           "CARD " delimited by size
                           ws-card-number(ws-card-index)
                               delimited by size
                           " BALANCE " delimited by size
                           ws-card-balance(ws-card-index)
                               delimited by size
                           into ws-report-line
                       end-string
                       write dorm-report-record from ws-report-line
                   end-if
               end-perform
           end-if

           perform write-dormancy-totals
           close dorm-report

           if gift-dirty
               perform save-gift-cards
           end-if

           display ws-past-count " CARDS PAST ESCHEAT THRESHOLD - "
               ws-written-count " WRITTEN OFF - REPORT WRITTEN TO "
               "reciept-gift-dorm-report.dat"
           move 0 to ws-final-rc
           if ws-past-count > 0 or ws-rejected-count > 0
               or card-table-full
               move 4 to ws-final-rc
           end-if
           perform log-run-end
           move ws-final-rc to return-code.

       goback.

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

       log-run-start.
           move "rcpt-dormant" to log-program-id
           move 'S' to log-event
           move 0 to log-records-read
           move 0 to log-records-written
           move 0 to log-exception-count
           move spaces to log-status
           perform call-run-log.

       log-run-end.
           move 'E' to log-event
           move ws-card-count to log-records-read
           move ws-written-count to log-records-written
           move ws-rejected-count to log-exception-count
           if ws-final-rc = 0
               move "OK" to log-status
           else
               move spaces to log-status
               string
                   "RC" delimited by size
                   ws-final-rc delimited by size
                   into log-status
               end-string
           end-if
           perform call-run-log.

       call-run-log.
           call "runlog" using log-record
               on exception
                   display "RUN LOG MODULE NOT AVAILABLE"
           end-call.

       load-gift-cards.
           move 0 to ws-card-count
           open input reciept-gift
           if ws-gift-status = "00"
               perform until gift-eof
                   read reciept-gift
                       at end move 'Y' to ws-gift-eof
                       not at end
                           if ws-card-count >= 5000
                               move 'Y' to ws-card-full
                               move 'Y' to ws-gift-eof
                           else
                               add 1 to ws-card-count
                               move gift-record-number
                                   to ws-card-number(ws-card-count)
                               move gift-record-balance
                                   to ws-card-balance(ws-card-count)
                               move gift-record-issued
                                   to ws-card-issued(ws-card-count)
                               move gift-record-last
                                   to ws-card-last(ws-card-count)
                               move gift-record-status
                                   to ws-card-stat(ws-card-count)
                               move spaces
                                   to ws-card-led-issue(ws-card-count)
                               move spaces
                                   to ws-card-led-first(ws-card-count)
                               move spaces
                                   to ws-card-led-last(ws-card-count)
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-gift.

      *    the ledger gives each card its first load ('I'), its first
      *    and its latest posting of any kind. write-offs ('E') are
      *    not customer activity and are left out.
       load-gift-ledger.
           open input reciept-gift-ledger
           if ws-gift-ledger-status = "00"
               perform until gift-ledger-eof
                   read reciept-gift-ledger
                       at end move 'Y' to ws-gift-ledger-eof
                       not at end
                           add 1 to ws-ledger-read
                           if glg-type not = 'E'
                               perform note-ledger-date
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-gift-ledger.

       note-ledger-date.
           move glg-card to ws-remit-card
           perform find-card
           if ws-card-found = 0
               exit paragraph
           end-if
           if glg-type = 'I'
               if ws-card-led-issue(ws-card-found) = spaces
                   or glg-date < ws-card-led-issue(ws-card-found)
                   move glg-date to ws-card-led-issue(ws-card-found)
               end-if
           end-if
           if ws-card-led-first(ws-card-found) = spaces
               or glg-date < ws-card-led-first(ws-card-found)
               move glg-date to ws-card-led-first(ws-card-found)
           end-if
           if glg-date > ws-card-led-last(ws-card-found)
               move glg-date to ws-card-led-last(ws-card-found)
           end-if.

       find-card.
           move 0 to ws-card-found
           perform varying ws-card-index from 1 by 1
               until ws-card-index > ws-card-count
                   or ws-card-found > 0
               if ws-card-number(ws-card-index) = ws-remit-card
                   move ws-card-index to ws-card-found
               end-if
           end-perform.

      *    cards written before the dates were kept on the gift file
      *    take them from the ledger; the first load is the issue
      *    date where there is one, otherwise the first posting.
       backfill-card-dates.
           perform varying ws-card-index from 1 by 1
               until ws-card-index > ws-card-count
               if ws-card-issued(ws-card-index) = spaces
                   if ws-card-led-issue(ws-card-index) not = spaces
                       move ws-card-led-issue(ws-card-index)
                           to ws-card-issued(ws-card-index)
                   else
                       move ws-card-led-first(ws-card-index)
                           to ws-card-issued(ws-card-index)
                   end-if
                   if ws-card-issued(ws-card-index) not = spaces
                       add 1 to ws-backfill-count
                       move 'Y' to ws-gift-dirty
                   end-if
               end-if
               if ws-card-led-last(ws-card-index)
                   > ws-card-last(ws-card-index)
                   or ws-card-last(ws-card-index) = spaces
                   if ws-card-led-last(ws-card-index) not = spaces
                       move ws-card-led-last(ws-card-index)
                           to ws-card-last(ws-card-index)
                       add 1 to ws-backfill-count
                       move 'Y' to ws-gift-dirty
                   end-if
               end-if
               if ws-card-last(ws-card-index) not = spaces
                   and ws-card-last(ws-card-index) numeric
                   compute ws-card-days(ws-card-index) =
                       function integer-of-date(
                           function numval(ws-dorm-date))
                       - function integer-of-date(
                           function numval(
                               ws-card-last(ws-card-index)))
               else
                   move spaces to ws-card-last(ws-card-index)
                   move 0 to ws-card-days(ws-card-index)
               end-if
               if ws-card-stat(ws-card-index) = 'E'
                   add 1 to ws-escheated-on-file
               end-if
           end-perform.

      *    the remit list holds the card numbers finance is actually
      *    remitting, one per line in columns 1-9. a listed card is
      *    written off only if it is still past the threshold and has
      *    a balance; anything else is rejected so the remittance can
      *    be fixed.
       process-remit-list.
           open input gift-remit
           if ws-remit-status not = "00"
               close gift-remit
               exit paragraph
           end-if
           if card-table-full
               close gift-remit
               move spaces to ws-report-line
               string
                   "REMIT LIST NOT PROCESSED - GIFT FILE NOT FULLY "
                       delimited by size
                   "LOADED" delimited by size
                   into ws-report-line
               end-string
               write dorm-report-record from ws-report-line
               add 1 to ws-rejected-count
               exit paragraph
           end-if
           move spaces to dorm-report-record
           write dorm-report-record
           move "ESCHEAT WRITE-OFFS" to ws-report-line
           write dorm-report-record from ws-report-line
           move all "-" to dorm-report-record
           write dorm-report-record
           perform until remit-eof
               read gift-remit
                   at end move 'Y' to ws-remit-eof
                   not at end
                       add 1 to ws-remit-line-no
                       if remit-record not = spaces
                           perform remit-one-card
                       end-if
               end-read
           end-perform
           close gift-remit
           if ws-written-count > 0
               close escheat-ledger
               close reciept-gift-ledger
           end-if.

       remit-one-card.
           move spaces to ws-exc-reason
           move 0 to ws-card-found
           if remit-record(1:9) is not numeric
               move "REMIT LINE NOT A CARD NUMBER"
                   to ws-exc-reason
           else
               move remit-record(1:9) to ws-remit-card
               perform find-card
               evaluate true
                   when ws-card-found = 0
                       move "CARD NOT ON GIFT FILE" to ws-exc-reason
                   when ws-card-stat(ws-card-found) = 'E'
                       move "CARD ALREADY WRITTEN OFF"
                           to ws-exc-reason
                   when ws-card-balance(ws-card-found) = 0
                       move "CARD HAS NO BALANCE" to ws-exc-reason
                   when ws-card-last(ws-card-found) = spaces
                       move "CARD HAS NO ACTIVITY DATE"
                           to ws-exc-reason
                   when ws-card-days(ws-card-found) < ws-escheat-days
                       move "CARD NOT PAST ESCHEAT THRESHOLD"
                           to ws-exc-reason
               end-evaluate
           end-if
           if ws-exc-reason not = spaces
               add 1 to ws-rejected-count
               move spaces to ws-report-line
               string
                   "REJECTED LINE " delimited by size
                   ws-remit-line-no delimited by size
                   " " delimited by size
                   remit-record(1:20) delimited by size
                   " " delimited by size
                   ws-exc-reason delimited by size
                   into ws-report-line
               end-string
               write dorm-report-record from ws-report-line
               move spaces to ws-exc-key
               move remit-record(1:12) to ws-exc-key
               perform write-central-exception
               exit paragraph
           end-if

           if ws-written-count = 0
               open extend escheat-ledger
               open extend reciept-gift-ledger
           end-if
           move ws-card-number(ws-card-found) to esch-card
           move ws-card-issued(ws-card-found) to esch-issued
           move ws-card-last(ws-card-found) to esch-last
           move ws-card-balance(ws-card-found) to esch-amount
           move ws-dorm-date to esch-date
           write escheat-record
           move ws-card-number(ws-card-found) to glg-card
           move 0 to glg-seq
           move ws-dorm-date to glg-date
           move 'E' to glg-type
           move ws-card-balance(ws-card-found) to glg-amount
           write gift-ledger-record
           add 1 to ws-written-count
           add ws-card-balance(ws-card-found) to ws-written-amount
           add 1 to ws-escheated-on-file
           move spaces to ws-report-line
           string
               "WRITTEN OFF CARD " delimited by size
               ws-card-number(ws-card-found) delimited by size
               " ISSUED " delimited by size
               ws-card-issued(ws-card-found) delimited by size
               " LAST " delimited by size
               ws-card-last(ws-card-found) delimited by size
               " DAYS " delimited by size
               ws-card-days(ws-card-found) delimited by size
               " AMOUNT " delimited by size
               ws-card-balance(ws-card-found) delimited by size
               into ws-report-line
           end-string
           write dorm-report-record from ws-report-line
           move 0 to ws-card-balance(ws-card-found)
           move 'E' to ws-card-stat(ws-card-found)
           move 'Y' to ws-gift-dirty.

       age-one-card.
           if ws-card-stat(ws-card-index) = 'E'
               or ws-card-balance(ws-card-index) = 0
               exit paragraph
           end-if
           add 1 to ws-open-count
           add ws-card-balance(ws-card-index) to ws-open-amount
           if ws-card-last(ws-card-index) = spaces
               add 1 to ws-unknown-count
               add ws-card-balance(ws-card-index) to ws-unknown-amount
               exit paragraph
           end-if
           evaluate true
               when ws-card-days(ws-card-index) < 365
                   add 1 to ws-bkt-count-1
                   add ws-card-balance(ws-card-index)
                       to ws-bkt-amount-1
               when ws-card-days(ws-card-index) < 730
                   add 1 to ws-bkt-count-2
                   add ws-card-balance(ws-card-index)
                       to ws-bkt-amount-2
               when ws-card-days(ws-card-index) < 1095
                   add 1 to ws-bkt-count-3
                   add ws-card-balance(ws-card-index)
                       to ws-bkt-amount-3
               when other
                   add 1 to ws-bkt-count-4
                   add ws-card-balance(ws-card-index)
                       to ws-bkt-amount-4
           end-evaluate
           if ws-card-days(ws-card-index) >= ws-escheat-days
               add 1 to ws-past-count
               add ws-card-balance(ws-card-index) to ws-past-amount
               move spaces to ws-report-line
               string
                   "CARD " delimited by size
                   ws-card-number(ws-card-index) delimited by size
                   " ISSUED " delimited by size
                   ws-card-issued(ws-card-index) delimited by size
                   " LAST " delimited by size
                   ws-card-last(ws-card-index) delimited by size
                   " DAYS " delimited by size
                   ws-card-days(ws-card-index) delimited by size
                   " BALANCE " delimited by size
                   ws-card-balance(ws-card-index) delimited by size
                   into ws-report-line
               end-string
               write dorm-report-record from ws-report-line
           end-if.

       write-dormancy-totals.
           move spaces to dorm-report-record
           write dorm-report-record
           move "OUTSTANDING BALANCES BY LAST ACTIVITY"
               to ws-report-line
           write dorm-report-record from ws-report-line
           move all "-" to dorm-report-record
           write dorm-report-record
           move "UNDER 1 YEAR" to ws-age-label
           move ws-bkt-count-1 to ws-line-count
           move ws-bkt-amount-1 to ws-line-amount
           perform write-bucket-line
           move "1-2 YEARS" to ws-age-label
           move ws-bkt-count-2 to ws-line-count
           move ws-bkt-amount-2 to ws-line-amount
           perform write-bucket-line
           move "2-3 YEARS" to ws-age-label
           move ws-bkt-count-3 to ws-line-count
           move ws-bkt-amount-3 to ws-line-amount
           perform write-bucket-line
           move "OVER 3 YEARS" to ws-age-label
           move ws-bkt-count-4 to ws-line-count
           move ws-bkt-amount-4 to ws-line-amount
           perform write-bucket-line
           move "NO DATE" to ws-age-label
           move ws-unknown-count to ws-line-count
           move ws-unknown-amount to ws-line-amount
           perform write-bucket-line
           move spaces to ws-report-line
           string
               "TOTAL        CARDS " delimited by size
               ws-open-count delimited by size
               " BALANCE " delimited by size
               ws-open-amount delimited by size
               into ws-report-line
           end-string
           write dorm-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "PAST THRESHOLD " delimited by size
               ws-past-count delimited by size
               " CARDS " delimited by size
               ws-past-amount delimited by size
               " WRITTEN OFF THIS RUN " delimited by size
               ws-written-count delimited by size
               " CARDS " delimited by size
               ws-written-amount delimited by size
               " REJECTED " delimited by size
               ws-rejected-count delimited by size
               into ws-report-line
           end-string
           write dorm-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "CARDS ON FILE " delimited by size
               ws-card-count delimited by size
               " ESCHEATED " delimited by size
               ws-escheated-on-file delimited by size
               " DATES FILLED FROM LEDGER " delimited by size
               ws-backfill-count delimited by size
               into ws-report-line
           end-string
           write dorm-report-record from ws-report-line.

       write-bucket-line.
           move spaces to ws-report-line
           string
               ws-age-label delimited by size
               " CARDS " delimited by size
               ws-line-count delimited by size
               " BALANCE " delimited by size
               ws-line-amount delimited by size
               into ws-report-line
           end-string
           write dorm-report-record from ws-report-line.

       save-gift-cards.
           if card-table-full
               display "GIFT FILE NOT REWRITTEN - MORE THAN 5000 CARDS"
               exit paragraph
           end-if
           move 'B' to fg-function
           move "reciept-gift.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output reciept-gift
           perform varying ws-card-index from 1 by 1
               until ws-card-index > ws-card-count
               move ws-card-number(ws-card-index)
                   to gift-record-number
               move ws-card-balance(ws-card-index)
                   to gift-record-balance
               move ws-card-issued(ws-card-index)
                   to gift-record-issued
               move ws-card-last(ws-card-index) to gift-record-last
               move ws-card-stat(ws-card-index) to gift-record-status
               write gift-record
           end-perform
           close reciept-gift.

       write-central-exception.
           open extend central-exc
           if ws-central-status = "00" or "05"
               move "rcpt-dormant" to stdexc-program-id
               move ws-dorm-date to stdexc-run-date
               move 'E' to stdexc-severity
               move ws-exc-key to stdexc-key
               move ws-exc-reason to stdexc-reason
               move 'N' to stdexc-resolved
               write std-exception
           end-if
           close central-exc.
