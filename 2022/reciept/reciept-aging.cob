       identification division.
       program-id. "reciept-aging".

       environment division.
       input-output section.
       file-control.
       select optional reciept-cust assign to "reciept-cust.dat"
           organization line sequential
           file status is ws-cust-status.
       select optional reciept-ledger assign to "reciept-ledger.dat"
           organization line sequential
           file status is ws-ledger-status.
       select aging-report assign to "reciept-aging-report.dat"
           organization line sequential.

       data division.
       file section.
       fd reciept-cust.
       copy "reciept-cust-record.cpy".

       fd reciept-ledger.
       copy "reciept-ledger-record.cpy".

       fd aging-report.
       01 aging-report-record pic x(132).

       working-storage section.
       01 ws-cust-status pic xx.
       01 ws-cust-eof pic x(1) value 'N'.
           88 cust-eof value 'Y'.
       01 ws-ledger-status pic xx.
       01 ws-ledger-eof pic x(1) value 'N'.
           88 ledger-eof value 'Y'.
       01 ws-run-timestamp pic x(21).
       01 ws-aging-date pic x(8).
       01 ws-report-line pic x(132).
       01 ws-cust-count pic 9(4) value 0.
       01 ws-cust-table.
           05 ws-cust-entry occurs 1 to 2000 times
               depending on ws-cust-count.
               10 ws-cust-acct pic 9(5).
               10 ws-cust-name pic x(20).
               10 ws-cust-limit pic 9(7)v9(2).
       01 ws-cust-index pic 9(4).
       01 ws-led-count pic 9(5) value 0.
       01 ws-led-table.
           05 ws-led-entry occurs 1 to 20000 times
               depending on ws-led-count.
               10 ws-led-acct pic 9(5).
               10 ws-led-date pic x(8).
               10 ws-led-type pic x(1).
               10 ws-led-amount pic 9(7)v9(2).
       01 ws-led-index pic 9(5).
       01 ws-led-full pic x(1) value 'N'.
           88 led-table-full value 'Y'.
       01 ws-acct-paid pic 9(9)v9(2).
       01 ws-acct-charged pic 9(9)v9(2).
       01 ws-acct-balance pic s9(9)v9(2).
       01 ws-acct-bal-abs pic 9(9)v9(2).
       01 ws-acct-bal-sign pic x(1).
       01 ws-cum-before pic 9(9)v9(2).
       01 ws-open-part pic 9(9)v9(2).
       01 ws-age-days pic s9(5).
       01 ws-oldest-age pic 9(5).
       01 ws-bkt-current pic 9(9)v9(2).
       01 ws-bkt-30 pic 9(9)v9(2).
       01 ws-bkt-60 pic 9(9)v9(2).
       01 ws-bkt-90 pic 9(9)v9(2).
       01 ws-tot-current pic 9(9)v9(2) value 0.
       01 ws-tot-30 pic 9(9)v9(2) value 0.
       01 ws-tot-60 pic 9(9)v9(2) value 0.
       01 ws-tot-90 pic 9(9)v9(2) value 0.
       01 ws-hold-days pic 9(3) value 60.
       01 ws-hold-flag pic x(11).
       01 ws-hold-count pic 9(5) value 0.
       01 ws-over-limit-count pic 9(5) value 0.
       01 ws-open-acct-count pic 9(5) value 0.
       01 ws-final-rc pic 9(2) value 0.
       copy "run-log-record.cpy".
       copy "bus-date-record.cpy".
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
           move "CREDIT-HOLD-DAYS" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               compute ws-hold-days =
                   function numval(ws-parm-found-value)
           end-if
           perform get-business-date
           move ws-run-timestamp(1:8) to ws-aging-date
           move "AGING-DATE" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value(1:8) to ws-aging-date
           end-if

           perform load-customers
           perform load-ledger

           open output aging-report
           move spaces to ws-report-line
           string
               "RECEIVABLES AGING AS OF " delimited by size
               ws-aging-date delimited by size
               " CREDIT HOLD AFTER " delimited by size
               ws-hold-days delimited by size
               " DAYS RUN " delimited by size
               ws-run-timestamp delimited by size
               into ws-report-line
           end-string
           write aging-report-record from ws-report-line
           if led-table-full
               move spaces to ws-report-line
               string
                   "WARNING: MORE THAN 20000 LEDGER RECORDS - "
                       delimited by size
                   "LATER POSTINGS NOT AGED" delimited by size
                   into ws-report-line
               end-string
               write aging-report-record from ws-report-line
           end-if
           move spaces to ws-report-line
           string
               "ACCT  NAME                 BALANCE      "
                   delimited by size
               "CURRENT      31-60        61-90        OVER 90"
                   delimited by size
               into ws-report-line
           end-string
           write aging-report-record from ws-report-line
           move all "-" to aging-report-record
           write aging-report-record
           perform varying ws-cust-index from 1 by 1
               until ws-cust-index > ws-cust-count
               perform age-one-account
           end-perform
           perform write-aging-totals
           close aging-report

           display ws-open-acct-count " ACCOUNTS WITH OPEN BALANCES - "
               ws-hold-count " ON CREDIT HOLD - REPORT WRITTEN TO "
               "reciept-aging-report.dat"
           move 0 to ws-final-rc
           if ws-hold-count > 0 or led-table-full
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
           move "rcpt-aging" to log-program-id
           move 'S' to log-event
           move 0 to log-records-read
           move 0 to log-records-written
           move 0 to log-exception-count
           move spaces to log-status
           perform call-run-log.

       log-run-end.
           move 'E' to log-event
           move ws-led-count to log-records-read
           move ws-open-acct-count to log-records-written
           move ws-hold-count to log-exception-count
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

       load-customers.
           move 0 to ws-cust-count
           open input reciept-cust
           if ws-cust-status = "00"
               perform until cust-eof
                   read reciept-cust
                       at end move 'Y' to ws-cust-eof
                       not at end
                           if ws-cust-count >= 2000
                               display "MORE THAN 2000 CUSTOMERS - "
                                   "REST NOT AGED"
                               move 'Y' to ws-cust-eof
                           else
                               add 1 to ws-cust-count
                               move cust-record-acct
                                   to ws-cust-acct(ws-cust-count)
                               move cust-record-name
                                   to ws-cust-name(ws-cust-count)
                               move cust-record-limit
                                   to ws-cust-limit(ws-cust-count)
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-cust.

       load-ledger.
           move 0 to ws-led-count
           open input reciept-ledger
           if ws-ledger-status = "00"
               perform until ledger-eof
                   read reciept-ledger
                       at end move 'Y' to ws-ledger-eof
                       not at end
                           if ledger-date <= ws-aging-date
                               if ws-led-count >= 20000
                                   move 'Y' to ws-led-full
                                   move 'Y' to ws-ledger-eof
                               else
                                   add 1 to ws-led-count
                                   move ledger-acct
                                       to ws-led-acct(ws-led-count)
                                   move ledger-date
                                       to ws-led-date(ws-led-count)
                                   move ledger-type
                                       to ws-led-type(ws-led-count)
                                   move ledger-amount
                                       to ws-led-amount(ws-led-count)
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-ledger.

      *    payments and credits are applied to the oldest charges
      *    first; whatever part of a charge the payments have not
      *    reached is open, and is aged from the charge date.
       age-one-account.
           move 0 to ws-acct-paid
           move 0 to ws-acct-charged
           perform varying ws-led-index from 1 by 1
               until ws-led-index > ws-led-count
               if ws-led-acct(ws-led-index)
                   = ws-cust-acct(ws-cust-index)
                   if ws-led-type(ws-led-index) = 'C'
                       add ws-led-amount(ws-led-index)
                           to ws-acct-charged
                   else
                       add ws-led-amount(ws-led-index)
                           to ws-acct-paid
                   end-if
               end-if
           end-perform
           compute ws-acct-balance = ws-acct-charged - ws-acct-paid
           if ws-acct-balance = 0
               exit paragraph
           end-if
           add 1 to ws-open-acct-count
           move 0 to ws-bkt-current
           move 0 to ws-bkt-30
           move 0 to ws-bkt-60
           move 0 to ws-bkt-90
           move 0 to ws-oldest-age
           move 0 to ws-cum-before
           perform varying ws-led-index from 1 by 1
               until ws-led-index > ws-led-count
               if ws-led-acct(ws-led-index)
                   = ws-cust-acct(ws-cust-index)
                   and ws-led-type(ws-led-index) = 'C'
                   perform age-one-charge
               end-if
           end-perform
           move "           " to ws-hold-flag
           if ws-oldest-age > ws-hold-days
               move "CREDIT HOLD" to ws-hold-flag
               add 1 to ws-hold-count
           else
               if ws-acct-balance > ws-cust-limit(ws-cust-index)
                   move "OVER LIMIT " to ws-hold-flag
                   add 1 to ws-over-limit-count
               end-if
           end-if
           if ws-acct-balance < 0
               move '-' to ws-acct-bal-sign
               compute ws-acct-bal-abs = 0 - ws-acct-balance
           else
               move '+' to ws-acct-bal-sign
               move ws-acct-balance to ws-acct-bal-abs
           end-if
           move spaces to ws-report-line
           string
               ws-cust-acct(ws-cust-index) delimited by size
               " " delimited by size
               ws-cust-name(ws-cust-index) delimited by size
               " " delimited by size
               ws-acct-bal-sign delimited by size
               ws-acct-bal-abs delimited by size
               " " delimited by size
               ws-bkt-current delimited by size
               " " delimited by size
               ws-bkt-30 delimited by size
               " " delimited by size
               ws-bkt-60 delimited by size
               " " delimited by size
               ws-bkt-90 delimited by size
               " " delimited by size
               ws-hold-flag delimited by size
               into ws-report-line
           end-string
           write aging-report-record from ws-report-line.

       age-one-charge.
           if ws-cum-before + ws-led-amount(ws-led-index)
               <= ws-acct-paid
               add ws-led-amount(ws-led-index) to ws-cum-before
               exit paragraph
           end-if
           if ws-cum-before >= ws-acct-paid
               move ws-led-amount(ws-led-index) to ws-open-part
           else
               compute ws-open-part = ws-cum-before
                   + ws-led-amount(ws-led-index) - ws-acct-paid
           end-if
           add ws-led-amount(ws-led-index) to ws-cum-before
           move 0 to ws-age-days
           if ws-led-date(ws-led-index) numeric
               compute ws-age-days =
                   function integer-of-date(
                       function numval(ws-aging-date))
                   - function integer-of-date(
                       function numval(ws-led-date(ws-led-index)))
           end-if
           if ws-age-days < 0
               move 0 to ws-age-days
           end-if
           if ws-age-days > ws-oldest-age
               move ws-age-days to ws-oldest-age
           end-if
           evaluate true
               when ws-age-days <= 30
                   add ws-open-part to ws-bkt-current
                   add ws-open-part to ws-tot-current
               when ws-age-days <= 60
                   add ws-open-part to ws-bkt-30
                   add ws-open-part to ws-tot-30
               when ws-age-days <= 90
                   add ws-open-part to ws-bkt-60
                   add ws-open-part to ws-tot-60
               when other
                   add ws-open-part to ws-bkt-90
                   add ws-open-part to ws-tot-90
           end-evaluate.

       write-aging-totals.
           move all "-" to aging-report-record
           write aging-report-record
           move spaces to ws-report-line
           string
               "TOTAL OPEN CHARGES " delimited by size
               "CURRENT " delimited by size
               ws-tot-current delimited by size
               " 31-60 " delimited by size
               ws-tot-30 delimited by size
               " 61-90 " delimited by size
               ws-tot-60 delimited by size
               " OVER 90 " delimited by size
               ws-tot-90 delimited by size
               into ws-report-line
           end-string
           write aging-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "ACCOUNTS WITH BALANCES " delimited by size
               ws-open-acct-count delimited by size
               " ON CREDIT HOLD " delimited by size
               ws-hold-count delimited by size
               " OVER LIMIT " delimited by size
               ws-over-limit-count delimited by size
               into ws-report-line
           end-string
           write aging-report-record from ws-report-line.
