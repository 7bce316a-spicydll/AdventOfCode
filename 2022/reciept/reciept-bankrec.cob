       identification division.
       program-id. "reciept-bankrec".

       environment division.
       input-output section.
       file-control.
       select optional reciept-deposit assign to "reciept-deposit.dat"
           organization line sequential
           file status is ws-deposit-status.
       select optional bank-stmt assign to "reciept-bank.dat"
           organization line sequential
           file status is ws-bank-status.
       select optional central-exc assign to "exceptions.dat"
           organization line sequential
           file status is ws-central-status.
       select bankrec-report assign to "reciept-bankrec-report.dat"
           organization line sequential.

       data division.
       file section.
       fd reciept-deposit.
       copy "reciept-deposit-record.cpy".

       fd bank-stmt.
       copy "reciept-bank-record.cpy".

       fd central-exc.
       copy "std-exception-record.cpy".

       fd bankrec-report.
       01 bankrec-report-record pic x(100).

       working-storage section.
       01 ws-deposit-status pic xx.
       01 ws-deposit-eof pic x(1) value 'N'.
           88 deposit-eof value 'Y'.
       01 ws-bank-status pic xx.
       01 ws-bank-eof pic x(1) value 'N'.
           88 bank-eof value 'Y'.
       01 ws-central-status pic xx.
       01 ws-run-timestamp pic x(21).
       01 ws-report-line pic x(100).
       01 ws-grace-days pic 9(3) value 3.
       01 ws-stmt-last-date pic x(8) value spaces.
       01 ws-dep-count pic 9(4) value 0.
       01 ws-dep-table.
           05 ws-dep-entry occurs 1 to 5000 times
               depending on ws-dep-count.
               10 ws-dep-slip pic 9(9).
               10 ws-dep-store pic x(2).
               10 ws-dep-date pic x(8).
               10 ws-dep-counted pic 9(7)v9(2).
               10 ws-dep-expected pic 9(7)v9(2).
               10 ws-dep-float pic 9(7)v9(2).
               10 ws-dep-amount pic 9(7)v9(2).
               10 ws-dep-os-sign pic x(1).
               10 ws-dep-os pic 9(7)v9(2).
               10 ws-dep-stat pic x(1).
               10 ws-dep-hit pic x(1).
       01 ws-dep-index pic 9(4).
       01 ws-dep-found pic 9(4).
       01 ws-dep-full pic x(1) value 'N'.
           88 dep-table-full value 'Y'.
       01 ws-dep-dirty pic x(1) value 'N'.
           88 dep-dirty value 'Y'.
       01 ws-bank-slip pic 9(9).
       01 ws-bank-line-no pic 9(7) value 0.
       01 ws-dep-age pic s9(5).
       01 ws-exc-key pic x(12).
       01 ws-exc-reason pic x(40).
       01 ws-credit-count pic 9(7) value 0.
       01 ws-matched-count pic 9(7) value 0.
       01 ws-matched-total pic 9(9)v9(2) value 0.
       01 ws-prior-count pic 9(7) value 0.
       01 ws-mismatch-count pic 9(7) value 0.
       01 ws-no-deposit-count pic 9(7) value 0.
       01 ws-no-deposit-amt pic 9(9)v9(2) value 0.
       01 ws-missing-count pic 9(7) value 0.
       01 ws-missing-amt pic 9(9)v9(2) value 0.
       01 ws-transit-count pic 9(7) value 0.
       01 ws-transit-amt pic 9(9)v9(2) value 0.
       01 ws-exception-count pic 9(7) value 0.
       01 ws-final-rc pic 9(2) value 0.
       copy "run-log-record.cpy".
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
           move "BANKREC-GRACE-DAYS" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               compute ws-grace-days =
                   function numval(ws-parm-found-value)
           end-if

           perform load-deposits
           if dep-table-full
               display "MORE THAN 5000 DEPOSITS - RECONCILIATION "
                   "NOT RUN"
               move 8 to ws-final-rc
               perform log-run-end
               move ws-final-rc to return-code
               goback
           end-if

           open input bank-stmt
           if ws-bank-status not = "00"
               display "NO BANK STATEMENT FILE reciept-bank.dat"
               close bank-stmt
               perform log-run-end
               move ws-final-rc to return-code
               goback
           end-if

           open output bankrec-report
           move spaces to ws-report-line
           string
               "BANK DEPOSIT RECONCILIATION RUN " delimited by size
               ws-run-timestamp delimited by size
               into ws-report-line
           end-string
           write bankrec-report-record from ws-report-line
           move all "-" to bankrec-report-record
           write bankrec-report-record

           perform until bank-eof
               read bank-stmt
                   at end move 'Y' to ws-bank-eof
                   not at end
                       add 1 to ws-bank-line-no
                       if bank-type = 'C'
                           perform match-bank-credit
                       end-if
               end-read
           end-perform
           close bank-stmt

           perform report-open-deposits
           perform write-control-totals
           close bankrec-report

           if dep-dirty
               perform save-deposits
           end-if

           display "RECONCILIATION WRITTEN TO "
               "reciept-bankrec-report.dat"
           if ws-exception-count > 0
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

       log-run-start.
           move "rcpt-bankrec" to log-program-id
           move 'S' to log-event
           move 0 to log-records-read
           move 0 to log-records-written
           move 0 to log-exception-count
           move spaces to log-status
           perform call-run-log.

       log-run-end.
           move 'E' to log-event
           move ws-credit-count to log-records-read
           move ws-matched-count to log-records-written
           move ws-exception-count to log-exception-count
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

       load-deposits.
           move 0 to ws-dep-count
           open input reciept-deposit
           if ws-deposit-status = "00"
               perform until deposit-eof
                   read reciept-deposit
                       at end move 'Y' to ws-deposit-eof
                       not at end
                           if ws-dep-count >= 5000
                               move 'Y' to ws-dep-full
                               move 'Y' to ws-deposit-eof
                           else
                               add 1 to ws-dep-count
                               perform store-deposit-entry
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-deposit.

       store-deposit-entry.
           move dep-slip to ws-dep-slip(ws-dep-count)
           move dep-store to ws-dep-store(ws-dep-count)
           move dep-date to ws-dep-date(ws-dep-count)
           move dep-counted to ws-dep-counted(ws-dep-count)
           move dep-expected to ws-dep-expected(ws-dep-count)
           move dep-float to ws-dep-float(ws-dep-count)
           move dep-amount to ws-dep-amount(ws-dep-count)
           move dep-over-short-sign to ws-dep-os-sign(ws-dep-count)
           move dep-over-short to ws-dep-os(ws-dep-count)
           move dep-status to ws-dep-stat(ws-dep-count)
           move 'N' to ws-dep-hit(ws-dep-count).

      *    a credit is matched to its deposit by slip number, then the
      *    amounts are compared. a credit for a slip reconciled by an
      *    earlier run at the same amount is the same statement line
      *    seen again and is only counted.
       match-bank-credit.
           add 1 to ws-credit-count
           if bank-date > ws-stmt-last-date
               or ws-stmt-last-date = spaces
               move bank-date to ws-stmt-last-date
           end-if
           move 0 to ws-dep-found
           if bank-ref is numeric
               move bank-ref to ws-bank-slip
               perform varying ws-dep-index from 1 by 1
                   until ws-dep-index > ws-dep-count
                       or ws-dep-found > 0
                   if ws-dep-slip(ws-dep-index) = ws-bank-slip
                       move ws-dep-index to ws-dep-found
                   end-if
               end-perform
           end-if
           if ws-dep-found = 0
               add 1 to ws-no-deposit-count
               add bank-amount to ws-no-deposit-amt
               move spaces to ws-report-line
               string
                   "BANK CREDIT " delimited by size
                   bank-date delimited by size
                   " REF " delimited by size
                   bank-ref delimited by size
                   " AMOUNT " delimited by size
                   bank-amount delimited by size
                   " NO DEPOSIT ON FILE" delimited by size
                   into ws-report-line
               end-string
               write bankrec-report-record from ws-report-line
               move bank-ref to ws-exc-key
               move "BANK CREDIT WITH NO DEPOSIT" to ws-exc-reason
               perform write-central-exception
               exit paragraph
           end-if
           if ws-dep-stat(ws-dep-found) = 'R'
               and ws-dep-hit(ws-dep-found) = 'N'
               and ws-dep-amount(ws-dep-found) = bank-amount
               add 1 to ws-prior-count
               move 'Y' to ws-dep-hit(ws-dep-found)
               exit paragraph
           end-if
           if ws-dep-hit(ws-dep-found) = 'Y'
               move spaces to ws-report-line
               string
                   "BANK CREDIT " delimited by size
                   bank-date delimited by size
                   " SLIP " delimited by size
                   ws-bank-slip delimited by size
                   " AMOUNT " delimited by size
                   bank-amount delimited by size
                   " SLIP ALREADY CREDITED" delimited by size
                   into ws-report-line
               end-string
               write bankrec-report-record from ws-report-line
               add 1 to ws-no-deposit-count
               add bank-amount to ws-no-deposit-amt
               move bank-ref to ws-exc-key
               move "BANK CREDIT DUPLICATES A SLIP"
                   to ws-exc-reason
               perform write-central-exception
               exit paragraph
           end-if
           move 'Y' to ws-dep-hit(ws-dep-found)
           move 'Y' to ws-dep-dirty
           if ws-dep-amount(ws-dep-found) not = bank-amount
               add 1 to ws-mismatch-count
               move 'M' to ws-dep-stat(ws-dep-found)
               move spaces to ws-report-line
               string
                   "SLIP " delimited by size
                   ws-bank-slip delimited by size
                   " STORE " delimited by size
                   ws-dep-store(ws-dep-found) delimited by size
                   " DATE " delimited by size
                   ws-dep-date(ws-dep-found) delimited by size
                   " DEPOSITED " delimited by size
                   ws-dep-amount(ws-dep-found) delimited by size
                   " BANK " delimited by size
                   bank-amount delimited by size
                   " AMOUNT MISMATCH" delimited by size
                   into ws-report-line
               end-string
               write bankrec-report-record from ws-report-line
               move bank-ref to ws-exc-key
               move "DEPOSIT AND BANK CREDIT AMOUNTS DIFFER"
                   to ws-exc-reason
               perform write-central-exception
           else
               add 1 to ws-matched-count
               add bank-amount to ws-matched-total
               move 'R' to ws-dep-stat(ws-dep-found)
           end-if.

      *    a deposit the statement has not credited is only missing
      *    once the statement runs past its date by the grace days
      *    the bank takes to post; until then it is in transit.
      *    mismatched deposits were reported when they were credited.
       report-open-deposits.
           perform varying ws-dep-index from 1 by 1
               until ws-dep-index > ws-dep-count
               if ws-dep-stat(ws-dep-index) = space
                   and ws-dep-hit(ws-dep-index) = 'N'
                   perform report-one-open-deposit
               end-if
           end-perform.

       report-one-open-deposit.
           move 0 to ws-dep-age
           if ws-stmt-last-date numeric
               and ws-dep-date(ws-dep-index) numeric
               compute ws-dep-age =
                   function integer-of-date(
                       function numval(ws-stmt-last-date))
                   - function integer-of-date(
                       function numval(ws-dep-date(ws-dep-index)))
           end-if
           move spaces to ws-report-line
           if ws-dep-age > ws-grace-days
               add 1 to ws-missing-count
               add ws-dep-amount(ws-dep-index) to ws-missing-amt
               string
                   "SLIP " delimited by size
                   ws-dep-slip(ws-dep-index) delimited by size
                   " STORE " delimited by size
                   ws-dep-store(ws-dep-index) delimited by size
                   " DATE " delimited by size
                   ws-dep-date(ws-dep-index) delimited by size
                   " AMOUNT " delimited by size
                   ws-dep-amount(ws-dep-index) delimited by size
                   " MISSING FROM BANK" delimited by size
                   into ws-report-line
               end-string
               write bankrec-report-record from ws-report-line
               move spaces to ws-exc-key
               move ws-dep-slip(ws-dep-index) to ws-exc-key
               move "DEPOSIT NOT CREDITED BY BANK" to ws-exc-reason
               perform write-central-exception
           else
               add 1 to ws-transit-count
               add ws-dep-amount(ws-dep-index) to ws-transit-amt
               string
                   "SLIP " delimited by size
                   ws-dep-slip(ws-dep-index) delimited by size
                   " STORE " delimited by size
                   ws-dep-store(ws-dep-index) delimited by size
                   " DATE " delimited by size
                   ws-dep-date(ws-dep-index) delimited by size
                   " AMOUNT " delimited by size
                   ws-dep-amount(ws-dep-index) delimited by size
                   " IN TRANSIT" delimited by size
                   into ws-report-line
               end-string
               write bankrec-report-record from ws-report-line
           end-if.

       write-control-totals.
           move all "-" to bankrec-report-record
           write bankrec-report-record
           move spaces to ws-report-line
           string
               "BANK CREDITS " delimited by size
               ws-credit-count delimited by size
               " MATCHED " delimited by size
               ws-matched-count delimited by size
               " TOTAL " delimited by size
               ws-matched-total delimited by size
               " MISMATCHED " delimited by size
               ws-mismatch-count delimited by size
               " PRIOR " delimited by size
               ws-prior-count delimited by size
               into ws-report-line
           end-string
           write bankrec-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "BANK CREDITS WITH NO DEPOSIT " delimited by size
               ws-no-deposit-count delimited by size
               " TOTAL " delimited by size
               ws-no-deposit-amt delimited by size
               into ws-report-line
           end-string
           write bankrec-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "DEPOSITS MISSING FROM BANK " delimited by size
               ws-missing-count delimited by size
               " TOTAL " delimited by size
               ws-missing-amt delimited by size
               " IN TRANSIT " delimited by size
               ws-transit-count delimited by size
               " TOTAL " delimited by size
               ws-transit-amt delimited by size
               into ws-report-line
           end-string
           write bankrec-report-record from ws-report-line.

       save-deposits.
           move 'B' to fg-function
           move "reciept-deposit.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output reciept-deposit
           perform varying ws-dep-index from 1 by 1
               until ws-dep-index > ws-dep-count
               move ws-dep-slip(ws-dep-index) to dep-slip
               move ws-dep-store(ws-dep-index) to dep-store
               move ws-dep-date(ws-dep-index) to dep-date
               move ws-dep-counted(ws-dep-index) to dep-counted
               move ws-dep-expected(ws-dep-index) to dep-expected
               move ws-dep-float(ws-dep-index) to dep-float
               move ws-dep-amount(ws-dep-index) to dep-amount
               move ws-dep-os-sign(ws-dep-index)
                   to dep-over-short-sign
               move ws-dep-os(ws-dep-index) to dep-over-short
               move ws-dep-stat(ws-dep-index) to dep-status
               write deposit-record
           end-perform
           close reciept-deposit.

       write-central-exception.
           add 1 to ws-exception-count
           open extend central-exc
           if ws-central-status = "00" or "05"
               move "rcpt-bankrec" to stdexc-program-id
               move ws-run-timestamp(1:8) to stdexc-run-date
               move 'E' to stdexc-severity
               move ws-exc-key to stdexc-key
               move ws-exc-reason to stdexc-reason
               move 'N' to stdexc-resolved
               write std-exception
           end-if
           close central-exc.
