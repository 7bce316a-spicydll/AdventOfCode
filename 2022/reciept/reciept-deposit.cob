       identification division.
       program-id. "reciept-deposit".

       environment division.
       input-output section.
       file-control.
       select sysin assign to keyboard organization line sequential.
       select optional reciept-till assign using ws-till-file-name
           organization line sequential
           file status is ws-till-status.
       select optional reciept-daystat assign to "reciept-daystat.dat"
           organization line sequential
           file status is ws-daystat-status.
       select optional reciept-deposit assign to "reciept-deposit.dat"
           organization line sequential
           file status is ws-deposit-status.
       select slip-doc assign using ws-slip-doc-name
           organization line sequential.
       select optional central-exc assign to "exceptions.dat"
           organization line sequential
           file status is ws-central-status.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd reciept-till.
       01 till-record.
           05 till-record-date pic x(8).
           05 till-record-operator pic x(4).
           05 till-record-total pic 9(7)v9(2).

       fd reciept-daystat.
       copy "reciept-daystat-record.cpy".

       fd reciept-deposit.
       copy "reciept-deposit-record.cpy".

       fd slip-doc.
       01 slip-record pic x(80).

       fd central-exc.
       copy "std-exception-record.cpy".

       working-storage section.
       01 ws-till-status pic xx.
       01 ws-till-eof pic x(1) value 'N'.
           88 till-eof value 'Y'.
       01 ws-daystat-status pic xx.
       01 ws-daystat-eof pic x(1) value 'N'.
           88 daystat-eof value 'Y'.
       01 ws-deposit-status pic xx.
       01 ws-deposit-eof pic x(1) value 'N'.
           88 deposit-eof value 'Y'.
       01 ws-central-status pic xx.
       01 ws-deposit-date pic x(8).
       01 ws-store-id pic x(2) value spaces.
       01 ws-till-file-name pic x(30) value "reciept-till.dat".
       01 ws-slip-doc-name pic x(40).
       01 ws-day-closed pic x(1) value 'N'.
           88 day-closed value 'Y'.
       01 ws-already-deposited pic x(1) value 'N'.
           88 already-deposited value 'Y'.
       01 ws-run-timestamp pic x(21).
       01 ws-report-line pic x(80).
       01 ws-till-date pic x(8) value spaces.
       01 ws-till-float pic 9(7)v9(2) value 0.
       01 ws-till-paid-in pic 9(7)v9(2) value 0.
       01 ws-till-paid-out pic 9(7)v9(2) value 0.
       01 ws-till-cash pic 9(7)v9(2) value 0.
       01 ws-till-counted pic 9(7)v9(2) value 0.
       01 ws-till-count-found pic x(1) value 'N'.
           88 till-count-found value 'Y'.
       01 ws-drawer-expected pic 9(7)v9(2) value 0.
       01 ws-counted-cash pic 9(7)v9(2) value 0.
       01 ws-next-float pic 9(7)v9(2) value 0.
       01 ws-deposit-amount pic 9(7)v9(2) value 0.
       01 ws-over-short pic s9(7)v9(2) value 0.
       01 ws-over-short-abs pic 9(7)v9(2) value 0.
       01 ws-over-short-sign pic x(1) value space.
       01 ws-last-slip pic 9(9) value 0.
       01 ws-slip-number pic 9(9) value 0.
       01 ws-amount-token pic x(12).
       01 ws-amount-len pic 9(2).
       01 ws-char-index pic 9(2).
       01 ws-point-count pic 9(2).
       01 ws-amount-bad pic x(1) value 'N'.
           88 amount-bad value 'Y'.
       01 ws-amount-value pic 9(7)v9(2).
       01 ws-amount-prompt pic x(50).
       01 ws-exc-key pic x(12).
       01 ws-exc-reason pic x(40).
       copy "bus-date-record.cpy".
       01 ws-parm-index pic 9(3).
       01 ws-parm-lookup pic x(20).
       01 ws-parm-fnd pic x(1) value 'N'.
           88 parm-found value 'Y'.
       01 ws-parm-found-value pic x(40).
       copy "run-parms.cpy".

       procedure division.
           move function current-date to ws-run-timestamp

           call "runparm" using run-parms
               on exception
                   move 0 to parm-count
           end-call
           move "RCPT-STORE" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value(1:2) to ws-store-id
               display "STORE " ws-store-id
                   " TAKEN FROM runparm.dat"
           else
               display "Store ID (blank = 01): "
               accept ws-store-id from sysin
           end-if
           if ws-store-id = spaces
               move "01" to ws-store-id
           end-if
           perform validate-store-id
           move spaces to ws-till-file-name
           string
               "reciept-till-" delimited by size
               ws-store-id delimited by size
               ".dat" delimited by size
               into ws-till-file-name
           end-string

           move "DEPOSIT-DATE" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value(1:8) to ws-deposit-date
               display "DEPOSIT DATE " ws-deposit-date
                   " TAKEN FROM runparm.dat - NO PROMPT"
           else
               display "Business date to deposit (YYYYMMDD, "
                   "blank = current): "
               accept ws-deposit-date from sysin
           end-if
           if ws-deposit-date = spaces
               move 'G' to bd-function
               move spaces to bd-date
               call "busdate" using bd-record
                   on exception
                       move ws-run-timestamp(1:8) to bd-date
               end-call
               move bd-date to ws-deposit-date
           end-if

           perform check-day-closed
           if not day-closed
               display "DATE " ws-deposit-date " NOT CLOSED FOR STORE "
                   ws-store-id " - RUN reciept-close FIRST"
               move 8 to return-code
               stop run
           end-if
           perform scan-deposits
           if already-deposited
               display "DEPOSIT FOR STORE " ws-store-id " DATE "
                   ws-deposit-date " ALREADY PREPARED - NOTHING DONE"
               stop run
           end-if

           perform load-till
           if ws-till-date not = ws-deposit-date
               display "WARNING: TILL FILE DATED " ws-till-date
                   " - EXPECTED DRAWER MAY NOT BE FOR THIS DAY"
               move 'N' to ws-till-count-found
           end-if
           compute ws-drawer-expected = ws-till-float + ws-till-cash
               + ws-till-paid-in - ws-till-paid-out
           display "EXPECTED DRAWER " ws-drawer-expected
               " (FLOAT " ws-till-float ")"

      *    the drawer count keyed at closeout is the counted cash; the
      *    DEPOSIT-COUNTED parm or prompt only overrides it.
           if till-count-found
               display "DRAWER COUNTED AT CLOSEOUT " ws-till-counted
               move "Counted cash override (blank = closeout count): "
                   to ws-amount-prompt
           else
               move "Counted cash in drawer (e.g. 812.50): "
                   to ws-amount-prompt
           end-if
           move "DEPOSIT-COUNTED" to ws-parm-lookup
           perform get-amount
           if amount-bad
               or (ws-amount-token = spaces and not till-count-found)
               display "COUNTED CASH NOT VALID - NO DEPOSIT PREPARED"
               move 8 to return-code
               stop run
           end-if
           if ws-amount-token = spaces
               move ws-till-counted to ws-counted-cash
           else
               move ws-amount-value to ws-counted-cash
           end-if

           move "NEXT-FLOAT" to ws-parm-lookup
           move "Float kept for next day (blank = same): "
               to ws-amount-prompt
           perform get-amount
           if amount-bad
               display "NEXT FLOAT NOT VALID - NO DEPOSIT PREPARED"
               move 8 to return-code
               stop run
           end-if
           if ws-amount-token = spaces
               move ws-till-float to ws-next-float
           else
               move ws-amount-value to ws-next-float
           end-if
           if ws-next-float > ws-counted-cash
               display "NEXT FLOAT " ws-next-float
                   " IS MORE THAN COUNTED CASH " ws-counted-cash
                   " - NO DEPOSIT PREPARED"
               move 8 to return-code
               stop run
           end-if

           compute ws-deposit-amount = ws-counted-cash - ws-next-float
           compute ws-over-short = ws-counted-cash - ws-drawer-expected
           if ws-over-short < 0
               move '-' to ws-over-short-sign
               compute ws-over-short-abs = 0 - ws-over-short
           else
               move '+' to ws-over-short-sign
               move ws-over-short to ws-over-short-abs
           end-if
           compute ws-slip-number = ws-last-slip + 1

           perform write-deposit-record
           perform write-deposit-slip
           if ws-over-short-abs not = 0
               move spaces to ws-exc-key
               string
                   ws-store-id delimited by size
                   ws-deposit-date delimited by size
                   into ws-exc-key
               end-string
               move spaces to ws-exc-reason
               string
                   "DRAWER OVER/SHORT " delimited by size
                   ws-over-short-sign delimited by size
                   ws-over-short-abs delimited by size
                   into ws-exc-reason
               end-string
               perform write-central-exception
           end-if

           display "DEPOSIT SLIP " ws-slip-number " AMOUNT "
               ws-deposit-amount " OVER/SHORT " ws-over-short-sign
               ws-over-short-abs
           display "DEPOSIT SLIP WRITTEN TO " ws-slip-doc-name.

       stop run.

       validate-store-id.
           if ws-store-id(2:1) = space
               move ws-store-id(1:1) to ws-store-id(2:1)
               move '0' to ws-store-id(1:1)
           end-if
           if ws-store-id not numeric
               display "STORE ID '" ws-store-id
                   "' NOT TWO DIGITS - STORE 01 USED"
               move "01" to ws-store-id
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

      *    the deposit is made from a counted drawer, so the day must
      *    have been closed (and its z-report taken) first.
       check-day-closed.
           move 'N' to ws-day-closed
           open input reciept-daystat
           if ws-daystat-status = "00"
               perform until daystat-eof
                   read reciept-daystat
                       at end move 'Y' to ws-daystat-eof
                       not at end
                           if daystat-date = ws-deposit-date
                               and daystat-status = 'C'
                               and (daystat-store = ws-store-id
                                   or daystat-store = spaces)
                               move 'Y' to ws-day-closed
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-daystat.

      *    slip numbers run on from the highest already issued; one
      *    deposit is allowed per store and business date.
       scan-deposits.
           move 'N' to ws-already-deposited
           move 0 to ws-last-slip
           open input reciept-deposit
           if ws-deposit-status = "00"
               perform until deposit-eof
                   read reciept-deposit
                       at end move 'Y' to ws-deposit-eof
                       not at end
                           if dep-slip numeric
                               and dep-slip > ws-last-slip
                               move dep-slip to ws-last-slip
                           end-if
                           if dep-store = ws-store-id
                               and dep-date = ws-deposit-date
                               move 'Y' to ws-already-deposited
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-deposit.

       load-till.
           open input reciept-till
           if ws-till-status = "00"
               perform until till-eof
                   read reciept-till
                       at end move 'Y' to ws-till-eof
                       not at end
                           evaluate till-record-operator
                               when "ALL "
                                   move till-record-date
                                       to ws-till-date
                               when "*FLT"
                                   move till-record-total
                                       to ws-till-float
                               when "*PIN"
                                   move till-record-total
                                       to ws-till-paid-in
                               when "*POT"
                                   move till-record-total
                                       to ws-till-paid-out
                               when "*CSH"
                                   move till-record-total
                                       to ws-till-cash
                               when "*CNT"
                                   move till-record-total
                                       to ws-till-counted
                                   move 'Y' to ws-till-count-found
                           end-evaluate
                   end-read
               end-perform
           end-if
           close reciept-till.

      *    an amount comes from runparm.dat when the key is there,
      *    otherwise from the keyboard; blank is left to the caller.
       get-amount.
           move 'N' to ws-amount-bad
           move 0 to ws-amount-value
           move 0 to ws-point-count
           perform find-run-parm
           if parm-found
               move ws-parm-found-value(1:12) to ws-amount-token
               display ws-parm-lookup " " ws-amount-token
                   " TAKEN FROM runparm.dat"
           else
               display ws-amount-prompt
               accept ws-amount-token from sysin
           end-if
           if ws-amount-token = spaces
               exit paragraph
           end-if
           compute ws-amount-len =
               function length(function trim(ws-amount-token))
           if ws-amount-len > 10
               move 'Y' to ws-amount-bad
               display "AMOUNT MUST BE 1-7 DIGITS WITH OPTIONAL CENTS"
               exit paragraph
           end-if
           move function trim(ws-amount-token) to ws-amount-token
           perform varying ws-char-index from 1 by 1
               until ws-char-index > ws-amount-len or amount-bad
               if ws-amount-token(ws-char-index:1) = '.'
                   add 1 to ws-point-count
               else
                   if ws-amount-token(ws-char-index:1) < '0'
                       or ws-amount-token(ws-char-index:1) > '9'
                       move 'Y' to ws-amount-bad
                       display "AMOUNT MUST BE NUMERIC"
                   end-if
               end-if
           end-perform
           if amount-bad
               exit paragraph
           end-if
           if ws-point-count > 1
               move 'Y' to ws-amount-bad
               display "AMOUNT HAS MORE THAN ONE POINT"
               exit paragraph
           end-if
           if function numval(ws-amount-token) > 9999999.99
               move 'Y' to ws-amount-bad
               display "AMOUNT TOO LARGE"
               exit paragraph
           end-if
           compute ws-amount-value = function numval(ws-amount-token).

       write-deposit-record.
           open extend reciept-deposit
           move ws-slip-number to dep-slip
           move ws-store-id to dep-store
           move ws-deposit-date to dep-date
           move ws-counted-cash to dep-counted
           move ws-drawer-expected to dep-expected
           move ws-next-float to dep-float
           move ws-deposit-amount to dep-amount
           move ws-over-short-sign to dep-over-short-sign
           move ws-over-short-abs to dep-over-short
           move space to dep-status
           write deposit-record
           close reciept-deposit.

       write-deposit-slip.
           move spaces to ws-slip-doc-name
           string
               "reciept-deposit-" delimited by size
               ws-store-id delimited by size
               "-" delimited by size
               ws-deposit-date delimited by size
               ".txt" delimited by size
               into ws-slip-doc-name
           end-string
           open output slip-doc
           move "SPICY DLL GENERAL STORE - BANK DEPOSIT SLIP"
               to slip-record
           write slip-record
           move spaces to ws-report-line
           string
               "SLIP " delimited by size
               ws-slip-number delimited by size
               " STORE " delimited by size
               ws-store-id delimited by size
               " BUSINESS DATE " delimited by size
               ws-deposit-date delimited by size
               into ws-report-line
           end-string
           write slip-record from ws-report-line
           move all "-" to slip-record
           write slip-record
           move spaces to ws-report-line
           string
               "COUNTED CASH       " delimited by size
               ws-counted-cash delimited by size
               into ws-report-line
           end-string
           write slip-record from ws-report-line
           move spaces to ws-report-line
           string
               "LESS NEXT FLOAT    " delimited by size
               ws-next-float delimited by size
               into ws-report-line
           end-string
           write slip-record from ws-report-line
           move spaces to ws-report-line
           string
               "DEPOSIT AMOUNT     " delimited by size
               ws-deposit-amount delimited by size
               into ws-report-line
           end-string
           write slip-record from ws-report-line
           move all "-" to slip-record
           write slip-record
           move spaces to ws-report-line
           string
               "EXPECTED DRAWER    " delimited by size
               ws-drawer-expected delimited by size
               " OVER/SHORT " delimited by size
               ws-over-short-sign delimited by size
               ws-over-short-abs delimited by size
               into ws-report-line
           end-string
           write slip-record from ws-report-line
           move spaces to ws-report-line
           string
               "PREPARED " delimited by size
               ws-run-timestamp delimited by size
               into ws-report-line
           end-string
           write slip-record from ws-report-line
           close slip-doc.

       write-central-exception.
           open extend central-exc
           if ws-central-status = "00" or "05"
               move "rcpt-deposit" to stdexc-program-id
               move ws-deposit-date to stdexc-run-date
               move 'W' to stdexc-severity
               move ws-exc-key to stdexc-key
               move ws-exc-reason to stdexc-reason
               move 'N' to stdexc-resolved
               write std-exception
           end-if
           close central-exc.
