       identification division.
       program-id. "reciept-lossprev".

       environment division.
       input-output section.
       file-control.
       select optional reciept-archive assign to "reciept-archive.idx"
           organization indexed
           access dynamic
           record key arc-seq
           alternate record key arc-store-date with duplicates
           alternate record key arc-void-of with duplicates
           file status is ws-archive-status.
       select optional reciept-authlog assign to "reciept-authlog.dat"
           organization line sequential
           file status is ws-authlog-status.
       select lp-report assign to "reciept-lossprev-report.dat"
           organization line sequential.

       data division.
       file section.
       fd reciept-archive.
       copy "reciept-archive-record.cpy".

       fd reciept-authlog.
       copy "reciept-authlog-record.cpy".

       fd lp-report.
       01 lp-report-record pic x(132).

       working-storage section.
       01 ws-archive-status pic xx.
       01 ws-arch-eof pic x(1) value 'N'.
           88 arch-eof value 'Y'.
       01 ws-authlog-status pic xx.
       01 ws-authlog-eof pic x(1) value 'N'.
           88 authlog-eof value 'Y'.
       01 ws-run-timestamp pic x(21).
       01 ws-report-line pic x(132).
       01 ws-from-date pic x(8).
       01 ws-to-date pic x(8).
       01 ws-date-int pic 9(8).
       01 ws-flag-multiple pic 9(2)v9(2) value 2.00.
       01 ws-read-count pic 9(9) value 0.
      *    a return's original sale is read by key, so the return
      *    can be checked against a sale rung at the same store; the
      *    scan record is held aside while the original is read.
       01 ws-seen-found pic x(1).
           88 sale-seen value 'Y'.
       01 ws-arc-save pic x(232).
       01 ws-orig-store pic x(2).
       01 ws-op-count pic 9(3) value 0.
       01 ws-op-table.
           05 ws-op-entry occurs 1 to 500 times
               depending on ws-op-count.
               10 ws-op-store pic x(2).
               10 ws-op-id pic x(4).
               10 ws-op-sales pic 9(7).
               10 ws-op-void-count pic 9(7).
               10 ws-op-void-value pic 9(9)v9(2).
               10 ws-op-ret-count pic 9(7).
               10 ws-op-ret-value pic 9(9)v9(2).
               10 ws-op-unmatched pic 9(7).
               10 ws-op-overrides pic 9(7).
               10 ws-op-po-count pic 9(7).
               10 ws-op-po-value pic 9(9)v9(2).
               10 ws-op-share pic 9(3)v9(2).
               10 ws-op-flags pic x(30).
       01 ws-op-index pic 9(3).
       01 ws-op-found pic 9(3).
       01 ws-op-full pic x(1) value 'N'.
       01 ws-st-count pic 9(2) value 0.
       01 ws-st-table.
           05 ws-st-entry occurs 1 to 20 times
               depending on ws-st-count.
               10 ws-st-store pic x(2).
               10 ws-st-ops pic 9(3).
               10 ws-st-sales pic 9(9).
               10 ws-st-reversed pic 9(9).
               10 ws-st-void-value pic 9(9)v9(2).
               10 ws-st-ret-value pic 9(9)v9(2).
               10 ws-st-unmatched pic 9(7).
               10 ws-st-overrides pic 9(7).
               10 ws-st-po-value pic 9(9)v9(2).
               10 ws-st-share pic 9(3)v9(2).
       01 ws-st-index pic 9(2).
       01 ws-st-found pic 9(2).
       01 ws-op-unassessed pic 9(3) value 0.
       01 ws-ev-count pic 9(4) value 0.
       01 ws-ev-table.
           05 ws-ev-entry occurs 1 to 5000 times
               depending on ws-ev-count.
               10 ws-ev-store pic x(2).
               10 ws-ev-op pic x(4).
               10 ws-ev-type pic x(1).
               10 ws-ev-seq pic 9(9).
               10 ws-ev-orig pic 9(9).
               10 ws-ev-amount pic 9(7)v9(2).
               10 ws-ev-date pic x(8).
       01 ws-ev-index pic 9(4).
       01 ws-ev-full pic x(1) value 'N'.
       01 ws-event-type pic x(1).
       01 ws-arc-store pic x(2).
       01 ws-lookup-store pic x(2).
       01 ws-lookup-op pic x(4).
       01 ws-avg-value pic 9(9)v9(2).
       01 ws-limit-value pic 9(9)v9(2).
       01 ws-flag-count pic 9(3) value 0.
       01 ws-ev-label pic x(16).
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
           perform get-business-date
           move ws-run-timestamp(1:8) to ws-to-date
           move "LP-TO-DATE" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value(1:8) to ws-to-date
           end-if
           move "LP-FROM-DATE" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value(1:8) to ws-from-date
           else
               compute ws-date-int = function date-of-integer(
                   function integer-of-date(
                       function numval(ws-to-date)) - 6)
               move ws-date-int to ws-from-date
           end-if
           move "LP-FLAG-MULTIPLE" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               compute ws-flag-multiple =
                   function numval(ws-parm-found-value)
           end-if

           open input reciept-archive
           if ws-archive-status = "00"
               perform until arch-eof
                   read reciept-archive next
                       at end move 'Y' to ws-arch-eof
                       not at end
                           add 1 to ws-read-count
                           perform tally-archive-record
                   end-read
               end-perform
           end-if
           close reciept-archive

           open input reciept-authlog
           if ws-authlog-status = "00"
               perform until authlog-eof
                   read reciept-authlog
                       at end move 'Y' to ws-authlog-eof
                       not at end
                           add 1 to ws-read-count
                           perform tally-authlog-line
                   end-read
               end-perform
           end-if
           close reciept-authlog

           perform compute-store-averages
           perform flag-operators

           open output lp-report
           perform write-lp-report
           close lp-report

           display "LOSS-PREVENTION REPORT " ws-from-date " TO "
               ws-to-date " - " ws-flag-count " OPERATORS FLAGGED"
           if ws-flag-count > 0
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
           move "rcpt-lossprv" to log-program-id
           move 'S' to log-event
           move 0 to log-records-read
           move 0 to log-records-written
           move 0 to log-exception-count
           move spaces to log-status
           perform call-run-log.

       log-run-end.
           move 'E' to log-event
           move ws-read-count to log-records-read
           move ws-op-count to log-records-written
           move ws-flag-count to log-exception-count
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

       tally-archive-record.
           move arc-store to ws-arc-store
           if ws-arc-store = spaces
               move "01" to ws-arc-store
           end-if
           if arc-timestamp(1:8) < ws-from-date
               or arc-timestamp(1:8) > ws-to-date
               exit paragraph
           end-if
           if arc-type = 'P'
               exit paragraph
           end-if
           move ws-arc-store to ws-lookup-store
           move arc-operator to ws-lookup-op
           perform find-or-add-operator
           if ws-op-found = 0
               exit paragraph
           end-if
           evaluate arc-type
               when 'S'
                   add 1 to ws-op-sales(ws-op-found)
               when 'V'
                   add 1 to ws-op-void-count(ws-op-found)
                   add arc-total-cost to ws-op-void-value(ws-op-found)
                   move 'V' to ws-event-type
                   perform add-event
               when 'R'
                   add 1 to ws-op-ret-count(ws-op-found)
                   add arc-total-cost to ws-op-ret-value(ws-op-found)
                   perform check-return-original
                   if sale-seen
                       move 'R' to ws-event-type
                   else
                       add 1 to ws-op-unmatched(ws-op-found)
                       move 'U' to ws-event-type
                   end-if
                   perform add-event
           end-evaluate.

      *    a return whose original was rung at another store, or is
      *    not on the archive at all, is the pattern a refund fraud
      *    leaves behind. the original is read by its sequence number
      *    and the scan picked up again after the return.
       check-return-original.
           move 'N' to ws-seen-found
           move arc-record to ws-arc-save
           move arc-void-of to arc-seq
           read reciept-archive
               invalid key continue
               not invalid key
                   move arc-store to ws-orig-store
                   if ws-orig-store = spaces
                       move "01" to ws-orig-store
                   end-if
                   if arc-type = 'S' and ws-orig-store = ws-arc-store
                       move 'Y' to ws-seen-found
                   end-if
           end-read
           move ws-arc-save to arc-record
           start reciept-archive key > arc-seq
               invalid key move 'Y' to ws-arch-eof
           end-start.

       add-event.
           if ws-ev-count >= 5000
               if ws-ev-full = 'N'
                   display "MORE THAN 5000 VOIDS AND RETURNS - "
                       "SEQUENCE LISTS CUT SHORT"
                   move 'Y' to ws-ev-full
               end-if
               exit paragraph
           end-if
           add 1 to ws-ev-count
           move ws-event-type to ws-ev-type(ws-ev-count)
           move ws-arc-store to ws-ev-store(ws-ev-count)
           move arc-operator to ws-ev-op(ws-ev-count)
           move arc-seq to ws-ev-seq(ws-ev-count)
           move arc-void-of to ws-ev-orig(ws-ev-count)
           move arc-total-cost to ws-ev-amount(ws-ev-count)
           move arc-timestamp(1:8) to ws-ev-date(ws-ev-count).

       tally-authlog-line.
           if authlog-date < ws-from-date
               or authlog-date > ws-to-date
               exit paragraph
           end-if
           move authlog-store to ws-lookup-store
           if ws-lookup-store = spaces
               move "01" to ws-lookup-store
           end-if
           move authlog-operator to ws-lookup-op
           perform find-or-add-operator
           if ws-op-found = 0
               exit paragraph
           end-if
           if authlog-auth-by not = authlog-operator
               add 1 to ws-op-overrides(ws-op-found)
           end-if
           if authlog-mode = 'D' and authlog-amount numeric
               add 1 to ws-op-po-count(ws-op-found)
               add authlog-amount-n to ws-op-po-value(ws-op-found)
           end-if.

       find-or-add-operator.
           move 0 to ws-op-found
           perform varying ws-op-index from 1 by 1
               until ws-op-index > ws-op-count
               if ws-op-store(ws-op-index) = ws-lookup-store
                   and ws-op-id(ws-op-index) = ws-lookup-op
                   move ws-op-index to ws-op-found
               end-if
           end-perform
           if ws-op-found > 0
               exit paragraph
           end-if
           if ws-op-count >= 500
               if ws-op-full = 'N'
                   display "MORE THAN 500 STORE-OPERATOR PAIRS - "
                       "REST IGNORED"
                   move 'Y' to ws-op-full
               end-if
               exit paragraph
           end-if
           add 1 to ws-op-count
           move ws-op-count to ws-op-found
           initialize ws-op-entry(ws-op-found)
           move ws-lookup-store to ws-op-store(ws-op-found)
           move ws-lookup-op to ws-op-id(ws-op-found).

      *    the store average for each measure is the store total over
      *    the operators who worked there; the reversal share is the
      *    store's voids and returns over its sales.
       compute-store-averages.
           perform varying ws-op-index from 1 by 1
               until ws-op-index > ws-op-count
               if ws-op-sales(ws-op-index) > 0
                   compute ws-op-share(ws-op-index) rounded =
                       (ws-op-void-count(ws-op-index)
                           + ws-op-ret-count(ws-op-index)) * 100
                       / ws-op-sales(ws-op-index)
                       on size error
                           move 999.99 to ws-op-share(ws-op-index)
                   end-compute
               else
                   if ws-op-void-count(ws-op-index) > 0
                       or ws-op-ret-count(ws-op-index) > 0
                       move 100 to ws-op-share(ws-op-index)
                   end-if
               end-if
               move 0 to ws-st-found
               perform varying ws-st-index from 1 by 1
                   until ws-st-index > ws-st-count
                   if ws-st-store(ws-st-index)
                       = ws-op-store(ws-op-index)
                       move ws-st-index to ws-st-found
                   end-if
               end-perform
               if ws-st-found = 0 and ws-st-count < 20
                   add 1 to ws-st-count
                   move ws-st-count to ws-st-found
                   initialize ws-st-entry(ws-st-found)
                   move ws-op-store(ws-op-index)
                       to ws-st-store(ws-st-found)
               end-if
               if ws-st-found > 0
                   add 1 to ws-st-ops(ws-st-found)
                   add ws-op-sales(ws-op-index)
                       to ws-st-sales(ws-st-found)
                   add ws-op-void-count(ws-op-index)
                       to ws-st-reversed(ws-st-found)
                   add ws-op-ret-count(ws-op-index)
                       to ws-st-reversed(ws-st-found)
                   add ws-op-void-value(ws-op-index)
                       to ws-st-void-value(ws-st-found)
                   add ws-op-ret-value(ws-op-index)
                       to ws-st-ret-value(ws-st-found)
                   add ws-op-unmatched(ws-op-index)
                       to ws-st-unmatched(ws-st-found)
                   add ws-op-overrides(ws-op-index)
                       to ws-st-overrides(ws-st-found)
                   add ws-op-po-value(ws-op-index)
                       to ws-st-po-value(ws-st-found)
               end-if
           end-perform
           perform varying ws-st-index from 1 by 1
               until ws-st-index > ws-st-count
               if ws-st-sales(ws-st-index) > 0
                   compute ws-st-share(ws-st-index) rounded =
                       ws-st-reversed(ws-st-index) * 100
                           / ws-st-sales(ws-st-index)
                       on size error
                           move 999.99 to ws-st-share(ws-st-index)
                   end-compute
               end-if
           end-perform.

      *    an operator is flagged on each measure that is more than
      *    the multiple of the store average: S share reversed, V void
      *    value, R return value, U unmatched returns, O overrides,
      *    P paid-outs. a measure the store has none of never flags.
       flag-operators.
           perform varying ws-op-index from 1 by 1
               until ws-op-index > ws-op-count
               perform flag-one-operator
           end-perform.

      *    an operator whose store did not fit the store table has no
      *    average to be measured against and is counted as not
      *    assessed rather than flagged.
       flag-one-operator.
           move spaces to ws-op-flags(ws-op-index)
           move 0 to ws-st-found
           perform varying ws-st-index from 1 by 1
               until ws-st-index > ws-st-count
               if ws-st-store(ws-st-index)
                   = ws-op-store(ws-op-index)
                   move ws-st-index to ws-st-found
               end-if
           end-perform
           if ws-st-found = 0
               add 1 to ws-op-unassessed
               exit paragraph
           end-if
           compute ws-limit-value =
               ws-st-share(ws-st-found) * ws-flag-multiple
           if ws-st-share(ws-st-found) > 0
               and ws-op-share(ws-op-index) > ws-limit-value
               move 'S' to ws-op-flags(ws-op-index)(1:1)
           end-if
           compute ws-avg-value = ws-st-void-value(ws-st-found)
               / ws-st-ops(ws-st-found)
           compute ws-limit-value = ws-avg-value * ws-flag-multiple
           if ws-avg-value > 0
               and ws-op-void-value(ws-op-index) > ws-limit-value
               move 'V' to ws-op-flags(ws-op-index)(2:1)
           end-if
           compute ws-avg-value = ws-st-ret-value(ws-st-found)
               / ws-st-ops(ws-st-found)
           compute ws-limit-value = ws-avg-value * ws-flag-multiple
           if ws-avg-value > 0
               and ws-op-ret-value(ws-op-index) > ws-limit-value
               move 'R' to ws-op-flags(ws-op-index)(3:1)
           end-if
           compute ws-avg-value = ws-st-unmatched(ws-st-found)
               / ws-st-ops(ws-st-found)
           compute ws-limit-value = ws-avg-value * ws-flag-multiple
           if ws-avg-value > 0
               and ws-op-unmatched(ws-op-index) > ws-limit-value
               move 'U' to ws-op-flags(ws-op-index)(4:1)
           end-if
           compute ws-avg-value = ws-st-overrides(ws-st-found)
               / ws-st-ops(ws-st-found)
           compute ws-limit-value = ws-avg-value * ws-flag-multiple
           if ws-avg-value > 0
               and ws-op-overrides(ws-op-index) > ws-limit-value
               move 'O' to ws-op-flags(ws-op-index)(5:1)
           end-if
           compute ws-avg-value = ws-st-po-value(ws-st-found)
               / ws-st-ops(ws-st-found)
           compute ws-limit-value = ws-avg-value * ws-flag-multiple
           if ws-avg-value > 0
               and ws-op-po-value(ws-op-index) > ws-limit-value
               move 'P' to ws-op-flags(ws-op-index)(6:1)
           end-if
           if ws-op-flags(ws-op-index) not = spaces
               add 1 to ws-flag-count
           end-if.

       write-lp-report.
           move spaces to ws-report-line
           string
               "LOSS-PREVENTION EXCEPTIONS " delimited by size
               ws-from-date delimited by size
               " TO " delimited by size
               ws-to-date delimited by size
               " FLAG AT " delimited by size
               ws-flag-multiple delimited by size
               " X STORE AVERAGE RUN " delimited by size
               ws-run-timestamp delimited by size
               into ws-report-line
           end-string
           write lp-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "FLAGS: S=SHARE REVERSED V=VOID VALUE R=RETURN VALUE "
                   delimited by size
               "U=UNMATCHED RETURNS O=OVERRIDES P=PAID-OUTS"
                   delimited by size
               into ws-report-line
           end-string
           write lp-report-record from ws-report-line
           perform varying ws-st-index from 1 by 1
               until ws-st-index > ws-st-count
               perform write-store-section
           end-perform
           if ws-st-count = 0
               move "NO ACTIVITY IN THE DATE RANGE" to lp-report-record
               write lp-report-record
           end-if
           if ws-op-unassessed > 0
               move spaces to ws-report-line
               string
                   "OPERATORS NOT ASSESSED - STORE PAST THE 20-STORE "
                       delimited by size
                   "TABLE: " delimited by size
                   ws-op-unassessed delimited by size
                   into ws-report-line
               end-string
               write lp-report-record from ws-report-line
           end-if.

       write-store-section.
           move all "=" to lp-report-record
           write lp-report-record
           move spaces to ws-report-line
           string
               "STORE " delimited by size
               ws-st-store(ws-st-index) delimited by size
               " OPERATORS " delimited by size
               ws-st-ops(ws-st-index) delimited by size
               " SALES " delimited by size
               ws-st-sales(ws-st-index) delimited by size
               " REVERSED " delimited by size
               ws-st-reversed(ws-st-index) delimited by size
               " SHARE% " delimited by size
               ws-st-share(ws-st-index) delimited by size
               into ws-report-line
           end-string
           write lp-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "OPER  SALES   VOIDS  VOID VALUE  RETURNS RETURN VAL"
                   delimited by size
               "  UNMATCH OVERRIDE PAID-OUTS  PO VALUE    SHARE% FLAGS"
                   delimited by size
               into ws-report-line
           end-string
           write lp-report-record from ws-report-line
           perform varying ws-op-index from 1 by 1
               until ws-op-index > ws-op-count
               if ws-op-store(ws-op-index) = ws-st-store(ws-st-index)
                   perform write-operator-line
               end-if
           end-perform
           perform varying ws-op-index from 1 by 1
               until ws-op-index > ws-op-count
               if ws-op-store(ws-op-index) = ws-st-store(ws-st-index)
                   and ws-op-flags(ws-op-index) not = spaces
                   perform write-follow-up
               end-if
           end-perform.

       write-operator-line.
           move spaces to ws-report-line
           string
               ws-op-id(ws-op-index) delimited by size
               " " delimited by size
               ws-op-sales(ws-op-index) delimited by size
               " " delimited by size
               ws-op-void-count(ws-op-index) delimited by size
               " " delimited by size
               ws-op-void-value(ws-op-index) delimited by size
               " " delimited by size
               ws-op-ret-count(ws-op-index) delimited by size
               " " delimited by size
               ws-op-ret-value(ws-op-index) delimited by size
               " " delimited by size
               ws-op-unmatched(ws-op-index) delimited by size
               " " delimited by size
               ws-op-overrides(ws-op-index) delimited by size
               " " delimited by size
               ws-op-po-count(ws-op-index) delimited by size
               " " delimited by size
               ws-op-po-value(ws-op-index) delimited by size
               " " delimited by size
               ws-op-share(ws-op-index) delimited by size
               " " delimited by size
               ws-op-flags(ws-op-index) delimited by size
               into ws-report-line
           end-string
           write lp-report-record from ws-report-line.

       write-follow-up.
           move spaces to ws-report-line
           string
               "  FOLLOW UP OPERATOR " delimited by size
               ws-op-id(ws-op-index) delimited by size
               " FLAGS " delimited by size
               ws-op-flags(ws-op-index) delimited by size
               into ws-report-line
           end-string
           write lp-report-record from ws-report-line
           perform varying ws-ev-index from 1 by 1
               until ws-ev-index > ws-ev-count
               if ws-ev-store(ws-ev-index) = ws-op-store(ws-op-index)
                   and ws-ev-op(ws-ev-index) = ws-op-id(ws-op-index)
                   evaluate ws-ev-type(ws-ev-index)
                       when 'V'
                           move "VOID" to ws-ev-label
                       when 'R'
                           move "RETURN" to ws-ev-label
                       when other
                           move "RETURN UNMATCHED" to ws-ev-label
                   end-evaluate
                   move spaces to ws-report-line
                   string
                       "    " delimited by size
                       ws-ev-label delimited by size
                       " SEQ " delimited by size
                       ws-ev-seq(ws-ev-index) delimited by size
                       " DATE " delimited by size
                       ws-ev-date(ws-ev-index) delimited by size
                       " OF SALE " delimited by size
                       ws-ev-orig(ws-ev-index) delimited by size
                       " AMOUNT " delimited by size
                       ws-ev-amount(ws-ev-index) delimited by size
                       into ws-report-line
                   end-string
                   write lp-report-record from ws-report-line
               end-if
           end-perform.
