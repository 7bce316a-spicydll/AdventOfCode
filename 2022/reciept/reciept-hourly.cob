       identification division.
       program-id. "reciept-hourly".

       environment division.
       input-output section.
       file-control.
       select sysin assign to keyboard organization line sequential.
       select optional reciept-archive assign to "reciept-archive.idx"
           organization indexed
           access dynamic
           record key arc-seq
           alternate record key arc-store-date with duplicates
           alternate record key arc-void-of with duplicates
           file status is ws-archive-status.
       select hourly-report assign to "reciept-hourly-report.dat"
           organization line sequential.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd reciept-archive.
       copy "reciept-archive-record.cpy".

       fd hourly-report.
       01 hourly-report-record pic x(132).

       working-storage section.
       01 ws-archive-status pic xx.
       01 ws-arch-eof pic x(1) value 'N'.
           88 arch-eof value 'Y'.
       01 ws-run-timestamp pic x(21).
       01 ws-report-line pic x(132).
       01 ws-from-date pic x(8).
       01 ws-to-date pic x(8).
       01 ws-read-count pic 9(9) value 0.
       01 ws-used-count pic 9(9) value 0.
      *    dayparts start at these hours; anything before lunch is
      *    the open daypart.
       01 ws-lunch-hour pic 9(2) value 11.
       01 ws-afternoon-hour pic 9(2) value 14.
       01 ws-evening-hour pic 9(2) value 17.
       01 ws-daypart-names.
           05 filler pic x(9) value "OPEN".
           05 filler pic x(9) value "LUNCH".
           05 filler pic x(9) value "AFTERNOON".
           05 filler pic x(9) value "EVENING".
       01 ws-daypart-table redefines ws-daypart-names.
           05 ws-daypart-name pic x(9) occurs 4 times.
      *    a void carries only the total, so the sale it cancels is
      *    read back by sequence number for its net figure.
       01 ws-arc-save pic x(232).
       01 ws-orig-store pic x(2).
       01 ws-store-count pic 9(2) value 0.
       01 ws-store-table.
           05 ws-store-entry occurs 1 to 20 times
               depending on ws-store-count.
               10 ws-st-store pic x(2).
               10 ws-st-hour occurs 24 times.
                   15 ws-st-sale-count pic 9(7).
                   15 ws-st-sale-amt pic 9(9)v9(2).
                   15 ws-st-void-count pic 9(7).
                   15 ws-st-void-amt pic 9(9)v9(2).
                   15 ws-st-ret-count pic 9(7).
                   15 ws-st-ret-amt pic 9(9)v9(2).
       01 ws-store-index pic 9(2).
       01 ws-store-found pic 9(2).
       01 ws-store-full pic x(1) value 'N'.
       01 ws-op-count pic 9(3) value 0.
       01 ws-op-table.
           05 ws-op-entry occurs 1 to 500 times
               depending on ws-op-count.
               10 ws-op-store pic x(2).
               10 ws-op-id pic x(4).
               10 ws-op-part occurs 4 times.
                   15 ws-op-sale-count pic 9(7).
                   15 ws-op-net pic s9(9)v9(2).
               10 ws-op-void-count pic 9(7).
               10 ws-op-ret-count pic 9(7).
       01 ws-op-index pic 9(3).
       01 ws-op-found pic 9(3).
       01 ws-op-full pic x(1) value 'N'.
       01 ws-arc-store pic x(2).
       01 ws-arc-hour pic 9(2).
       01 ws-hour-index pic 9(2).
       01 ws-part-index pic 9(1).
       01 ws-net-amount pic 9(9)v9(2).
       01 ws-line-sales pic 9(7).
       01 ws-line-sale-amt pic 9(9)v9(2).
       01 ws-line-voids pic 9(7).
       01 ws-line-void-amt pic 9(9)v9(2).
       01 ws-line-rets pic 9(7).
       01 ws-line-ret-amt pic 9(9)v9(2).
       01 ws-line-net pic s9(9)v9(2).
       01 ws-line-avg pic s9(7)v9(2).
       01 ws-net-sign pic x(1).
       01 ws-net-abs pic 9(9)v9(2).
       01 ws-avg-sign pic x(1).
       01 ws-avg-abs pic 9(7)v9(2).
       01 ws-line-label pic x(12).
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
           move "HOURLY-FROM-DATE" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value(1:8) to ws-from-date
               move "HOURLY-TO-DATE" to ws-parm-lookup
               perform find-run-parm
               move ws-parm-found-value(1:8) to ws-to-date
               display "DATE RANGE " ws-from-date " TO " ws-to-date
                   " TAKEN FROM runparm.dat - NO PROMPT"
           else
               display "From date (YYYYMMDD, blank = business date): "
               accept ws-from-date from sysin
               display "To date (YYYYMMDD, blank = from date): "
               accept ws-to-date from sysin
           end-if
           if ws-from-date = spaces
               move ws-run-timestamp(1:8) to ws-from-date
           end-if
           if ws-to-date = spaces
               move ws-from-date to ws-to-date
           end-if
           move "DAYPART-LUNCH" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               compute ws-lunch-hour =
                   function numval(ws-parm-found-value)
           end-if
           move "DAYPART-AFTERNOON" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               compute ws-afternoon-hour =
                   function numval(ws-parm-found-value)
           end-if
           move "DAYPART-EVENING" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               compute ws-evening-hour =
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

           open output hourly-report
           perform write-hourly-report
           close hourly-report

           display "HOURLY SALES " ws-from-date " TO " ws-to-date
               " WRITTEN TO reciept-hourly-report.dat"
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
           move "rcpt-hourly" to log-program-id
           move 'S' to log-event
           move 0 to log-records-read
           move 0 to log-records-written
           move 0 to log-exception-count
           move spaces to log-status
           perform call-run-log.

       log-run-end.
           move 'E' to log-event
           move ws-read-count to log-records-read
           move ws-used-count to log-records-written
           move 0 to log-exception-count
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

      *    net sales are item value less discount - tax and tips are
      *    not takings of the store. each record lands in the hour of
      *    its own timestamp, so a void counts against the hour it
      *    was keyed in, not the hour of the sale it cancels.
       tally-archive-record.
           move arc-store to ws-arc-store
           if ws-arc-store = spaces
               move "01" to ws-arc-store
           end-if
           if arc-timestamp(1:8) < ws-from-date
               or arc-timestamp(1:8) > ws-to-date
               exit paragraph
           end-if
           if arc-type not = 'S' and arc-type not = 'V'
               and arc-type not = 'R'
               exit paragraph
           end-if
           if arc-timestamp(9:2) not numeric
               exit paragraph
           end-if
           move arc-timestamp(9:2) to ws-arc-hour
           if ws-arc-hour > 23
               exit paragraph
           end-if
           compute ws-hour-index = ws-arc-hour + 1
           evaluate true
               when ws-arc-hour >= ws-evening-hour
                   move 4 to ws-part-index
               when ws-arc-hour >= ws-afternoon-hour
                   move 3 to ws-part-index
               when ws-arc-hour >= ws-lunch-hour
                   move 2 to ws-part-index
               when other
                   move 1 to ws-part-index
           end-evaluate
           perform find-or-add-store
           if ws-store-found = 0
               exit paragraph
           end-if
           perform find-or-add-operator
           add 1 to ws-used-count
           evaluate arc-type
               when 'S'
                   compute ws-net-amount = arc-item-total - arc-discount
                   add 1 to ws-st-sale-count
                       (ws-store-found, ws-hour-index)
                   add ws-net-amount to ws-st-sale-amt
                       (ws-store-found, ws-hour-index)
                   if ws-op-found > 0
                       add 1 to ws-op-sale-count
                           (ws-op-found, ws-part-index)
                       add ws-net-amount to ws-op-net
                           (ws-op-found, ws-part-index)
                   end-if
               when 'V'
                   perform find-voided-sale-net
                   add 1 to ws-st-void-count
                       (ws-store-found, ws-hour-index)
                   add ws-net-amount to ws-st-void-amt
                       (ws-store-found, ws-hour-index)
                   if ws-op-found > 0
                       add 1 to ws-op-void-count(ws-op-found)
                       subtract ws-net-amount from ws-op-net
                           (ws-op-found, ws-part-index)
                   end-if
               when 'R'
                   compute ws-net-amount = arc-item-total - arc-discount
                   add 1 to ws-st-ret-count
                       (ws-store-found, ws-hour-index)
                   add ws-net-amount to ws-st-ret-amt
                       (ws-store-found, ws-hour-index)
                   if ws-op-found > 0
                       add 1 to ws-op-ret-count(ws-op-found)
                       subtract ws-net-amount from ws-op-net
                           (ws-op-found, ws-part-index)
                   end-if
           end-evaluate.

      *    the scan is picked up again after the void once the sale
      *    has been read. a sale not on file leaves the void at its
      *    total.
       find-voided-sale-net.
           move arc-total-cost to ws-net-amount
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
                       compute ws-net-amount =
                           arc-item-total - arc-discount
                   end-if
           end-read
           move ws-arc-save to arc-record
           start reciept-archive key > arc-seq
               invalid key move 'Y' to ws-arch-eof
           end-start.

       find-or-add-store.
           move 0 to ws-store-found
           perform varying ws-store-index from 1 by 1
               until ws-store-index > ws-store-count
               if ws-st-store(ws-store-index) = ws-arc-store
                   move ws-store-index to ws-store-found
               end-if
           end-perform
           if ws-store-found > 0
               exit paragraph
           end-if
           if ws-store-count >= 20
               if ws-store-full = 'N'
                   display "MORE THAN 20 STORES - REST IGNORED"
                   move 'Y' to ws-store-full
               end-if
               exit paragraph
           end-if
           add 1 to ws-store-count
           move ws-store-count to ws-store-found
           initialize ws-store-entry(ws-store-found)
           move ws-arc-store to ws-st-store(ws-store-found).

       find-or-add-operator.
           move 0 to ws-op-found
           perform varying ws-op-index from 1 by 1
               until ws-op-index > ws-op-count
               if ws-op-store(ws-op-index) = ws-arc-store
                   and ws-op-id(ws-op-index) = arc-operator
                   move ws-op-index to ws-op-found
               end-if
           end-perform
           if ws-op-found > 0
               exit paragraph
           end-if
           if ws-op-count >= 500
               if ws-op-full = 'N'
                   display "MORE THAN 500 STORE-OPERATOR PAIRS - "
                       "REST LEFT OUT OF OPERATOR BREAKDOWN"
                   move 'Y' to ws-op-full
               end-if
               exit paragraph
           end-if
           add 1 to ws-op-count
           move ws-op-count to ws-op-found
           initialize ws-op-entry(ws-op-found)
           move ws-arc-store to ws-op-store(ws-op-found)
           move arc-operator to ws-op-id(ws-op-found).

       write-hourly-report.
           move spaces to ws-report-line
           string
               "HOURLY AND DAYPART SALES " delimited by size
               ws-from-date delimited by size
               " TO " delimited by size
               ws-to-date delimited by size
               " RUN " delimited by size
               ws-run-timestamp delimited by size
               into ws-report-line
           end-string
           write hourly-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "NET SALES = ITEMS LESS DISCOUNT, LESS VOIDS AND "
                   delimited by size
               "RETURNS. AVERAGE TICKET = NET / SALES."
                   delimited by size
               into ws-report-line
           end-string
           write hourly-report-record from ws-report-line
           perform varying ws-store-index from 1 by 1
               until ws-store-index > ws-store-count
               perform write-store-section
           end-perform
           if ws-store-count = 0
               move "NO SALES, VOIDS OR RETURNS IN THE DATE RANGE"
                   to hourly-report-record
               write hourly-report-record
           end-if.

       write-store-section.
           move all "=" to hourly-report-record
           write hourly-report-record
           move spaces to ws-report-line
           string
               "STORE " delimited by size
               ws-st-store(ws-store-index) delimited by size
               into ws-report-line
           end-string
           write hourly-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "PERIOD         SALES    SALE AMT   VOIDS    VOID AMT"
                   delimited by size
               " RETURNS  RETURN AMT    NET SALES AVG TICKET"
                   delimited by size
               into ws-report-line
           end-string
           write hourly-report-record from ws-report-line
           perform varying ws-hour-index from 1 by 1
               until ws-hour-index > 24
               if ws-st-sale-count(ws-store-index, ws-hour-index) > 0
                   or ws-st-void-count(ws-store-index, ws-hour-index)
                       > 0
                   or ws-st-ret-count(ws-store-index, ws-hour-index)
                       > 0
                   move ws-st-sale-count
                       (ws-store-index, ws-hour-index) to ws-line-sales
                   move ws-st-sale-amt
                       (ws-store-index, ws-hour-index)
                       to ws-line-sale-amt
                   move ws-st-void-count
                       (ws-store-index, ws-hour-index) to ws-line-voids
                   move ws-st-void-amt
                       (ws-store-index, ws-hour-index)
                       to ws-line-void-amt
                   move ws-st-ret-count
                       (ws-store-index, ws-hour-index) to ws-line-rets
                   move ws-st-ret-amt
                       (ws-store-index, ws-hour-index)
                       to ws-line-ret-amt
                   compute ws-arc-hour = ws-hour-index - 1
                   move spaces to ws-line-label
                   string
                       "HOUR " delimited by size
                       ws-arc-hour delimited by size
                       ":00" delimited by size
                       into ws-line-label
                   end-string
                   perform write-period-line
               end-if
           end-perform
           move all "-" to hourly-report-record
           write hourly-report-record
           perform varying ws-part-index from 1 by 1
               until ws-part-index > 4
               perform sum-daypart
               move ws-daypart-name(ws-part-index) to ws-line-label
               perform write-period-line
           end-perform
           move all "-" to hourly-report-record
           write hourly-report-record
           move "OPERATOR BY DAYPART (SALES / NET)" to ws-report-line
           write hourly-report-record from ws-report-line
           perform varying ws-op-index from 1 by 1
               until ws-op-index > ws-op-count
               if ws-op-store(ws-op-index) = ws-st-store(ws-store-index)
                   perform write-operator-line
               end-if
           end-perform.

       sum-daypart.
           move 0 to ws-line-sales
           move 0 to ws-line-sale-amt
           move 0 to ws-line-voids
           move 0 to ws-line-void-amt
           move 0 to ws-line-rets
           move 0 to ws-line-ret-amt
           perform varying ws-hour-index from 1 by 1
               until ws-hour-index > 24
               compute ws-arc-hour = ws-hour-index - 1
               if (ws-part-index = 1 and ws-arc-hour < ws-lunch-hour)
                   or (ws-part-index = 2
                       and ws-arc-hour >= ws-lunch-hour
                       and ws-arc-hour < ws-afternoon-hour)
                   or (ws-part-index = 3
                       and ws-arc-hour >= ws-afternoon-hour
                       and ws-arc-hour < ws-evening-hour)
                   or (ws-part-index = 4
                       and ws-arc-hour >= ws-evening-hour)
                   add ws-st-sale-count(ws-store-index, ws-hour-index)
                       to ws-line-sales
                   add ws-st-sale-amt(ws-store-index, ws-hour-index)
                       to ws-line-sale-amt
                   add ws-st-void-count(ws-store-index, ws-hour-index)
                       to ws-line-voids
                   add ws-st-void-amt(ws-store-index, ws-hour-index)
                       to ws-line-void-amt
                   add ws-st-ret-count(ws-store-index, ws-hour-index)
                       to ws-line-rets
                   add ws-st-ret-amt(ws-store-index, ws-hour-index)
                       to ws-line-ret-amt
               end-if
           end-perform.

       write-period-line.
           compute ws-line-net = ws-line-sale-amt - ws-line-void-amt
               - ws-line-ret-amt
           if ws-line-sales > 0
               compute ws-line-avg rounded = ws-line-net / ws-line-sales
           else
               move 0 to ws-line-avg
           end-if
           perform format-net-and-avg
           move spaces to ws-report-line
           string
               ws-line-label delimited by size
               " " delimited by size
               ws-line-sales delimited by size
               " " delimited by size
               ws-line-sale-amt delimited by size
               " " delimited by size
               ws-line-voids delimited by size
               " " delimited by size
               ws-line-void-amt delimited by size
               " " delimited by size
               ws-line-rets delimited by size
               " " delimited by size
               ws-line-ret-amt delimited by size
               " " delimited by size
               ws-net-sign delimited by size
               ws-net-abs delimited by size
               " " delimited by size
               ws-avg-sign delimited by size
               ws-avg-abs delimited by size
               into ws-report-line
           end-string
           write hourly-report-record from ws-report-line.

       format-net-and-avg.
           if ws-line-net < 0
               move '-' to ws-net-sign
               compute ws-net-abs = 0 - ws-line-net
           else
               move '+' to ws-net-sign
               move ws-line-net to ws-net-abs
           end-if
           if ws-line-avg < 0
               move '-' to ws-avg-sign
               compute ws-avg-abs = 0 - ws-line-avg
           else
               move '+' to ws-avg-sign
               move ws-line-avg to ws-avg-abs
           end-if.

       write-operator-line.
           move spaces to ws-report-line
           string
               "  OPERATOR " delimited by size
               ws-op-id(ws-op-index) delimited by size
               " VOIDS " delimited by size
               ws-op-void-count(ws-op-index) delimited by size
               " RETURNS " delimited by size
               ws-op-ret-count(ws-op-index) delimited by size
               into ws-report-line
           end-string
           write hourly-report-record from ws-report-line
           perform varying ws-part-index from 1 by 1
               until ws-part-index > 4
               move ws-op-net(ws-op-index, ws-part-index)
                   to ws-line-net
               move ws-op-sale-count(ws-op-index, ws-part-index)
                   to ws-line-sales
               if ws-line-sales > 0
                   compute ws-line-avg rounded =
                       ws-line-net / ws-line-sales
               else
                   move 0 to ws-line-avg
               end-if
               perform format-net-and-avg
               move spaces to ws-report-line
               string
                   "    " delimited by size
                   ws-daypart-name(ws-part-index) delimited by size
                   " SALES " delimited by size
                   ws-line-sales delimited by size
                   " NET " delimited by size
                   ws-net-sign delimited by size
                   ws-net-abs delimited by size
                   " AVG TICKET " delimited by size
                   ws-avg-sign delimited by size
                   ws-avg-abs delimited by size
                   into ws-report-line
               end-string
               write hourly-report-record from ws-report-line
           end-perform.
