       identification division.
       program-id. "food-supply-rpt".

       environment division.
       input-output section.
       file-control.
           select optional food-master assign to "food-master.dat"
               organization line sequential
               file status is ws-food-status.
           select optional food-stock assign to "food-stock.dat"
               organization line sequential
               file status is ws-fstk-status.
           select optional food-ledger
               assign to "food-stock-ledger.dat"
               organization line sequential
               file status is ws-fsl-status.
           select optional plan-req assign to "calorie-plan-req.dat"
               organization line sequential
               file status is ws-plan-status.
           select supply-report assign to "food-supply-report.dat"
               organization line sequential.

       data division.
       file section.
       fd food-master.
       01 food-record.
           05 food-record-code pic x(8).
           05 food-record-desc pic x(20).
           05 food-record-cal pic 9(5).
           05 food-record-cat pic x(10).

       fd food-stock.
       copy "food-stock-record.cpy".

       fd food-ledger.
       copy "food-stock-ledger-record.cpy".

       fd plan-req.
       copy "food-plan-record.cpy".

       fd supply-report.
       01 supply-report-record pic x(132).

       working-storage section.
       01 ws-food-status pic xx.
       01 ws-food-eof pic x(1) value 'N'.
           88 food-eof value 'Y'.
       01 ws-fstk-status pic xx.
       01 ws-fstk-eof pic x(1) value 'N'.
           88 fstk-eof value 'Y'.
       01 ws-fsl-status pic xx.
       01 ws-fsl-eof pic x(1) value 'N'.
           88 fsl-eof value 'Y'.
       01 ws-plan-status pic xx.
       01 ws-plan-eof pic x(1) value 'N'.
           88 plan-eof value 'Y'.
       01 ws-plan-loaded pic x(1) value 'N'.
           88 plan-loaded value 'Y'.
       01 ws-plan-date pic x(8) value spaces.
       01 ws-plan-days pic 9(3) value 0.
       01 ws-plan-elves pic 9(5) value 0.
       01 ws-sup-count pic 9(3) value 0.
       01 ws-sup-table.
           05 ws-sup-entry occurs 1 to 500 times
               depending on ws-sup-count.
               10 ws-sup-code pic x(8).
               10 ws-sup-desc pic x(20).
               10 ws-sup-stocked pic x(1).
               10 ws-sup-opening pic 9(9).
               10 ws-sup-open-date pic x(8).
               10 ws-sup-delivered pic 9(9).
               10 ws-sup-consumed pic 9(9).
               10 ws-sup-recent pic 9(9).
               10 ws-sup-needed pic 9(9).
       01 ws-sup-index pic 9(3).
       01 ws-sup-found pic 9(3).
       01 ws-lookup-code pic x(8).
       01 ws-rate-days pic 9(3) value 7.
       01 ws-today-num pic 9(8).
       01 ws-today-int pic 9(7).
       01 ws-from-int pic 9(7).
       01 ws-from-num pic 9(8).
       01 ws-from-date pic x(8).
       01 ws-depart-date pic x(8) value spaces.
       01 ws-depart-num pic 9(8).
       01 ws-depart-days pic 9(5) value 0.
       01 ws-on-hand pic s9(10).
       01 ws-daily-rate pic 9(9)v9(2).
       01 ws-supply-days pic 9(7).
       01 ws-rate-span pic 9(5).
       01 ws-runout-int pic 9(7).
       01 ws-runout-num pic 9(8).
       01 ws-runout-text pic x(8).
       01 ws-projected pic s9(10).
       01 ws-shortfall pic 9(10).
       01 ws-ed-on-hand pic -(9)9.
       01 ws-ed-projected pic -(9)9.
       01 ws-ed-rate pic z(8)9.99.
       01 ws-ed-days pic z(6)9.
       01 ws-ed-qty pic z(8)9.
       01 ws-days-text pic x(7).
       01 ws-flag-text pic x(30).
       01 ws-short-count pic 9(3) value 0.
       01 ws-out-count pic 9(3) value 0.
       01 ws-nostock-count pic 9(3) value 0.
       01 ws-report-line pic x(132).
       01 ws-run-timestamp pic x(21).
       01 ws-final-rc pic 9(2) value 0.
       copy "bus-date-record.cpy".
       copy "run-parms.cpy".
       01 ws-parm-index pic 9(3).
       01 ws-parm-lookup pic x(20).
       01 ws-parm-fnd pic x(1) value 'N'.
           88 parm-found value 'Y'.
       01 ws-parm-found-value pic x(40).

       procedure division.
           move function current-date to ws-run-timestamp
           call "runparm" using run-parms
               on exception
                   move 0 to parm-count
           end-call
           move "FOOD-RATE-DAYS" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               and function numval(ws-parm-found-value) > 0
               compute ws-rate-days =
                   function numval(ws-parm-found-value)
           end-if
           move "FOOD-DEPART-DATE" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value(1:8) to ws-depart-date
           end-if
           perform get-business-date
           move ws-run-timestamp(1:8) to ws-today-num
           compute ws-today-int = function integer-of-date(ws-today-num)
           compute ws-from-int = ws-today-int - ws-rate-days + 1
           compute ws-from-num = function date-of-integer(ws-from-int)
           move ws-from-num to ws-from-date
           if ws-depart-date not = spaces
               if ws-depart-date not numeric
                   display "FOOD-DEPART-DATE '" ws-depart-date
                       "' NOT A DATE - IGNORED"
                   move spaces to ws-depart-date
               else
                   move ws-depart-date to ws-depart-num
                   if function test-date-yyyymmdd(ws-depart-num)
                       not = 0
                       display "FOOD-DEPART-DATE '" ws-depart-date
                           "' NOT A DATE - IGNORED"
                       move spaces to ws-depart-date
                   else
                       if ws-depart-num > ws-today-num
                           compute ws-depart-days =
                               function integer-of-date(ws-depart-num)
                               - ws-today-int
                       end-if
                   end-if
               end-if
           end-if

           perform load-food-stock
           perform load-plan-requirement
           perform load-consumption
           perform load-food-names

           open output supply-report
           move spaces to ws-report-line
           string
               "CAMP FOOD DAYS OF SUPPLY AT " delimited by size
               ws-run-timestamp(1:8) delimited by size
               " - USE RATE OVER " delimited by size
               ws-rate-days delimited by size
               " DAYS FROM " delimited by size
               ws-from-date delimited by size
               " RUN " delimited by size
               ws-run-timestamp delimited by size
               into ws-report-line
           end-string
           write supply-report-record from ws-report-line
           move spaces to ws-report-line
           if plan-loaded
               string
                   "PROVISIONING PLAN OF " delimited by size
                   ws-plan-date delimited by size
                   " FOR " delimited by size
                   ws-plan-elves delimited by size
                   " ELVES " delimited by size
                   ws-plan-days delimited by size
                   " DAYS" delimited by size
                   into ws-report-line
               end-string
           else
               move "NO PROVISIONING PLAN ON FILE - RUN calorie-plan"
                   to ws-report-line
           end-if
           write supply-report-record from ws-report-line
           move spaces to ws-report-line
           if ws-depart-days > 0
               string
                   "EXPEDITION LEAVES " delimited by size
                   ws-depart-date delimited by size
                   " IN " delimited by size
                   ws-depart-days delimited by size
                   " DAYS - STOCK PROJECTED TO DEPARTURE AT "
                       delimited by size
                   "THE CURRENT RATE" delimited by size
                   into ws-report-line
               end-string
           else
               move "NO DEPARTURE DATE - STOCK COMPARED AS IT STANDS"
                   to ws-report-line
           end-if
           write supply-report-record from ws-report-line
           move all "-" to supply-report-record
           write supply-report-record
           move spaces to ws-report-line
           string
               "FOOD     DESCRIPTION             ON HAND"
                   delimited by size
               "    DAILY USE    DAYS RUNS OUT  AT DEPART"
                   delimited by size
               "    NEEDED" delimited by size
               into ws-report-line
           end-string
           write supply-report-record from ws-report-line
           perform varying ws-sup-index from 1 by 1
               until ws-sup-index > ws-sup-count
               perform report-one-food
           end-perform
           move all "-" to supply-report-record
           write supply-report-record
           move spaces to ws-report-line
           string
               "FOODS " delimited by size
               ws-sup-count delimited by size
               " SHORT OF PLAN " delimited by size
               ws-short-count delimited by size
               " OUT OF STOCK " delimited by size
               ws-out-count delimited by size
               " NEVER COUNTED " delimited by size
               ws-nostock-count delimited by size
               into ws-report-line
           end-string
           write supply-report-record from ws-report-line
           close supply-report

           display "FOODS " ws-sup-count " SHORT OF PLAN "
               ws-short-count
               " - REPORT WRITTEN TO food-supply-report.dat"
           if ws-short-count > 0 or ws-out-count > 0
               move 4 to ws-final-rc
           end-if
           move ws-final-rc to return-code.

       stop run.

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

       find-supply-food.
           move 0 to ws-sup-found
           perform varying ws-sup-index from 1 by 1
               until ws-sup-index > ws-sup-count or ws-sup-found > 0
               if ws-sup-code(ws-sup-index) = ws-lookup-code
                   move ws-sup-index to ws-sup-found
               end-if
           end-perform
           if ws-sup-found = 0 and ws-sup-count < 500
               add 1 to ws-sup-count
               move ws-sup-count to ws-sup-found
               move ws-lookup-code to ws-sup-code(ws-sup-found)
               move spaces to ws-sup-desc(ws-sup-found)
               move 'N' to ws-sup-stocked(ws-sup-found)
               move 0 to ws-sup-opening(ws-sup-found)
               move spaces to ws-sup-open-date(ws-sup-found)
               move 0 to ws-sup-delivered(ws-sup-found)
               move 0 to ws-sup-consumed(ws-sup-found)
               move 0 to ws-sup-recent(ws-sup-found)
               move 0 to ws-sup-needed(ws-sup-found)
           end-if.

       load-food-stock.
           open input food-stock
           if ws-fstk-status = "00"
               perform until fstk-eof
                   read food-stock
                       AT END move 'Y' to ws-fstk-eof
                       not AT END
                           move fstk-code to ws-lookup-code
                           perform find-supply-food
                           if ws-sup-found > 0
                               move 'Y'
                                   to ws-sup-stocked(ws-sup-found)
                               move fstk-opening
                                   to ws-sup-opening(ws-sup-found)
                               move fstk-opening-date
                                   to ws-sup-open-date(ws-sup-found)
                               move fstk-delivered
                                   to ws-sup-delivered(ws-sup-found)
                               move fstk-consumed
                                   to ws-sup-consumed(ws-sup-found)
                           end-if
                   end-read
               end-perform
           end-if
           close food-stock.

       load-plan-requirement.
           open input plan-req
           if ws-plan-status = "00"
               perform until plan-eof
                   read plan-req
                       AT END move 'Y' to ws-plan-eof
                       not AT END
                           move 'Y' to ws-plan-loaded
                           move fpl-plan-date to ws-plan-date
                           move fpl-trip-days to ws-plan-days
                           move fpl-elves to ws-plan-elves
                           move fpl-code to ws-lookup-code
                           perform find-supply-food
                           if ws-sup-found > 0
                               add fpl-qty
                                   to ws-sup-needed(ws-sup-found)
                           end-if
                   end-read
               end-perform
           end-if
           close plan-req.

      *    the use rate is what was eaten over the last rate-days days
      *    through the business date, counting only days since the
      *    food's last stock count.
       load-consumption.
           open input food-ledger
           if ws-fsl-status = "00"
               perform until fsl-eof
                   read food-ledger
                       AT END move 'Y' to ws-fsl-eof
                       not AT END
                           if fsl-type = 'C'
                               and fsl-date >= ws-from-date
                               and fsl-date <= ws-run-timestamp(1:8)
                               perform take-recent-use
                           end-if
                   end-read
               end-perform
           end-if
           close food-ledger.

       take-recent-use.
           move fsl-code to ws-lookup-code
           perform find-supply-food
           if ws-sup-found = 0
               exit paragraph
           end-if
           if ws-sup-open-date(ws-sup-found) not = spaces
               and fsl-date < ws-sup-open-date(ws-sup-found)
               exit paragraph
           end-if
           add fsl-qty to ws-sup-recent(ws-sup-found).

       load-food-names.
           open input food-master
           if ws-food-status = "00"
               perform until food-eof
                   read food-master
                       AT END move 'Y' to ws-food-eof
                       not AT END
                           perform varying ws-sup-index from 1 by 1
                               until ws-sup-index > ws-sup-count
                               if ws-sup-code(ws-sup-index)
                                   = food-record-code
                                   move food-record-desc
                                       to ws-sup-desc(ws-sup-index)
                               end-if
                           end-perform
                   end-read
               end-perform
           end-if
           close food-master.

       report-one-food.
           compute ws-on-hand = ws-sup-opening(ws-sup-index)
               + ws-sup-delivered(ws-sup-index)
               - ws-sup-consumed(ws-sup-index)
      *    a food counted within the rate period is averaged over the
      *    days since its count rather than the whole period
           move ws-rate-days to ws-rate-span
           if ws-sup-open-date(ws-sup-index) > ws-from-date
               and ws-sup-open-date(ws-sup-index)
                   <= ws-run-timestamp(1:8)
               move ws-sup-open-date(ws-sup-index) to ws-from-num
               compute ws-rate-span = ws-today-int
                   - function integer-of-date(ws-from-num) + 1
           end-if
           compute ws-daily-rate rounded =
               ws-sup-recent(ws-sup-index) / ws-rate-span
           move spaces to ws-runout-text
           move "    -- " to ws-days-text
           if ws-daily-rate > 0 and ws-on-hand > 0
               compute ws-supply-days = ws-on-hand / ws-daily-rate
               move ws-supply-days to ws-ed-days
               move ws-ed-days to ws-days-text
               if ws-supply-days < 999999
                   compute ws-runout-int =
                       ws-today-int + ws-supply-days
                   compute ws-runout-num =
                       function date-of-integer(ws-runout-int)
                   move ws-runout-num to ws-runout-text
               end-if
           end-if
           if ws-daily-rate > 0 and ws-on-hand <= 0
               move "      0" to ws-days-text
               move ws-run-timestamp(1:8) to ws-runout-text
           end-if
           compute ws-projected =
               ws-on-hand - (ws-daily-rate * ws-depart-days)
           move spaces to ws-flag-text
           if ws-sup-stocked(ws-sup-index) = 'N'
               or ws-sup-open-date(ws-sup-index) = spaces
               add 1 to ws-nostock-count
               move "NEVER COUNTED" to ws-flag-text
           end-if
           if ws-on-hand <= 0 and ws-sup-stocked(ws-sup-index) = 'Y'
               add 1 to ws-out-count
               move "*** OUT OF STOCK ***" to ws-flag-text
           end-if
           if ws-sup-needed(ws-sup-index) > 0
               and ws-projected < ws-sup-needed(ws-sup-index)
               add 1 to ws-short-count
               if ws-projected < 0
                   move ws-sup-needed(ws-sup-index) to ws-shortfall
               else
                   compute ws-shortfall =
                       ws-sup-needed(ws-sup-index) - ws-projected
               end-if
               move ws-shortfall to ws-ed-qty
               move spaces to ws-flag-text
               string
                   "*** SHORT " delimited by size
                   function trim(ws-ed-qty) delimited by size
                   " ***" delimited by size
                   into ws-flag-text
               end-string
           end-if
           move ws-on-hand to ws-ed-on-hand
           move ws-daily-rate to ws-ed-rate
           move ws-projected to ws-ed-projected
           move ws-sup-needed(ws-sup-index) to ws-ed-qty
           move spaces to ws-report-line
           string
               ws-sup-code(ws-sup-index) delimited by size
               " " delimited by size
               ws-sup-desc(ws-sup-index) delimited by size
               " " delimited by size
               ws-ed-on-hand delimited by size
               " " delimited by size
               ws-ed-rate delimited by size
               " " delimited by size
               ws-days-text delimited by size
               " " delimited by size
               ws-runout-text delimited by size
               " " delimited by size
               ws-ed-projected delimited by size
               " " delimited by size
               ws-ed-qty delimited by size
               " " delimited by size
               ws-flag-text delimited by size
               into ws-report-line
           end-string
           write supply-report-record from ws-report-line.
