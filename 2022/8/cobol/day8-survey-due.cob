       identification division.
       program-id. "day8-survey-due".

       environment division.
       input-output section.
       file-control.
           select grid-master assign to "day8master.dat"
               organization line sequential
               file status is ws-master-status.
           select optional day8-survey assign to "day8survey.dat"
               organization line sequential
               file status is ws-survey-status.
           select optional day8-grow-par assign to "day8grow.par"
               organization line sequential
               file status is ws-par-status.
           select due-report assign to "day8survey-due.dat"
               organization line sequential.

       data division.
       file section.
       fd grid-master.
       01 ln pic x(99).
           88 EOF VALUE high-values.

       fd day8-survey.
       copy "day8-survey-record.cpy".

       fd day8-grow-par.
       01 grow-par-line pic x(80).
           88 GROW-PAR-EOF VALUE high-values.

       fd due-report.
       01 due-report-record pic x(132).

       working-storage section.
       01 ws-master-status pic xx.
       01 ws-survey-status pic xx.
       01 ws-survey-eof pic x(1) value 'N'.
           88 survey-eof value 'Y'.
       01 ws-par-status pic xx.
       01 ws-par-keyword pic x(12).
       01 ws-par-value pic x(18).
       01 ws-growth-rates.
           05 ws-growth-rate pic 9(1) occurs 10 times.
       01 ws-rate-index pic 9(2).

       01 ws-svy-count pic 9(4) value 0.
       01 ws-svy-table.
           05 ws-svy-entry occurs 1 to 999 times
               depending on ws-svy-count.
               10 ws-svy-data pic x(35).
       01 ws-svy-index pic 9(4).

       01 ws-grid-num pic 9(3) value 0.
       01 ws-grid-rows pic 9(3).
       01 ws-row-len pic 9(3).
       01 ws-i pic 9(3).
       01 ws-height pic 9(1).
       01 ws-height-counts.
           05 ws-height-count pic 9(5) occurs 10 times.
       01 ws-projected.
           05 ws-projected-height pic 9(1) occurs 10 times.
       01 ws-h pic 9(2).
       01 ws-period pic 9(4).

       01 ws-due-count pic 9(4) value 0.
       01 ws-due-table.
           05 ws-due-entry occurs 1 to 999 times
               depending on ws-due-count.
               10 ws-due-gain pic 9(7).
               10 ws-due-over pic 9(5).
               10 ws-due-grid pic 9(3).
               10 ws-due-last pic x(8).
               10 ws-due-surveyor pic x(20).
               10 ws-due-days pic 9(5).
               10 ws-due-interval pic 9(4).
               10 ws-due-periods pic 9(3).
               10 ws-due-trees pic 9(5).
       01 ws-due-swap pic x(60).
       01 ws-due-i pic 9(4).
       01 ws-due-j pic 9(4).
       01 ws-due-best pic 9(4).

       01 ws-today-num pic 9(8).
       01 ws-last-num pic 9(8).
       01 ws-days-since pic 9(9).
       01 ws-periods pic 9(3).
       01 ws-gain pic 9(7).
       01 ws-trees pic 9(5).
       01 ws-never pic x(1).
           88 never-surveyed value 'Y'.
       01 ws-grid-count pic 9(3) value 0.
       01 ws-period-days pic 9(4) value 182.
       01 ws-max-periods pic 9(3) value 20.
       01 ws-report-line pic x(132).
       01 ws-final-rc pic 9(2) value 0.
       01 ws-run-timestamp pic x(21).
       copy "bus-date-record.cpy".
       copy "run-parms.cpy".
       01 ws-parm-index pic 9(3).
       01 ws-parm-lookup pic x(20).
       01 ws-parm-fnd pic x(1) value 'N'.
           88 parm-found value 'Y'.
       01 ws-parm-found-value pic x(40).

       procedure division.
           move function current-date to ws-run-timestamp
           perform get-business-date
           move ws-run-timestamp(1:8) to ws-today-num
           perform load-run-parms
           perform load-grow-parameters
           perform load-survey-schedule
           open input grid-master
           if ws-master-status not = "00"
               display "NO MASTER GRID FILE day8master.dat"
               close grid-master
               stop run
           end-if
           perform until EOF
               perform count-one-grid
               if ws-grid-rows > 0
                   add 1 to ws-grid-num
                   add 1 to ws-grid-count
                   perform check-one-grid
               end-if
           end-perform
           close grid-master

           perform rank-overdue-grids
           perform write-due-report
           if ws-due-count > 0
               move 4 to ws-final-rc
           end-if
           display ws-due-count " OF " ws-grid-count
               " GRIDS OVERDUE FOR RE-SURVEY - SEE day8survey-due.dat"
           move ws-final-rc to return-code.

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

      *    GROW-PERIOD-DAYS is the length of one day8-grow period,
      *    used to turn the days since the last survey into periods
      *    of growth; SURVEY-MAX-PERIODS caps the projection and is
      *    used for a grid never surveyed.
       load-run-parms.
           call "runparm" using run-parms
               on exception
                   move 0 to parm-count
           end-call
           move "GROW-PERIOD-DAYS" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               and function numval(ws-parm-found-value) > 0
               compute ws-period-days =
                   function numval(ws-parm-found-value)
           end-if
           move "SURVEY-MAX-PERIODS" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               and function numval(ws-parm-found-value) > 0
               compute ws-max-periods =
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

      *    the growth rates are day8-grow's, from day8grow.par.
       load-grow-parameters.
           perform varying ws-rate-index from 1 by 1
               until ws-rate-index > 10
               move 1 to ws-growth-rate(ws-rate-index)
           end-perform
           open input day8-grow-par
           if ws-par-status = "00"
               perform until GROW-PAR-EOF
                   read day8-grow-par
                       AT END SET GROW-PAR-EOF TO true
                       not AT END perform apply-grow-parameter
                   end-read
               end-perform
           end-if
           close day8-grow-par.

       apply-grow-parameter.
           move spaces to ws-par-keyword
           move spaces to ws-par-value
           unstring grow-par-line
               delimited by space
               into ws-par-keyword
                    ws-par-value
           end-unstring
           if ws-par-keyword(1:7) = "GROWTH-"
               and ws-par-keyword(8:1) >= '0'
               and ws-par-keyword(8:1) <= '9'
               and ws-par-keyword(9:4) = spaces
               move ws-par-keyword(8:1) to ws-height
               compute ws-growth-rate(ws-height + 1) =
                   function numval(ws-par-value)
           end-if.

       load-survey-schedule.
           open input day8-survey
           if ws-survey-status = "00"
               perform until survey-eof
                   read day8-survey
                       AT END move 'Y' to ws-survey-eof
                       not AT END
                           if ws-svy-count < 999
                               add 1 to ws-svy-count
                               move svy-record
                                   to ws-svy-data(ws-svy-count)
                           end-if
                   end-read
               end-perform
           end-if
           close day8-survey.

      *    only the number of trees of each height is needed to
      *    project a grid's growth, so the grid is counted, not kept.
       count-one-grid.
           move 0 to ws-grid-rows
           initialize ws-height-counts
           perform until EOF
           read grid-master
               AT END SET EOF TO true
           end-read
           if not EOF
               if function trim(ln) = spaces
                   if ws-grid-rows > 0
                       exit perform
                   end-if
               else
                   add 1 to ws-grid-rows
                   move function length(function trim(ln))
                       to ws-row-len
                   perform varying ws-i from 1 by 1
                       until ws-i > ws-row-len
                       if ln(ws-i:1) >= '0' and ln(ws-i:1) <= '9'
                           move ln(ws-i:1) to ws-height
                           add 1 to ws-height-count(ws-height + 1)
                       end-if
                   end-perform
               end-if
           end-if
           end-perform.

       check-one-grid.
           move 'N' to ws-never
           initialize svy-record
           perform varying ws-svy-index from 1 by 1
               until ws-svy-index > ws-svy-count
               if ws-svy-data(ws-svy-index)(1:3) = ws-grid-num
                   move ws-svy-data(ws-svy-index) to svy-record
               end-if
           end-perform
           if svy-grid not = ws-grid-num
               or svy-last-date not numeric
               move 'Y' to ws-never
               move 0 to ws-days-since
               move ws-max-periods to ws-periods
           else
               move svy-last-date to ws-last-num
               compute ws-days-since =
                   function integer-of-date(ws-today-num)
                   - function integer-of-date(ws-last-num)
               if ws-days-since not > svy-interval
                   exit paragraph
               end-if
               compute ws-periods = ws-days-since / ws-period-days
               if ws-periods = 0
                   move 1 to ws-periods
               end-if
               if ws-periods > ws-max-periods
                   move ws-max-periods to ws-periods
               end-if
           end-if
           perform project-growth
           if ws-due-count >= 999
               exit paragraph
           end-if
           add 1 to ws-due-count
           move ws-gain to ws-due-gain(ws-due-count)
           move ws-grid-num to ws-due-grid(ws-due-count)
           move ws-periods to ws-due-periods(ws-due-count)
           move ws-trees to ws-due-trees(ws-due-count)
           if never-surveyed
               move 99999 to ws-due-over(ws-due-count)
               move "NEVER" to ws-due-last(ws-due-count)
               move spaces to ws-due-surveyor(ws-due-count)
               move 0 to ws-due-days(ws-due-count)
               move 0 to ws-due-interval(ws-due-count)
           else
               compute ws-due-over(ws-due-count) =
                   ws-days-since - svy-interval
               move svy-last-date to ws-due-last(ws-due-count)
               move svy-surveyor to ws-due-surveyor(ws-due-count)
               move ws-days-since to ws-due-days(ws-due-count)
               move svy-interval to ws-due-interval(ws-due-count)
           end-if.

      *    each height is grown ws-periods times at day8-grow's
      *    rates, capped at 9; the grid's expected change is the
      *    total height gained and the number of trees that grow.
       project-growth.
           perform varying ws-h from 1 by 1 until ws-h > 10
               compute ws-projected-height(ws-h) = ws-h - 1
               perform varying ws-period from 1 by 1
                   until ws-period > ws-periods
                   move ws-projected-height(ws-h) to ws-height
                   if ws-height + ws-growth-rate(ws-height + 1) > 9
                       move 9 to ws-projected-height(ws-h)
                   else
                       compute ws-projected-height(ws-h) =
                           ws-height + ws-growth-rate(ws-height + 1)
                   end-if
               end-perform
           end-perform
           move 0 to ws-gain
           move 0 to ws-trees
           perform varying ws-h from 1 by 1 until ws-h > 10
               if ws-projected-height(ws-h) > ws-h - 1
                   compute ws-gain = ws-gain + ws-height-count(ws-h)
                       * (ws-projected-height(ws-h) - ws-h + 1)
                   add ws-height-count(ws-h) to ws-trees
               end-if
           end-perform.

      *    most expected change first; equal change by most days
      *    overdue, never-surveyed grids ahead of the rest.
       rank-overdue-grids.
           perform varying ws-due-i from 1 by 1
               until ws-due-i > ws-due-count
               move ws-due-i to ws-due-best
               perform varying ws-due-j from ws-due-i by 1
                   until ws-due-j > ws-due-count
                   if ws-due-entry(ws-due-j)(1:12) >
                       ws-due-entry(ws-due-best)(1:12)
                       move ws-due-j to ws-due-best
                   end-if
               end-perform
               if ws-due-best not = ws-due-i
                   move ws-due-entry(ws-due-i) to ws-due-swap
                   move ws-due-entry(ws-due-best)
                       to ws-due-entry(ws-due-i)
                   move ws-due-swap to ws-due-entry(ws-due-best)
               end-if
           end-perform.

       write-due-report.
           open output due-report
           move spaces to ws-report-line
           string
               "GRIDS OVERDUE FOR RE-SURVEY AT " delimited by size
               ws-today-num delimited by size
               " - RANKED BY EXPECTED GROWTH, PERIOD "
                   delimited by size
               ws-period-days delimited by size
               " DAYS" delimited by size
               into ws-report-line
           end-string
           write due-report-record from ws-report-line
           move spaces to ws-report-line
           move "RANK" to ws-report-line(1:4)
           move "GRID" to ws-report-line(6:4)
           move "LAST SURV" to ws-report-line(11:9)
           move "SURVEYOR" to ws-report-line(21:8)
           move "DAYS" to ws-report-line(43:4)
           move "INTV" to ws-report-line(49:4)
           move "OVER BY" to ws-report-line(55:7)
           move "PERIODS" to ws-report-line(63:7)
           move "TREES GROWING" to ws-report-line(71:13)
           move "HEIGHT GAIN" to ws-report-line(85:11)
           write due-report-record from ws-report-line
           perform varying ws-due-i from 1 by 1
               until ws-due-i > ws-due-count
               perform write-due-line
           end-perform
           if ws-due-count = 0
               move "NO GRIDS OVERDUE" to ws-report-line
               write due-report-record from ws-report-line
           end-if
           move spaces to ws-report-line
           string
               "GRIDS " delimited by size
               ws-grid-count delimited by size
               " OVERDUE " delimited by size
               ws-due-count delimited by size
               into ws-report-line
           end-string
           write due-report-record from ws-report-line
           close due-report.

       write-due-line.
           move spaces to ws-report-line
           move ws-due-i to ws-report-line(2:3)
           move ws-due-grid(ws-due-i) to ws-report-line(6:3)
           move ws-due-last(ws-due-i) to ws-report-line(11:8)
           move ws-due-surveyor(ws-due-i) to ws-report-line(21:20)
           if ws-due-last(ws-due-i) = "NEVER"
               move "NO SURVEY ON RECORD" to ws-report-line(43:19)
           else
               move ws-due-days(ws-due-i) to ws-report-line(42:5)
               move ws-due-interval(ws-due-i) to ws-report-line(49:4)
               move ws-due-over(ws-due-i) to ws-report-line(56:5)
           end-if
           move ws-due-periods(ws-due-i) to ws-report-line(65:3)
           move ws-due-trees(ws-due-i) to ws-report-line(75:5)
           move ws-due-gain(ws-due-i) to ws-report-line(87:7)
           write due-report-record from ws-report-line.
