               file status is ws-par-status.
           select grow-report assign to "day8grow-report.dat"
               organization line sequential.
           select optional day8-survey assign to "day8survey.dat"
               organization line sequential
               file status is ws-survey-status.

       data division.
       file section.
       fd grow-report.
       01 grow-report-record pic x(99).

       fd day8-survey.
       copy "day8-survey-record.cpy".

       working-storage section.
       01 ws-master-status pic xx.
       01 ws-par-status pic xx.
       01 ws-hidden-count pic 9(5).
       01 ws-report-line pic x(99).

       01 ws-survey-status pic xx.
       01 ws-survey-eof pic x(1) value 'N'.
           88 survey-eof value 'Y'.
       01 ws-svy-count pic 9(4) value 0.
       01 ws-svy-table.
           05 ws-svy-entry occurs 1 to 999 times
               depending on ws-svy-count.
               10 ws-svy-data pic x(35).
       01 ws-svy-index pic 9(4).
       01 ws-today-num pic 9(8).
       01 ws-last-num pic 9(8).
       01 ws-days-since pic 9(9).
       01 ws-stale-grids pic 9(3) value 0.
       01 ws-stale-flag pic x(1) value 'N'.
           88 grid-stale value 'Y'.
       01 ws-run-timestamp pic x(21).
       copy "bus-date-record.cpy".

       procedure division.
           move function current-date to ws-run-timestamp
           perform get-business-date
           perform load-grow-parameters
           perform load-survey-schedule
           open input grid-master
           if ws-master-status not = "00"
               display "NO MASTER GRID FILE day8master.dat"
           close grid-master
           close grow-report

           if ws-stale-grids > 0
               display ws-stale-grids " GRIDS PROJECTED FROM STALE "
                   "SURVEYS - SEE day8grow-report.dat"
           end-if
           display "GROWTH PROJECTION WRITTEN TO "
               "day8grow-report.dat".

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

       load-grow-parameters.
           perform varying ws-rate-index from 1 by 1
               until ws-rate-index > 10
               into ws-report-line
           end-string
           write grow-report-record from ws-report-line
           perform check-grid-staleness
           if grid-stale
               write grow-report-record from ws-report-line
           end-if
           perform varying ws-period from 1 by 1
               until ws-period > ws-periods
               perform age-grid-one-period
                   move 'Y' to ws-blocked-flag
               end-if
           end-perform.

       load-survey-schedule.
           move ws-run-timestamp(1:8) to ws-today-num
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

      *    a grid is stale when it has no survey on the schedule or
      *    its last survey is more than its interval days old; the
      *    heights it is planned from may no longer hold.
       check-grid-staleness.
           move 'N' to ws-stale-flag
           move spaces to ws-report-line
           initialize svy-record
           perform varying ws-svy-index from 1 by 1
               until ws-svy-index > ws-svy-count
               if ws-svy-data(ws-svy-index)(1:3) = ws-grid-num
                   move ws-svy-data(ws-svy-index) to svy-record
               end-if
           end-perform
           if svy-grid not = ws-grid-num
               or svy-last-date not numeric
               move 'Y' to ws-stale-flag
               string
                   "  *** STALE - GRID " delimited by size
                   ws-grid-num delimited by size
                   " HAS NO SURVEY ON RECORD" delimited by size
                   into ws-report-line
               end-string
           else
               move svy-last-date to ws-last-num
               compute ws-days-since =
                   function integer-of-date(ws-today-num)
                   - function integer-of-date(ws-last-num)
               if ws-days-since > svy-interval
                   move 'Y' to ws-stale-flag
                   string
                       "  *** STALE - GRID " delimited by size
                       ws-grid-num delimited by size
                       " LAST SURVEYED " delimited by size
                       svy-last-date delimited by size
                       " " delimited by size
                       ws-days-since delimited by size
                       " DAYS, INTERVAL " delimited by size
                       svy-interval delimited by size
                       into ws-report-line
                   end-string
               end-if
           end-if
           if grid-stale
               add 1 to ws-stale-grids
               display function trim(ws-report-line)
           end-if.
