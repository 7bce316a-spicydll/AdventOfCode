               file status is ws-fell-status.
           select fell-report assign to "day8fell-report.dat"
               organization line sequential.
           select optional day8-permits assign to "day8permits.dat"
               organization line sequential
               file status is ws-permit-status.
           select optional central-exc assign to "exceptions.dat"
               organization line sequential
               file status is ws-central-status.
           select optional day8-survey assign to "day8survey.dat"
               organization line sequential
               file status is ws-survey-status.

       data division.
       file section.
       fd fell-report.
       01 fell-report-record pic x(99).

       fd day8-permits.
       copy "day8-permit-record.cpy".

       fd central-exc.
       copy "std-exception-record.cpy".

       fd day8-survey.
       copy "day8-survey-record.cpy".

       working-storage section.
       01 ws-master-status pic xx.
       01 ws-fell-status pic xx.
       01 ws-gain-sign pic x(1).
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

       01 ws-permit-status pic xx.
       01 ws-permit-eof pic x(1) value 'N'.
           88 permit-eof value 'Y'.
       01 ws-central-status pic xx.
       01 ws-site-count pic 9(5) value 0.
       01 ws-site-table.
           05 ws-site-entry occurs 1 to 20000 times
               depending on ws-site-count.
               10 ws-site-permit pic 9(6).
               10 ws-site-grid pic 9(3).
               10 ws-site-row pic 9(2).
               10 ws-site-col pic 9(2).
       01 ws-site-index pic 9(5).
       01 ws-refused-permit pic 9(6).
       01 ws-refused-reason pic x(14).
       01 ws-refused-count pic 9(3) value 0.
       01 ws-run-timestamp pic x(21).
       copy "bus-date-record.cpy".

       procedure division.
           move function current-date to ws-run-timestamp
           perform get-business-date
           perform load-candidates
           perform load-approved-sites
           perform load-survey-schedule
           if ws-cand-count = 0
               display "NO CANDIDATE REMOVALS IN day8fell.dat"
               stop run
           close grid-master
           close fell-report

           if ws-stale-grids > 0
               display ws-stale-grids " GRIDS PLANNED FROM STALE "
                   "SURVEYS - SEE day8fell-report.dat"
           end-if
           if ws-refused-count > 0
               display ws-refused-count " REMOVALS REFUSED - "
                   "PERMITTED TREEHOUSE SITES"
           end-if
           display "FELLING PLAN WRITTEN TO day8fell-report.dat".

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

       load-approved-sites.
           open input day8-permits
           if ws-permit-status = "00"
               perform until permit-eof
                   read day8-permits
                       AT END move 'Y' to ws-permit-eof
                       not AT END
                           if pmt-approved and ws-site-count < 20000
                               add 1 to ws-site-count
                               move pmt-number
                                   to ws-site-permit(ws-site-count)
                               move pmt-grid
                                   to ws-site-grid(ws-site-count)
                               move pmt-row
                                   to ws-site-row(ws-site-count)
                               move pmt-col
                                   to ws-site-col(ws-site-count)
                           end-if
                   end-read
               end-perform
           end-if
           close day8-permits.

       load-candidates.
           open input fell-trans
           if ws-fell-status = "00"
               into ws-report-line
           end-string
           write fell-report-record from ws-report-line
           perform check-grid-staleness
           if grid-stale
               write fell-report-record from ws-report-line
           end-if
           perform varying ws-cand-index from 1 by 1
               until ws-cand-index > ws-cand-count
               if ws-cand-grid(ws-cand-index) = ws-grid-num
               move 0 to ws-cand-grid(ws-cand-index)
               exit paragraph
           end-if
           perform check-permitted-sites
           if ws-refused-permit not = 0
               perform report-refused-removal
               move 0 to ws-cand-grid(ws-cand-index)
               exit paragraph
           end-if
           move digit(ws-cand-row(ws-cand-index),
               ws-cand-col(ws-cand-index)) to ws-saved-height
           move ws-saved-height
               to digit(ws-cand-row(ws-cand-index),
                   ws-cand-col(ws-cand-index)).

      *    a tree may not come down if it stands on an approved
      *    treehouse site or in the site's sightline: in the site's
      *    row or column and no further out than the site's viewing
      *    distance that way, so the tree is one the site looks at.
       check-permitted-sites.
           move 0 to ws-refused-permit
           perform varying ws-site-index from 1 by 1
               until ws-site-index > ws-site-count
                   or ws-refused-permit not = 0
               if ws-site-grid(ws-site-index) = ws-grid-num
                   and ws-site-row(ws-site-index) > 0
                   and ws-site-row(ws-site-index) <= ws-num-row
                   and ws-site-col(ws-site-index) > 0
                   and ws-site-col(ws-site-index) <= ws-num-col
                   perform check-one-site
               end-if
           end-perform.

       check-one-site.
           if ws-cand-row(ws-cand-index) = ws-site-row(ws-site-index)
               and ws-cand-col(ws-cand-index)
                   = ws-site-col(ws-site-index)
               move ws-site-permit(ws-site-index) to ws-refused-permit
               move "ON SITE" to ws-refused-reason
               exit paragraph
           end-if
           if ws-cand-row(ws-cand-index) not =
               ws-site-row(ws-site-index)
               and ws-cand-col(ws-cand-index) not =
                   ws-site-col(ws-site-index)
               exit paragraph
           end-if
           move ws-site-row(ws-site-index) to ws-scenic-row
           move ws-site-col(ws-site-index) to ws-scenic-col
           perform compute-viewing-distances
           evaluate true
               when ws-cand-row(ws-cand-index) = ws-scenic-row
                   and ws-cand-col(ws-cand-index) < ws-scenic-col
                   and ws-scenic-col - ws-cand-col(ws-cand-index)
                       <= ws-dist-left
                   move ws-site-permit(ws-site-index)
                       to ws-refused-permit
               when ws-cand-row(ws-cand-index) = ws-scenic-row
                   and ws-cand-col(ws-cand-index) > ws-scenic-col
                   and ws-cand-col(ws-cand-index) - ws-scenic-col
                       <= ws-dist-right
                   move ws-site-permit(ws-site-index)
                       to ws-refused-permit
               when ws-cand-col(ws-cand-index) = ws-scenic-col
                   and ws-cand-row(ws-cand-index) < ws-scenic-row
                   and ws-scenic-row - ws-cand-row(ws-cand-index)
                       <= ws-dist-up
                   move ws-site-permit(ws-site-index)
                       to ws-refused-permit
               when ws-cand-col(ws-cand-index) = ws-scenic-col
                   and ws-cand-row(ws-cand-index) > ws-scenic-row
                   and ws-cand-row(ws-cand-index) - ws-scenic-row
                       <= ws-dist-down
                   move ws-site-permit(ws-site-index)
                       to ws-refused-permit
           end-evaluate
           move "IN SIGHTLINE" to ws-refused-reason.

       report-refused-removal.
           add 1 to ws-refused-count
           move spaces to ws-report-line
           string
               "REFUSED ROW " delimited by size
               ws-cand-row(ws-cand-index) delimited by size
               " COL " delimited by size
               ws-cand-col(ws-cand-index) delimited by size
               " - " delimited by size
               ws-refused-reason delimited by "  "
               " OF PERMIT " delimited by size
               ws-refused-permit delimited by size
               into ws-report-line
           end-string
           write fell-report-record from ws-report-line
           open extend central-exc
           if ws-central-status = "00" or "05"
               move "day8-fell" to stdexc-program-id
               move ws-run-timestamp(1:8) to stdexc-run-date
               move 'W' to stdexc-severity
               move spaces to stdexc-key
               string
                   "FELL" delimited by size
                   ws-grid-num delimited by size
                   ws-cand-row(ws-cand-index) delimited by size
                   ws-cand-col(ws-cand-index) delimited by size
                   into stdexc-key
               end-string
               move spaces to stdexc-reason
               string
                   "REFUSED - " delimited by size
                   ws-refused-reason delimited by "  "
                   " OF PERMIT " delimited by size
                   ws-refused-permit delimited by size
                   into stdexc-reason
               end-string
               move 'N' to stdexc-resolved
               write std-exception
           end-if
           close central-exc.

       rank-and-report-removals.
           perform varying ws-cand-index from 1 by 1
               until ws-cand-index > ws-cand-count
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
