       identification division.
       program-id. "day2-screen".

       environment division.
       input-output section.
       file-control.
           select optional day2-results assign to "day2results.dat"
               organization line sequential
               file status is ws-results-status.
           select optional day2-throws assign to "day2throws.dat"
               organization line sequential
               file status is ws-throws-status.
           select optional rps-rating-hist
               assign to "rps-rating-hist.dat"
               organization line sequential
               file status is ws-hist-status.
           select screen-report assign to "day2screen.dat"
               organization line sequential.
           select optional central-exc assign to "exceptions.dat"
               organization line sequential
               file status is ws-central-status.

       data division.
       file section.
       fd day2-results.
       copy "day2-result-record.cpy".

       fd day2-throws.
       copy "day2-throw-record.cpy".

       fd rps-rating-hist.
       copy "rps-rating-hist-record.cpy".

       fd screen-report.
       01 screen-report-record pic x(132).

       fd central-exc.
       copy "std-exception-record.cpy".

       working-storage section.
       01 ws-results-status pic xx.
       01 ws-results-eof pic x(1) value 'N'.
           88 results-eof value 'Y'.
       01 ws-throws-status pic xx.
       01 ws-throws-eof pic x(1) value 'N'.
           88 throws-eof value 'Y'.
       01 ws-hist-status pic xx.
       01 ws-hist-eof pic x(1) value 'N'.
           88 hist-eof value 'Y'.
       01 ws-central-status pic xx.
       01 ws-central-eof pic x(1) value 'N'.
           88 central-eof value 'Y'.
       01 ws-line-num pic 9(5) value 0.
      *    played matches only; walkovers throw no rounds and are
      *    left out of every test.
       01 ws-match-count pic 9(4) value 0.
       01 ws-match-table.
           05 ws-match-entry occurs 1 to 2000 times
               depending on ws-match-count.
               10 ws-match-line pic 9(5).
               10 ws-match-run pic x(8).
               10 ws-match-p1 pic x(20).
               10 ws-match-p2 pic x(20).
               10 ws-match-p2-wins pic 9(9).
               10 ws-match-p2-losses pic 9(9).
               10 ws-match-draws pic 9(9).
               10 ws-match-winner pic x(20).
       01 ws-match-index pic 9(4).
       01 ws-throw-count pic 9(4) value 0.
       01 ws-throw-table.
           05 ws-throw-entry occurs 1 to 2000 times
               depending on ws-throw-count.
               10 ws-thr-line pic 9(5).
               10 ws-thr-run pic x(8).
               10 ws-thr-p1 pic x(20).
               10 ws-thr-p2 pic x(20).
               10 ws-thr-rounds pic 9(9).
               10 ws-thr-p1-seq pic x(100).
               10 ws-thr-p2-seq pic x(100).
       01 ws-throw-index pic 9(4).
       01 ws-throw-j pic 9(4).
       01 ws-hist-count pic 9(5) value 0.
       01 ws-hist-table.
           05 ws-hist-entry occurs 1 to 5000 times
               depending on ws-hist-count.
               10 ws-hist-line pic 9(5).
               10 ws-hist-date pic x(8).
               10 ws-hist-player pic x(20).
               10 ws-hist-opp pic x(20).
               10 ws-hist-old pic 9(4).
               10 ws-hist-new pic 9(4).
       01 ws-hist-index pic 9(5).
       01 ws-player-count pic 9(3) value 0.
       01 ws-player-table.
           05 ws-player-name pic x(20)
               occurs 1 to 400 times
               depending on ws-player-count.
       01 ws-player-index pic 9(3).
       01 ws-player-found pic 9(3).
       01 ws-cur-player pic x(20).
       01 ws-opp-count pic 9(3) value 0.
       01 ws-opp-table.
           05 ws-opp-entry occurs 1 to 400 times
               depending on ws-opp-count.
               10 ws-opp-name pic x(20).
               10 ws-opp-matches pic 9(5).
               10 ws-opp-wins pic 9(5).
       01 ws-opp-index pic 9(3).
       01 ws-opp-found pic 9(3).
       01 ws-opponent pic x(20).
       01 ws-tot-matches pic 9(5).
       01 ws-tot-wins pic 9(5).
       01 ws-rest-matches pic 9(5).
       01 ws-rest-wins pic 9(5).
       01 ws-pct-vs pic 9(3).
       01 ws-pct-rest pic 9(3).
       01 ws-pct-gap pic s9(3).
      *    screening thresholds, each overridable in runparm.dat
       01 ws-min-rounds pic 9(5) value 6.
       01 ws-loss-z pic 9(3)v99 value 3.
       01 ws-swing-sd pic 9(3)v99 value 3.
       01 ws-min-history pic 9(5) value 5.
       01 ws-min-h2h pic 9(5) value 3.
       01 ws-h2h-gap pic 9(3) value 50.
       01 ws-rounds pic 9(9).
       01 ws-side-losses pic 9(9).
       01 ws-side-name pic x(20).
       01 ws-side-other pic x(20).
       01 ws-z pic s9(5)v99.
       01 ws-z-edit pic -(4)9.99.
       01 ws-swing-rows pic 9(5).
       01 ws-swing-sum pic 9(9).
       01 ws-swing-sumsq pic 9(12).
       01 ws-swing-mean pic 9(5)v99.
       01 ws-swing-var pic s9(9)v99.
       01 ws-swing-sd-val pic 9(5)v99.
       01 ws-swing-limit pic 9(5)v99.
       01 ws-delta pic s9(5).
       01 ws-delta-abs pic 9(5).
       01 ws-mean-edit pic z(4)9.99.
       01 ws-seq-a pic x(100).
       01 ws-seq-b pic x(100).
       01 ws-repeat-found pic x(1).
           88 repeat-found value 'Y'.
       01 ws-flag-count pic 9(5) value 0.
       01 ws-exc-key pic x(12).
       01 ws-exc-reason pic x(40).
      *    flags already raised on exceptions.dat by earlier runs, so
      *    the same flag is not raised again every time the history
      *    is screened.
       01 ws-prior-count pic 9(5) value 0.
       01 ws-prior-table.
           05 ws-prior-entry occurs 1 to 5000 times
               depending on ws-prior-count.
               10 ws-prior-key pic x(12).
               10 ws-prior-reason pic x(40).
       01 ws-prior-index pic 9(5).
       01 ws-prior-full pic x(1) value 'N'.
           88 prior-table-full value 'Y'.
       01 ws-prior-fnd pic x(1) value 'N'.
           88 prior-found value 'Y'.
       01 ws-repeat-flag-count pic 9(5) value 0.
       01 ws-report-line pic x(132).
       01 ws-run-timestamp pic x(21).
       01 ws-parm-index pic 9(3).
       01 ws-parm-lookup pic x(20).
       01 ws-parm-fnd pic x(1) value 'N'.
           88 parm-found value 'Y'.
       01 ws-parm-found-value pic x(40).
       copy "run-parms.cpy".
       copy "bus-date-record.cpy".

       procedure division.
           move function current-date to ws-run-timestamp
           perform get-business-date
           perform load-run-parms
           perform load-results
           perform load-throws
           perform load-history
           perform load-prior-flags
           open output screen-report
           move spaces to ws-report-line
           string
               "MATCH INTEGRITY SCREENING " delimited by size
               ws-run-timestamp(1:8) delimited by size
               " - FLAGS ARE FOR REVIEW, NOT FINDINGS"
                   delimited by size
               into ws-report-line
           end-string
           write screen-report-record from ws-report-line
           perform screen-loss-rates
           perform screen-repeat-throws
           perform screen-rating-swings
           perform screen-head-to-head
           move spaces to ws-report-line
           string
               "MATCHES SCREENED " delimited by size
               ws-match-count delimited by size
               " THROW SEQUENCES " delimited by size
               ws-throw-count delimited by size
               " RATING MOVES " delimited by size
               ws-hist-count delimited by size
               " FLAGS " delimited by size
               ws-flag-count delimited by size
               " ALREADY ON EXCEPTIONS " delimited by size
               ws-repeat-flag-count delimited by size
               into ws-report-line
           end-string
           write screen-report-record from ws-report-line
           if prior-table-full
               move spaces to ws-report-line
               string
                   "MORE THAN 5000 EARLIER FLAGS - " delimited by size
                   "SOME MAY BE REPEATED ON exceptions.dat"
                       delimited by size
                   into ws-report-line
               end-string
               write screen-report-record from ws-report-line
           end-if
           close screen-report
           display ws-flag-count
               " INTEGRITY FLAGS WRITTEN TO day2screen.dat".

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

       load-run-parms.
           call "runparm" using run-parms
               on exception
                   move 0 to parm-count
           end-call
           move "SCREEN-MIN-ROUNDS" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               and function numval(ws-parm-found-value) > 0
               compute ws-min-rounds =
                   function numval(ws-parm-found-value)
           end-if
           move "SCREEN-LOSS-Z" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               and function numval(ws-parm-found-value) > 0
               compute ws-loss-z =
                   function numval(ws-parm-found-value)
           end-if
           move "SCREEN-SWING-SD" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               and function numval(ws-parm-found-value) > 0
               compute ws-swing-sd =
                   function numval(ws-parm-found-value)
           end-if
           move "SCREEN-MIN-HISTORY" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               and function numval(ws-parm-found-value) > 0
               compute ws-min-history =
                   function numval(ws-parm-found-value)
           end-if
           move "SCREEN-MIN-H2H" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               and function numval(ws-parm-found-value) > 0
               compute ws-min-h2h =
                   function numval(ws-parm-found-value)
           end-if
           move "SCREEN-H2H-GAP" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               and function numval(ws-parm-found-value) > 0
               compute ws-h2h-gap =
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

       load-results.
           move 0 to ws-line-num
           open input day2-results
           if ws-results-status = "00"
               perform until results-eof
                   read day2-results
                       AT END move 'Y' to ws-results-eof
                       not AT END
                           add 1 to ws-line-num
                           if result-p1 not = spaces
                               and result-p2 not = spaces
                               and not result-walkover
                               and not result-correction
                               and ws-match-count < 2000
                               perform keep-result
                           end-if
                   end-read
               end-perform
           end-if
           close day2-results.

       keep-result.
           add 1 to ws-match-count
           move ws-line-num to ws-match-line(ws-match-count)
           move result-run(1:8) to ws-match-run(ws-match-count)
           move result-p1 to ws-match-p1(ws-match-count)
           move result-p2 to ws-match-p2(ws-match-count)
           move result-p2-wins to ws-match-p2-wins(ws-match-count)
           move result-p2-losses
               to ws-match-p2-losses(ws-match-count)
           move result-draws to ws-match-draws(ws-match-count)
           move result-winner to ws-match-winner(ws-match-count)
           move result-p1 to ws-cur-player
           perform add-player
           move result-p2 to ws-cur-player
           perform add-player.

       add-player.
           move 0 to ws-player-found
           perform varying ws-player-index from 1 by 1
               until ws-player-index > ws-player-count
               if ws-player-name(ws-player-index) = ws-cur-player
                   move ws-player-index to ws-player-found
               end-if
           end-perform
           if ws-player-found = 0 and ws-player-count < 400
               add 1 to ws-player-count
               move ws-cur-player to ws-player-name(ws-player-count)
           end-if.

       load-prior-flags.
           move 0 to ws-prior-count
           move 'N' to ws-central-eof
           open input central-exc
           if ws-central-status = "00"
               perform until central-eof
                   read central-exc
                       AT END move 'Y' to ws-central-eof
                       not AT END
                           if stdexc-program-id = "day2-screen"
                               perform keep-prior-flag
                           end-if
                   end-read
               end-perform
           end-if
           close central-exc.

       keep-prior-flag.
           if ws-prior-count >= 5000
               if not prior-table-full
                   display "MORE THAN 5000 EARLIER FLAGS - "
                       "SOME MAY BE RAISED AGAIN"
               end-if
               move 'Y' to ws-prior-full
               exit paragraph
           end-if
           add 1 to ws-prior-count
           move stdexc-key to ws-prior-key(ws-prior-count)
           move stdexc-reason to ws-prior-reason(ws-prior-count).

       load-throws.
           move 0 to ws-line-num
           open input day2-throws
           if ws-throws-status = "00"
               perform until throws-eof
                   read day2-throws
                       AT END move 'Y' to ws-throws-eof
                       not AT END
                           add 1 to ws-line-num
                           if ws-throw-count < 2000
                               add 1 to ws-throw-count
                               move ws-line-num
                                   to ws-thr-line(ws-throw-count)
                               move thr-run(1:8)
                                   to ws-thr-run(ws-throw-count)
                               move thr-p1
                                   to ws-thr-p1(ws-throw-count)
                               move thr-p2
                                   to ws-thr-p2(ws-throw-count)
                               move thr-rounds
                                   to ws-thr-rounds(ws-throw-count)
                               move thr-p1-throws
                                   to ws-thr-p1-seq(ws-throw-count)
                               move thr-p2-throws
                                   to ws-thr-p2-seq(ws-throw-count)
                           end-if
                   end-read
               end-perform
           end-if
           close day2-throws.

       load-history.
           move 0 to ws-line-num
           open input rps-rating-hist
           if ws-hist-status = "00"
               perform until hist-eof
                   read rps-rating-hist
                       AT END move 'Y' to ws-hist-eof
                       not AT END
                           add 1 to ws-line-num
                           if ws-hist-count < 5000
                               add 1 to ws-hist-count
                               move ws-line-num
                                   to ws-hist-line(ws-hist-count)
                               move rhist-date
                                   to ws-hist-date(ws-hist-count)
                               move rhist-player
                                   to ws-hist-player(ws-hist-count)
                               move rhist-opponent
                                   to ws-hist-opp(ws-hist-count)
                               move rhist-old
                                   to ws-hist-old(ws-hist-count)
                               move rhist-new
                                   to ws-hist-new(ws-hist-count)
                           end-if
                   end-read
               end-perform
           end-if
           close rps-rating-hist.

      *    under honest play a side loses about one round in three.
      *    a side whose losses stand more than ws-loss-z standard
      *    deviations above that over a long enough match is flagged.
       screen-loss-rates.
           perform varying ws-match-index from 1 by 1
               until ws-match-index > ws-match-count
               compute ws-rounds = ws-match-p2-wins(ws-match-index)
                   + ws-match-p2-losses(ws-match-index)
                   + ws-match-draws(ws-match-index)
               if ws-rounds >= ws-min-rounds
                   move ws-match-p1(ws-match-index) to ws-side-name
                   move ws-match-p2(ws-match-index) to ws-side-other
                   move ws-match-p2-wins(ws-match-index)
                       to ws-side-losses
                   perform test-side-losses
                   move ws-match-p2(ws-match-index) to ws-side-name
                   move ws-match-p1(ws-match-index) to ws-side-other
                   move ws-match-p2-losses(ws-match-index)
                       to ws-side-losses
                   perform test-side-losses
               end-if
           end-perform.

       test-side-losses.
           compute ws-z rounded =
               (ws-side-losses - (ws-rounds / 3))
               / function sqrt(ws-rounds * 2 / 9)
           if ws-z not > ws-loss-z
               exit paragraph
           end-if
           move ws-z to ws-z-edit
           move ws-match-line(ws-match-index) to ws-exc-key
           move spaces to ws-exc-reason
           string
               "LOSS RATE " delimited by size
               ws-side-name delimited by space
               " LOST " delimited by size
               ws-side-losses(7:3) delimited by size
               " OF " delimited by size
               ws-rounds(7:3) delimited by size
               into ws-exc-reason
           end-string
           move spaces to ws-report-line
           string
               "LOSS RATE   RESULT " delimited by size
               ws-match-line(ws-match-index) delimited by size
               " RUN " delimited by size
               ws-match-run(ws-match-index) delimited by size
               " " delimited by size
               ws-side-name delimited by size
               " LOST " delimited by size
               ws-side-losses delimited by size
               " OF " delimited by size
               ws-rounds delimited by size
               " TO " delimited by size
               ws-side-other delimited by size
               " Z " delimited by size
               ws-z-edit delimited by size
               into ws-report-line
           end-string
           perform write-flag.

      *    a player throwing the same sequence against the same
      *    opponent as at their last meeting is flagged; only the
      *    latest earlier meeting is compared.
       screen-repeat-throws.
           perform varying ws-throw-index from 2 by 1
               until ws-throw-index > ws-throw-count
               if ws-thr-rounds(ws-throw-index) >= ws-min-rounds
                   move 'N' to ws-repeat-found
                   perform varying ws-throw-j
                       from ws-throw-index by -1
                       until ws-throw-j < 2 or repeat-found
                       perform compare-earlier-meeting
                   end-perform
               end-if
           end-perform.

       compare-earlier-meeting.
           compute ws-match-index = ws-throw-j - 1
           if ws-thr-p1(ws-match-index) = ws-thr-p1(ws-throw-index)
               and ws-thr-p2(ws-match-index)
                   = ws-thr-p2(ws-throw-index)
               move 'Y' to ws-repeat-found
               move ws-thr-p1-seq(ws-match-index) to ws-seq-a
               move ws-thr-p2-seq(ws-match-index) to ws-seq-b
           end-if
           if ws-thr-p1(ws-match-index) = ws-thr-p2(ws-throw-index)
               and ws-thr-p2(ws-match-index)
                   = ws-thr-p1(ws-throw-index)
               move 'Y' to ws-repeat-found
               move ws-thr-p2-seq(ws-match-index) to ws-seq-a
               move ws-thr-p1-seq(ws-match-index) to ws-seq-b
           end-if
           if not repeat-found
               exit paragraph
           end-if
           if ws-thr-rounds(ws-match-index)
               not = ws-thr-rounds(ws-throw-index)
               exit paragraph
           end-if
           if ws-seq-a = ws-thr-p1-seq(ws-throw-index)
               move ws-thr-p1(ws-throw-index) to ws-side-name
               move ws-thr-p2(ws-throw-index) to ws-side-other
               perform flag-repeat-throws
           end-if
           if ws-seq-b = ws-thr-p2-seq(ws-throw-index)
               move ws-thr-p2(ws-throw-index) to ws-side-name
               move ws-thr-p1(ws-throw-index) to ws-side-other
               perform flag-repeat-throws
           end-if.

       flag-repeat-throws.
           move ws-thr-line(ws-throw-index) to ws-exc-key
           move spaces to ws-exc-reason
           string
               "REPEAT THROWS " delimited by size
               ws-side-name delimited by space
               " VS " delimited by size
               ws-side-other delimited by space
               into ws-exc-reason
           end-string
           move spaces to ws-report-line
           string
               "REPEAT      THROWS " delimited by size
               ws-thr-line(ws-throw-index) delimited by size
               " RUN " delimited by size
               ws-thr-run(ws-throw-index) delimited by size
               " " delimited by size
               ws-side-name delimited by size
               " VS " delimited by size
               ws-side-other delimited by size
               " SAME AS THROWS " delimited by size
               ws-thr-line(ws-match-index) delimited by size
               " ROUNDS " delimited by size
               ws-thr-rounds(ws-throw-index) delimited by size
               into ws-report-line
           end-string
           perform write-flag.

      *    a player's norm is the mean size of their rating moves;
      *    a move more than ws-swing-sd standard deviations beyond
      *    it is flagged once the player has enough history.
       screen-rating-swings.
           perform varying ws-player-index from 1 by 1
               until ws-player-index > ws-player-count
               move ws-player-name(ws-player-index) to ws-cur-player
               perform measure-player-swings
               if ws-swing-rows >= ws-min-history
                   perform flag-player-swings
               end-if
           end-perform.

       measure-player-swings.
           move 0 to ws-swing-rows
           move 0 to ws-swing-sum
           move 0 to ws-swing-sumsq
           perform varying ws-hist-index from 1 by 1
               until ws-hist-index > ws-hist-count
               if ws-hist-player(ws-hist-index) = ws-cur-player
                   perform measure-one-move
                   add 1 to ws-swing-rows
                   add ws-delta-abs to ws-swing-sum
                   compute ws-swing-sumsq = ws-swing-sumsq
                       + (ws-delta-abs * ws-delta-abs)
               end-if
           end-perform
           if ws-swing-rows = 0
               exit paragraph
           end-if
           compute ws-swing-mean rounded =
               ws-swing-sum / ws-swing-rows
           compute ws-swing-var rounded =
               (ws-swing-sumsq / ws-swing-rows)
               - (ws-swing-mean * ws-swing-mean)
           if ws-swing-var < 0
               move 0 to ws-swing-var
           end-if
           compute ws-swing-sd-val rounded =
               function sqrt(ws-swing-var)
           compute ws-swing-limit rounded =
               ws-swing-mean + (ws-swing-sd * ws-swing-sd-val).

       measure-one-move.
           compute ws-delta = ws-hist-new(ws-hist-index)
               - ws-hist-old(ws-hist-index)
           if ws-delta < 0
               compute ws-delta-abs = 0 - ws-delta
           else
               move ws-delta to ws-delta-abs
           end-if.

       flag-player-swings.
           if ws-swing-sd-val = 0
               exit paragraph
           end-if
           perform varying ws-hist-index from 1 by 1
               until ws-hist-index > ws-hist-count
               if ws-hist-player(ws-hist-index) = ws-cur-player
                   perform measure-one-move
                   if ws-delta-abs > ws-swing-limit
                       perform flag-rating-swing
                   end-if
               end-if
           end-perform.

       flag-rating-swing.
           move ws-swing-mean to ws-mean-edit
           move ws-hist-line(ws-hist-index) to ws-exc-key
           move spaces to ws-exc-reason
           string
               "RATING SWING " delimited by size
               ws-cur-player delimited by space
               " " delimited by size
               ws-hist-old(ws-hist-index) delimited by size
               "-" delimited by size
               ws-hist-new(ws-hist-index) delimited by size
               into ws-exc-reason
           end-string
           move spaces to ws-report-line
           string
               "SWING       HISTORY " delimited by size
               ws-hist-line(ws-hist-index) delimited by size
               " " delimited by size
               ws-hist-date(ws-hist-index) delimited by size
               " " delimited by size
               ws-cur-player delimited by size
               " " delimited by size
               ws-hist-old(ws-hist-index) delimited by size
               " -> " delimited by size
               ws-hist-new(ws-hist-index) delimited by size
               " VS " delimited by size
               ws-hist-opp(ws-hist-index) delimited by size
               " NORM " delimited by size
               ws-mean-edit delimited by size
               into ws-report-line
           end-string
           perform write-flag.

      *    a player winning far less often against one opponent than
      *    against the rest of the field is flagged; both records
      *    must have at least ws-min-h2h matches to be compared.
       screen-head-to-head.
           perform varying ws-player-index from 1 by 1
               until ws-player-index > ws-player-count
               move ws-player-name(ws-player-index) to ws-cur-player
               perform tally-opponents
               perform varying ws-opp-index from 1 by 1
                   until ws-opp-index > ws-opp-count
                   perform test-opponent-record
               end-perform
           end-perform.

       tally-opponents.
           move 0 to ws-opp-count
           move 0 to ws-tot-matches
           move 0 to ws-tot-wins
           perform varying ws-match-index from 1 by 1
               until ws-match-index > ws-match-count
               move spaces to ws-opponent
               if ws-match-p1(ws-match-index) = ws-cur-player
                   move ws-match-p2(ws-match-index) to ws-opponent
               end-if
               if ws-match-p2(ws-match-index) = ws-cur-player
                   move ws-match-p1(ws-match-index) to ws-opponent
               end-if
               if ws-opponent not = spaces
                   perform find-or-add-opponent
                   add 1 to ws-tot-matches
                   add 1 to ws-opp-matches(ws-opp-found)
                   if ws-match-winner(ws-match-index) = ws-cur-player
                       add 1 to ws-tot-wins
                       add 1 to ws-opp-wins(ws-opp-found)
                   end-if
               end-if
           end-perform.

       find-or-add-opponent.
           move 0 to ws-opp-found
           perform varying ws-opp-index from 1 by 1
               until ws-opp-index > ws-opp-count
               if ws-opp-name(ws-opp-index) = ws-opponent
                   move ws-opp-index to ws-opp-found
               end-if
           end-perform
           if ws-opp-found = 0
               if ws-opp-count < 400
                   add 1 to ws-opp-count
               end-if
               move ws-opp-count to ws-opp-found
               move ws-opponent to ws-opp-name(ws-opp-found)
               move 0 to ws-opp-matches(ws-opp-found)
               move 0 to ws-opp-wins(ws-opp-found)
           end-if.

       test-opponent-record.
           compute ws-rest-matches =
               ws-tot-matches - ws-opp-matches(ws-opp-index)
           compute ws-rest-wins =
               ws-tot-wins - ws-opp-wins(ws-opp-index)
           if ws-opp-matches(ws-opp-index) < ws-min-h2h
               or ws-rest-matches < ws-min-h2h
               exit paragraph
           end-if
           compute ws-pct-vs =
               ws-opp-wins(ws-opp-index) * 100
               / ws-opp-matches(ws-opp-index)
           compute ws-pct-rest = ws-rest-wins * 100 / ws-rest-matches
           compute ws-pct-gap = ws-pct-rest - ws-pct-vs
           if ws-pct-gap < ws-h2h-gap
               exit paragraph
           end-if
           move ws-cur-player to ws-exc-key
           move spaces to ws-exc-reason
           string
               "H2H " delimited by size
               ws-cur-player delimited by space
               " VS " delimited by size
               ws-opp-name(ws-opp-index) delimited by space
               " WIN% " delimited by size
               ws-pct-vs delimited by size
               "/" delimited by size
               ws-pct-rest delimited by size
               into ws-exc-reason
           end-string
           move spaces to ws-report-line
           string
               "HEAD-TO-HEAD " delimited by size
               ws-cur-player delimited by size
               " VS " delimited by size
               ws-opp-name(ws-opp-index) delimited by size
               " WON " delimited by size
               ws-opp-wins(ws-opp-index) delimited by size
               " OF " delimited by size
               ws-opp-matches(ws-opp-index) delimited by size
               " (" delimited by size
               ws-pct-vs delimited by size
               "%) REST WON " delimited by size
               ws-rest-wins delimited by size
               " OF " delimited by size
               ws-rest-matches delimited by size
               " (" delimited by size
               ws-pct-rest delimited by size
               "%)" delimited by size
               into ws-report-line
           end-string
           perform write-flag.

      *    every flag is on the report; only a flag not raised before
      *    goes to exceptions.dat.
       write-flag.
           add 1 to ws-flag-count
           write screen-report-record from ws-report-line
           move 'N' to ws-prior-fnd
           perform varying ws-prior-index from 1 by 1
               until ws-prior-index > ws-prior-count or prior-found
               if ws-prior-key(ws-prior-index) = ws-exc-key
                   and ws-prior-reason(ws-prior-index) = ws-exc-reason
                   move 'Y' to ws-prior-fnd
               end-if
           end-perform
           if prior-found
               add 1 to ws-repeat-flag-count
               exit paragraph
           end-if
           open extend central-exc
           if ws-central-status = "00" or "05"
               move "day2-screen" to stdexc-program-id
               move ws-run-timestamp(1:8) to stdexc-run-date
               move 'W' to stdexc-severity
               move ws-exc-key to stdexc-key
               move ws-exc-reason to stdexc-reason
               move 'N' to stdexc-resolved
               write std-exception
           end-if
           close central-exc.
