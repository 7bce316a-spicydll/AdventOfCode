           select optional day2-fixtures assign to "day2fixtures.dat"
               organization line sequential
               file status is ws-fixture-status.
           select optional day2-throws assign to "day2throws.dat"
               organization line sequential
               file status is ws-throws-status.
           select optional central-exc assign to "exceptions.dat"
               organization line sequential
               file status is ws-central-status.
           select optional exc-images assign to "exc-images.dat"
               organization line sequential
               file status is ws-image-status.
           select optional day2-resub assign to "day2resub.dat"
               organization line sequential
               file status is ws-resub-status.

       data division.
       file section.
       fd day2-results.
       copy "day2-result-record.cpy".

       fd day2-throws.
       copy "day2-throw-record.cpy".

       fd rps-rating-hist.
       copy "rps-rating-hist-record.cpy".

       fd central-exc.
       copy "std-exception-record.cpy".

       fd exc-images.
       copy "exc-image-record.cpy".

       fd day2-resub.
       copy "resub-record.cpy".

       working-storage section.
       01 ws-report-line pic x(80).
       01 ws-run-timestamp pic x(21).
       01 ws-total-rounds pic 9(9) value 0.
       01 ws-exc-total pic 9(9) value 0.
       01 ws-central-status pic xx.
       01 ws-throws-status pic xx.
       01 ws-std-severity pic x(1) value 'E'.
       01 ws-match-header pic x(200) value spaces.
       01 ws-image-status pic xx.
       01 ws-image-key pic x(12).
       01 ws-image-line pic 9(3).
       01 ws-image-text pic x(200).
       01 ws-image-count pic 9(9) value 0.
       01 ws-resub-status pic xx.
       01 ws-resub-eof pic x(1) value 'N'.
           88 resub-eof value 'Y'.
       01 ws-block-open pic x(1) value 'N'.
           88 block-open value 'Y'.
       01 ws-block-date pic x(8).
       01 ws-block-key pic x(12).
       01 ws-block-images pic 9(9).
       01 ws-resub-blocks pic 9(5) value 0.
       01 ws-resub-ok pic 9(5) value 0.
       01 ws-resub-failed pic 9(5) value 0.
       01 ws-replay pic x(1) value 'N'.
           88 replaying-correction value 'Y'.
       copy "exc-resub-parms.cpy".
       01 ws-day2rpt-name pic x(40) value "day2report.dat".
       01 ws-day2in-name pic x(40) value "day2in.dat".
       01 ws-day2in-status pic xx.
       01 ws-input-source pic x(1) value 'K'.
           88 input-from-file value 'F'.
       copy "run-log-record.cpy".
       copy "alert-record.cpy".
       01 ws-alert-count pic z(8)9.
       01 ws-alert-limit pic z(8)9.
       copy "bus-date-record.cpy".
       copy "run-parms.cpy".
       copy "step-parms.cpy".
       01 ws-tend-found pic 9(3).
       01 ws-throw-index pic 9(1).
       01 ws-tendency-line pic x(132).
       01 ws-walkover-points pic 9(18) value 0.
       01 ws-forfeit-count pic 9(5) value 0.
       01 ws-last-forfeit pic x(1) value 'N'.
           88 last-was-forfeit value 'Y'.
       01 ws-ff-round-token pic x(10).
       01 ws-ff-round pic 9(3).
       01 ws-ff-p1 pic x(20).
       01 ws-ff-p2 pic x(20).
       01 ws-ff-absent pic x(20).
       01 ws-ff-present pic x(20).
       01 ws-ff-reason pic x(20).
       01 ws-shape-letters pic x(3) value "RPS".
       01 ws-seq-p1 pic x(100) value spaces.
       01 ws-seq-p2 pic x(100) value spaces.
       copy "rps-score-table.cpy".

       procedure division.
           end-if
           open extend day2-report
           open extend day2-results
           open extend day2-throws
           if ws-throws-status not = "00" and "05"
               display "CANNOT OPEN day2throws.dat - STATUS "
                   ws-throws-status
               move 'Y' to ws-io-error
           end-if
           open extend rps-rating-hist
           open output day2-exc
           open output day2-tendency
           perform until EOF
           perform read-input-line
           if not EOF
               perform process-input-line
           end-if
           end-perform.

           if not last-was-forfeit
               perform display-match-summary
           end-if.
           if ws-forfeit-count > 0
               display ws-forfeit-count " WALKOVERS RECORDED"
           end-if.
           perform post-resubmissions

           perform save-ratings
           perform write-player-tendencies

           close day2-report.
           close day2-results.
           close day2-throws.
           close rps-rating-hist.
           close day2-exc.
           close day2-tendency.

       goback.

      *    one line of the day's input - a match header, a forfeit,
      *    a scoring mode or a round. corrections re-read from
      *    day2resub.dat come through here as well.
       process-input-line.
           add 1 to ws-read-count
           move 'N' to ws-header-flag
           if ln(1:6) = "MATCH "
               move 'Y' to ws-header-flag
           end-if

           evaluate true
               when ln(1:8) = "FORFEIT "
                   if ws-round-num > 0
                       perform display-match-summary
                   end-if
                   perform record-forfeit
               when ln(1:5) = "MODE "
                   perform set-scoring-mode
               when header-line
                   if ws-round-num > 0
                       perform display-match-summary
                   end-if
                   move ln to ws-match-header
                   perform start-new-match
               when other
                   add 1 to ws-line-num
                   move 0 to ws-opp-len
                   move 0 to ws-you-len
                   unstring ln
                   delimited by space
                   into ws-opp count in ws-opp-len
                        ws-you count in ws-you-len

                   move 'N' to ws-round-bad
                   if ws-opp-len not = 1 or ws-you-len not = 1
                       move 'Y' to ws-round-bad
                       move "MALFORMED ROUND LINE"
                           to ws-exc-reason
                   else
                       if (ws-opp not = "A" and ws-opp not = "B"
                           and ws-opp not = "C")
                           or (ws-you not = "X" and ws-you not = "Y"
                               and ws-you not = "Z")
                           move 'Y' to ws-round-bad
                           move "INVALID MOVE CHARACTER"
                               to ws-exc-reason
                       end-if
                   end-if

                   if round-bad
                       move ws-line-num to exc-line-num
                       move spaces to exc-sep
                       move ws-exc-reason to exc-reason
                       perform write-exception
                       perform write-round-image
                   else
                       perform find-opp-index
                       if mode-my-throw
                           perform find-you-index-from-throw
                           perform find-outcome-from-shapes
                       else
                           perform find-outcome-from-letter
                           perform find-you-shape-from-outcome
                       end-if
                       compute ws-round-score =
                           shape-point(ws-you-index) +
                           outcome-point(ws-outcome-index)
                       compute ws-opp-outcome =
                           4 - ws-outcome-index
                       compute ws-opp-round-score =
                           shape-point(ws-opp-index) +
                           outcome-point(ws-opp-outcome)

                       add 1 to ws-round-num
                       move 'N' to ws-last-forfeit
                       add 1 to ws-total-rounds
                       add ws-round-score to ws-score
                       add ws-opp-round-score to ws-opp-score
                       evaluate ws-outcome-index
                           when 1
                               add 1 to ws-loss-count
                           when 2
                               add 1 to ws-draw-count
                           when 3
                               add 1 to ws-win-count
                       end-evaluate
                       perform count-opp-tendency
                       if ws-round-num <= 100
                           move ws-shape-letters(ws-opp-index:1)
                               to ws-seq-p1(ws-round-num:1)
                           move ws-shape-letters(ws-you-index:1)
                               to ws-seq-p2(ws-round-num:1)
                       end-if
                       display "ROUND " ws-round-num " OPP "
                           ws-opp " YOU " ws-you " POINTS "
                           ws-round-score
                       move spaces to ws-report-line
                       string
                           "ROUND " delimited by size
                           ws-round-num delimited by size
                           " OPP " delimited by size
                           ws-opp delimited by size
                           " YOU " delimited by size
                           ws-you delimited by size
                           " POINTS " delimited by size
                           ws-round-score delimited by size
                           into ws-report-line
                       end-string
                       if match-clinched
                           perform flag-dead-round
                       end-if
                       write report-record from ws-report-line
                       if ws-best-of > 0 and not match-clinched
                           perform check-match-clinch
                       end-if
                   end-if
           end-evaluate.

       read-input-line.
           if input-from-file
               read sysin-file
           if parm-found
               move ws-parm-found-value to ws-day2rpt-name
           end-if
           move "WALKOVER-POINTS" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               compute ws-walkover-points =
                   function numval(ws-parm-found-value)
           end-if
           move "FILE-DAY2IN" to ws-parm-lookup
           perform find-run-parm
           if parm-found
           end-if
           if io-error
               move 12 to ws-final-rc
           end-if
           if ws-final-rc > 4
               perform raise-alert
           end-if.

      *    a run ending over rc 4 goes on the operations alert queue
      *    for the on-call contact as well as into the run log.
       raise-alert.
           initialize alert-record
           move "day2" to alr-program
           if io-error
               move 'C' to alr-severity
               move "I/O ERROR - RUN ENDED RC 12" to alr-message
           else
               move 'H' to alr-severity
               move ws-exc-total to ws-alert-count
               move ws-exc-threshold to ws-alert-limit
               move spaces to alr-message
               string
                   "EXCEPTIONS " delimited by size
                   function trim(ws-alert-count) delimited by size
                   " OVER THRESHOLD " delimited by size
                   function trim(ws-alert-limit) delimited by size
                   into alr-message
               end-string
           end-if
           call "alert" using alert-record
               on exception
                   display "ALERT MODULE NOT AVAILABLE - "
                       "NO ALERT RAISED"
           end-call.

       log-run-start.
           move "day2" to log-program-id
           move 'S' to log-event
                   function integer(ws-best-of / 2) + 1
           end-if
           move 'N' to ws-clinched
           move 'N' to ws-last-forfeit
           move spaces to ws-seq-p1
           move spaces to ws-seq-p2
           move space to ws-clinch-winner
           move 0 to ws-round-num
           move 0 to ws-score
               move 0 to ws-mt-after-win(ws-throw-index)
               move 0 to ws-mt-after-loss(ws-throw-index)
           end-perform
           if fixtures-loaded and not replaying-correction
               perform check-match-scheduled
           end-if
           display "=== MATCH: " ws-player1 " VS " ws-player2 " ==="
           end-string
           write report-record from ws-report-line
           if ws-round-num > 0 and ws-player1 not = spaces
               if not replaying-correction
                   perform update-ratings
               end-if
               perform write-match-tendency
               perform accumulate-player-tendency
               perform write-result-record
               if not replaying-correction
                   perform write-throw-record
               end-if
           end-if.

       write-result-record.
               when other
                   move spaces to result-winner
           end-evaluate
           move space to result-kind
           if replaying-correction
               move 'C' to result-kind
           end-if
           move spaces to result-absent
           move spaces to result-reason
           write result-record.

       write-throw-record.
           move ws-run-timestamp to thr-run
           move ws-player1 to thr-p1
           move ws-player2 to thr-p2
           move ws-round-num to thr-rounds
           move ws-seq-p1 to thr-p1-throws
           move ws-seq-p2 to thr-p2-throws
           write throw-record.

      *    FORFEIT <round> <opp> <you> <absent player> <reason> - the
      *    player who turned up takes the match as a walkover. it
      *    closes the fixture like a played match but throws no rounds
      *    and leaves both ratings and tendencies alone.
       record-forfeit.
           move 'Y' to ws-last-forfeit
           move 0 to ws-round-num
           move spaces to ws-player1
           move spaces to ws-player2
           move spaces to ws-match-header
           add 1 to ws-line-num
           move spaces to ws-ff-round-token
           move spaces to ws-ff-p1
           move spaces to ws-ff-p2
           move spaces to ws-ff-absent
           move spaces to ws-ff-reason
           unstring ln
               delimited by all space
               into ws-header-keyword
                    ws-ff-round-token
                    ws-ff-p1
                    ws-ff-p2
                    ws-ff-absent
                    ws-ff-reason
           if ws-ff-round-token = spaces
               or function test-numval(ws-ff-round-token) not = 0
               or ws-ff-p1 = spaces or ws-ff-p2 = spaces
               or ws-ff-absent = spaces
               move ws-line-num to exc-line-num
               move spaces to exc-sep
               move "MALFORMED FORFEIT LINE" to exc-reason
               perform write-exception
               perform write-forfeit-image
               exit paragraph
           end-if
           compute ws-ff-round = function numval(ws-ff-round-token)
           if ws-ff-reason = spaces
               move "NO-SHOW" to ws-ff-reason
           end-if
           move ws-ff-p1 to ws-canon-name
           perform canonicalize-player
           move ws-canon-name to ws-ff-p1
           move ws-ff-p2 to ws-canon-name
           perform canonicalize-player
           move ws-canon-name to ws-ff-p2
           move ws-ff-absent to ws-canon-name
           perform canonicalize-player
           move ws-canon-name to ws-ff-absent
           evaluate ws-ff-absent
               when ws-ff-p1
                   move ws-ff-p2 to ws-ff-present
               when ws-ff-p2
                   move ws-ff-p1 to ws-ff-present
               when other
                   move ws-line-num to exc-line-num
                   move spaces to exc-sep
                   move spaces to exc-reason
                   string
                       "FORFEIT BY NON-PLAYER " delimited by size
                       ws-ff-absent delimited by size
                       into exc-reason
                   end-string
                   perform write-exception
                   perform write-forfeit-image
                   exit paragraph
           end-evaluate
           if fixtures-loaded
               perform check-forfeit-scheduled
           end-if
           move ws-run-timestamp to result-run
           move ws-ff-p1 to result-p1
           move ws-ff-p2 to result-p2
           move 0 to result-p1-score
           move 0 to result-p2-score
           if ws-ff-present = ws-ff-p1
               move ws-walkover-points to result-p1-score
           else
               move ws-walkover-points to result-p2-score
           end-if
           move 0 to result-p2-wins
           move 0 to result-p2-losses
           move 0 to result-draws
           move ws-ff-present to result-winner
           move 'W' to result-kind
           move ws-ff-absent to result-absent
           move ws-ff-reason to result-reason
           write result-record
           add 1 to ws-forfeit-count
           display "WALKOVER ROUND " ws-ff-round " TO " ws-ff-present
               " - " ws-ff-absent " " ws-ff-reason
           move spaces to ws-report-line
           string
               "WALKOVER ROUND " delimited by size
               ws-ff-round delimited by size
               " TO " delimited by size
               ws-ff-present delimited by size
               " ABSENT " delimited by size
               ws-ff-absent delimited by size
               into ws-report-line
           end-string
           write report-record from ws-report-line
           move spaces to ws-report-line
           string
               "  REASON " delimited by size
               ws-ff-reason delimited by size
               into ws-report-line
           end-string
           write report-record from ws-report-line.

      *    the fixture is looked for in the round given first; the
      *    seats on the result follow the fixture when one is found.
       check-forfeit-scheduled.
           move 0 to ws-fixture-found
           perform varying ws-fixture-index from 1 by 1
               until ws-fixture-index > ws-fixture-count
               if ws-fixture-played(ws-fixture-index) = 'N'
                   and ws-fixture-found = 0
                   and ws-fixture-round(ws-fixture-index) = ws-ff-round
                   if (ws-fixture-p1(ws-fixture-index) = ws-ff-p1
                       and ws-fixture-p2(ws-fixture-index) = ws-ff-p2)
                       or (ws-fixture-p1(ws-fixture-index) = ws-ff-p2
                       and ws-fixture-p2(ws-fixture-index) = ws-ff-p1)
                       move ws-fixture-index to ws-fixture-found
                   end-if
               end-if
           end-perform
           if ws-fixture-found > 0
               move 'Y' to ws-fixture-played(ws-fixture-found)
               move ws-fixture-p1(ws-fixture-found) to ws-ff-p1
               move ws-fixture-p2(ws-fixture-found) to ws-ff-p2
           else
               display "UNSCHEDULED FORFEIT: " ws-ff-p1
                   " VS " ws-ff-p2 " ROUND " ws-ff-round
               move ws-line-num to exc-line-num
               move spaces to exc-sep
               move "UNSCHEDULED FORFEIT" to exc-reason
               move 'W' to ws-std-severity
               perform write-exception
           end-if.

       load-fixtures.
           move 0 to ws-fixture-count
           open input day2-fixtures
           close central-exc
           move 'E' to ws-std-severity.

      *    a rejected round is kept on exc-images.dat with the header
      *    of its match, so the correction can be scored as a match of
      *    its own; a rejected forfeit line stands alone.
       write-round-image.
           move exc-line-num(7:12) to ws-image-key
           move 0 to ws-image-line
           if ws-match-header not = spaces
               move 1 to ws-image-line
               move ws-match-header to ws-image-text
               perform write-exception-image
           end-if
           add 1 to ws-image-line
           move ln to ws-image-text
           perform write-exception-image.

       write-forfeit-image.
           move exc-line-num(7:12) to ws-image-key
           move 1 to ws-image-line
           move ln to ws-image-text
           perform write-exception-image.

       write-exception-image.
           if ws-image-line = 1
               add 1 to ws-image-count
           end-if
           open extend exc-images
           if ws-image-status = "00" or "05"
               move "day2" to eim-program-id
               move ws-run-timestamp(1:8) to eim-run-date
               move ws-image-key to eim-key
               move ws-image-line to eim-line
               move ws-image-text to eim-image
               write exc-image-record
           end-if
           close exc-images.

      *    corrections queued by exc-correct are played after the
      *    day's input, one block per exception. a block is closed
      *    like a match and summarized, but its match already has a
      *    result: the block is written as a correction ('C') that
      *    moves no rating, throws no throw record and is not checked
      *    against the fixtures. the outcome goes back to the
      *    exception through excresub: re-processed, or rejected
      *    again when the block raised a rejection of its own.
       post-resubmissions.
           open input day2-resub
           if ws-resub-status not = "00"
               close day2-resub
               exit paragraph
           end-if
           move 0 to ws-round-num
           move 'N' to ws-resub-eof
           move 'N' to ws-block-open
           move 'Y' to ws-replay
           perform until resub-eof
               read day2-resub
                   AT END move 'Y' to ws-resub-eof
                   not AT END perform take-resub-line
               end-read
           end-perform
           if block-open
               perform end-resub-block
           end-if
           move 'N' to ws-replay
           close day2-resub
           perform empty-resub-file
           display "RESUBMISSIONS " ws-resub-blocks
               " RE-PROCESSED " ws-resub-ok
               " REJECTED AGAIN " ws-resub-failed.

       take-resub-line.
           if block-open
               and (rsb-exc-date not = ws-block-date
                   or rsb-exc-key not = ws-block-key
                   or rsb-line = 1)
               perform end-resub-block
           end-if
           if not block-open
               move 'Y' to ws-block-open
               move rsb-exc-date to ws-block-date
               move rsb-exc-key to ws-block-key
               move ws-image-count to ws-block-images
               move spaces to ws-player1
               move spaces to ws-player2
               move spaces to ws-match-header
               add 1 to ws-resub-blocks
           end-if
           move rsb-image to ln
           perform process-input-line.

       end-resub-block.
           if ws-round-num > 0
               perform display-match-summary
               move 0 to ws-round-num
           end-if
           move 'N' to ws-block-open
           move "day2" to xr-program-id
           move ws-block-date to xr-run-date
           move ws-block-key to xr-key
           move 'N' to xr-found
           if ws-image-count > ws-block-images
               move 'F' to xr-outcome
               add 1 to ws-resub-failed
           else
               move 'Y' to xr-outcome
               add 1 to ws-resub-ok
           end-if
           call "excresub" using exc-resub-parms
               on exception
                   display "EXCRESUB MODULE NOT AVAILABLE"
           end-call
           if xr-found not = 'Y'
               display "NO QUEUED EXCEPTION " ws-block-date " KEY "
                   ws-block-key " - OUTCOME NOT RECORDED"
           end-if.

       empty-resub-file.
           move 'B' to fg-function
           move "day2resub.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output day2-resub
           close day2-resub.

       report-unplayed-fixtures.
           if not fixtures-loaded
               exit paragraph
