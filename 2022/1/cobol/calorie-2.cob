           select optional food-master assign to "food-master.dat"
               organization line sequential
               file status is ws-food-status.
           select optional elf-diet assign to "elf-diet.dat"
               organization line sequential
               file status is ws-diet-status.
           select sort-work assign to "calorie2.srt".
           select team-sort assign to "calorie2team.srt".
           select optional calorie-targets
               assign to "calorie2targets.dat"
               organization line sequential
           select optional central-exc assign to "exceptions.dat"
               organization line sequential
               file status is ws-central-status.
           select optional exc-images assign to "exc-images.dat"
               organization line sequential
               file status is ws-image-status.
           select optional calorie-resub assign to "calorie2resub.dat"
               organization line sequential
               file status is ws-resub-status.
           select optional calorie-hist assign to "calorie-hist.dat"
               organization line sequential
               file status is ws-hist-status.
           select calorie-histwork assign to "calorie-hist.tmp"
               organization line sequential.
           select optional food-stock assign to "food-stock.dat"
               organization line sequential
               file status is ws-fstk-status.
           select optional food-ledger
               assign to "food-stock-ledger.dat"
               organization line sequential
               file status is ws-fsl-status.
           select food-ledger-work assign to "food-stock-ledger.tmp"
               organization line sequential.
           select elf-master assign to "calorie-elf.mst"
               organization indexed
               access random
           05 roster-record-status pic x(1).
           05 roster-record-eff pic x(8).
           05 roster-record-end pic x(8).
           05 roster-record-team pic x(4).
           05 roster-record-unit pic x(4).
           05 roster-record-team-eff pic x(8).

       fd food-master.
       01 food-record.
           05 food-record-cal pic 9(5).
           05 food-record-cat pic x(10).

       fd elf-diet.
       copy "elf-diet-record.cpy".

       fd calorie-targets.
       01 targets-line pic x(80).
           88 TARGETS-EOF VALUE high-values.
           05 srt-fat pic 9(18).
           05 srt-other pic 9(18).

       sd team-sort.
       01 tsr-record.
           05 tsr-unit pic x(4).
           05 tsr-team pic x(4).
           05 tsr-id pic 9(9).
           05 tsr-total pic 9(18).

       fd calorie-hist.
       copy "calorie-hist-record.cpy".

       01 hist-work-record pic x(120).
           88 HIST-WORK-EOF VALUE high-values.

       fd food-stock.
       copy "food-stock-record.cpy".

       fd food-ledger.
       copy "food-stock-ledger-record.cpy".

       fd food-ledger-work.
       01 fsl-work-record pic x(42).
           88 FSL-WORK-EOF VALUE high-values.

       fd elf-master.
       01 mst-record.
           05 mst-elf-id pic 9(9).
       fd central-exc.
       copy "std-exception-record.cpy".

       fd exc-images.
       copy "exc-image-record.cpy".

       fd calorie-resub.
       copy "resub-record.cpy".

       fd calorie-ckp.
       01 ckp-record.
           05 ckp-line-num pic 9(18).
       01  ws-food-found pic x(1) value 'N'.
           88 food-found value 'Y'.
       01  ws-food-lookup pic x(8).
       01  ws-diet-status pic xx.
       01  ws-diet-eof pic x(1) value 'N'.
           88 diet-eof value 'Y'.
       01  ws-diet-loaded pic x(1) value 'N'.
           88 diet-loaded value 'Y'.
       01  ws-diet-count pic 9(4) value 0.
       01  ws-diet-table.
           05 ws-diet-entry occurs 1 to 5000 times
               depending on ws-diet-count.
               10 ws-diet-elf pic 9(9).
               10 ws-diet-type pic x(1).
               10 ws-diet-value pic x(10).
       01  ws-diet-index pic 9(4).
       01  ws-diet-hit pic x(1) value 'N'.
           88 diet-hit value 'Y'.
       01  ws-use-table.
           05 ws-use-qty pic 9(9) occurs 500 times.
       01  ws-use-pending pic x(1) value 'N'.
           88 use-pending value 'Y'.
       01  ws-use-lines pic 9(7) value 0.
       01  ws-use-total pic 9(9) value 0.
       01  ws-fstk-status pic xx.
       01  ws-fstk-eof pic x(1) value 'N'.
           88 fstk-eof value 'Y'.
       01  ws-fstk-count pic 9(3) value 0.
       01  ws-fstk-table.
           05 ws-fstk-entry occurs 1 to 500 times
               depending on ws-fstk-count.
               10 ws-fstk-code pic x(8).
               10 ws-fstk-opening pic 9(9).
               10 ws-fstk-open-date pic x(8).
               10 ws-fstk-delivered pic 9(9).
               10 ws-fstk-consumed pic 9(9).
               10 ws-fstk-last-use pic x(8).
       01  ws-fstk-index pic 9(3).
       01  ws-fstk-found pic 9(3).
       01  ws-fstk-full pic x(1) value 'N'.
           88 fstk-table-full value 'Y'.
       01  ws-fsl-status pic xx.
       01  ws-fsl-eof pic x(1) value 'N'.
           88 fsl-eof value 'Y'.
       01  ws-line-qty pic 9(7).
       01  ws-cat-word pic x(10).
       01  ws-targets-status pic xx.
       01  ws-sort-eof pic x(1) value 'N'.
           88 sort-eof value 'Y'.
       01  ws-rank-line pic x(200).
       01  ws-tsr-eof pic x(1) value 'N'.
           88 tsr-eof value 'Y'.
       01  ws-cur-unit pic x(4).
       01  ws-cur-team pic x(4).
       01  ws-team-elves pic 9(5).
       01  ws-team-total pic 9(18).
       01  ws-unit-elves pic 9(5).
       01  ws-unit-total pic 9(18).
       copy "elf-team-parm.cpy".
       01  ws-prior-status pic xx.
       01  ws-compare-mode pic x(1) value 'N'.
           88 compare-mode value 'Y'.
       01  ws-exc-total pic 9(9) value 0.
       01  ws-central-status pic xx.
       01  ws-std-severity pic x(1) value 'E'.
       01  ws-key-by-line pic x(1) value 'N'.
           88 key-by-line value 'Y'.
       01  ws-elf-header pic x(200) value spaces.
       01  ws-image-status pic xx.
       01  ws-image-key pic x(12).
       01  ws-image-line pic 9(3).
       01  ws-image-text pic x(200).
       01  ws-image-count pic 9(9) value 0.
       01  ws-image-open pic x(1) value 'N'.
           88 image-open value 'Y'.
       01  ws-resub-status pic xx.
       01  ws-resub-eof pic x(1) value 'N'.
           88 resub-eof value 'Y'.
       01  ws-block-open pic x(1) value 'N'.
           88 block-open value 'Y'.
       01  ws-block-date pic x(8).
       01  ws-block-key pic x(12).
       01  ws-block-images pic 9(9).
       01  ws-block-dupes-mode pic x(1).
       01  ws-resub-blocks pic 9(5) value 0.
       01  ws-resub-ok pic 9(5) value 0.
       01  ws-resub-failed pic 9(5) value 0.
       copy "exc-resub-parms.cpy".
       01  ws-day1in-name pic x(40) value "day1in.dat".
       01  ws-cal2rank-name pic x(40) value "calorie2rank.dat".
       01  ws-now pic x(21).
       copy "run-log-record.cpy".
       copy "alert-record.cpy".
       01  ws-alert-count pic z(8)9.
       01  ws-alert-limit pic z(8)9.
       copy "bus-date-record.cpy".
       copy "run-parms.cpy".
       copy "step-parms.cpy".
           perform get-business-date
           perform load-roster
           perform load-food-master
           perform load-diet
           perform load-targets
           perform load-checkpoint
           if ws-resume-point > 0
           end-read
           if not EOF
               add 1 to ws-record-num
               perform process-input-line
               if function trim(ln) = spaces
                   perform check-checkpoint
               end-if
           end-if
           end-perform.

           perform record-elf-total
           perform check-new-top3
           perform post-resubmissions

           close SYSIN

           perform rank-elves
           perform write-elf-master
           perform post-history
           if food-loaded
               perform post-food-stock
           end-if
           perform suggest-rebalance
           perform check-min-load
           if targets-loaded
           if ws-exc-total > 0
               move 4 to ws-final-rc
           end-if
           if fstk-table-full
               move 4 to ws-final-rc
           end-if
           if ws-exc-total > ws-exc-threshold
               move 8 to ws-final-rc
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
           move "calorie-2" to alr-program
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
           move "calorie-2" to log-program-id
           move 'S' to log-event
               move bd-date to ws-run-timestamp(1:8)
           end-if.

      *    one line of the day's input - an elf header, a control
      *    line, a value, or the blank line that closes an elf.
      *    corrections re-read from calorie2resub.dat come through
      *    here as well.
       process-input-line.
           if ln(1:4) = "ELF "
               perform start-new-elf
           else
               if ln(1:4) = "MIN "
                   perform set-min-threshold
               else
                   if ln(1:8) = "COMPARE "
                       move 'Y' to ws-compare-mode
                   else
                       if ln(1:6) = "DUPES "
                           perform set-dupes-mode
                       else
                           if function trim(ln) = spaces
                               perform record-elf-total
                               perform check-new-top3
                           else
                               if elf-pending
                                   if image-open
                                       perform write-block-image
                                   end-if
                                   perform accumulate-value
                               else
                                   perform orphan-value-line
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

      *    an exception on one value line is keyed by its line
      *    number, so each can be corrected on its own; the rest are
      *    keyed by elf id.
       write-exception.
           write exc-record
           add 1 to ws-exc-total
           if key-by-line
               move ws-record-num(7:12) to ws-image-key
           else
               move exc-elf-id to ws-image-key
           end-if
           open extend central-exc
           if ws-central-status = "00" or "05"
               move "calorie-2" to stdexc-program-id
               move ws-run-timestamp(1:8) to stdexc-run-date
               move ws-std-severity to stdexc-severity
               move ws-image-key to stdexc-key
               move exc-reason to stdexc-reason
               move 'N' to stdexc-resolved
               write std-exception
           end-if
           close central-exc
           move 'E' to ws-std-severity
           move 'N' to ws-key-by-line.

      *    the lines of a rejected elf - its header and every value
      *    under it - are kept on exc-images.dat under the key of its
      *    central exception, for exc-correct. a rejected value line
      *    is kept with its elf's header, or alone when it had none.
       start-block-image.
           move 1 to ws-image-line
           move ln to ws-image-text
           perform write-exception-image
           move 'Y' to ws-image-open.

       write-block-image.
           if ws-image-line < 999
               add 1 to ws-image-line
               move ln to ws-image-text
               perform write-exception-image
           end-if.

       write-line-image.
           move 0 to ws-image-line
           if ws-elf-header not = spaces
               move 1 to ws-image-line
               move ws-elf-header to ws-image-text
               perform write-exception-image
           end-if
           add 1 to ws-image-line
           move ln to ws-image-text
           perform write-exception-image.

       write-exception-image.
           if ws-image-line = 1
               add 1 to ws-image-count
           end-if
           open extend exc-images
           if ws-image-status = "00" or "05"
               move "calorie-2" to eim-program-id
               move ws-run-timestamp(1:8) to eim-run-date
               move ws-image-key to eim-key
               move ws-image-line to eim-line
               move ws-image-text to eim-image
               write exc-image-record
           end-if
           close exc-images.

      *    corrections queued by exc-correct are read after the day's
      *    input, one block per exception, each closed like an elf.
      *    a correction for an elf already counted adds to its day
      *    whatever the DUPES setting, since that is what it is for.
      *    the outcome goes back to the exception through excresub:
      *    re-processed, or rejected again when the block raised a
      *    rejection of its own.
       post-resubmissions.
           open input calorie-resub
           if ws-resub-status not = "00"
               close calorie-resub
               exit paragraph
           end-if
           move ws-dupes-mode to ws-block-dupes-mode
           move 'M' to ws-dupes-mode
           move 'N' to ws-resub-eof
           move 'N' to ws-block-open
           perform until resub-eof
               read calorie-resub
                   AT END move 'Y' to ws-resub-eof
                   not AT END perform take-resub-line
               end-read
           end-perform
           if block-open
               perform end-resub-block
           end-if
           close calorie-resub
           move ws-block-dupes-mode to ws-dupes-mode
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
               move spaces to ws-elf-header
               add 1 to ws-resub-blocks
           end-if
           move rsb-image to ln
           add 1 to ws-record-num
           perform process-input-line.

       end-resub-block.
           if elf-pending
               perform record-elf-total
               perform check-new-top3
           end-if
           move 'N' to ws-block-open
           move "calorie-2" to xr-program-id
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
           move "calorie2resub.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output calorie-resub
           close calorie-resub.

       load-roster.
           move 0 to ws-roster-count
                       into exc-reason
                   end-string
                   perform write-exception
                   perform start-block-image
               else
                   if ws-roster-stat(ws-roster-hit) = 'I'
                       move 'N' to ws-elf-valid
                           into exc-reason
                       end-string
                       perform write-exception
                       perform start-block-image
                   end-if
               end-if
           end-if.
                    ws-min-threshold.

       start-new-elf.
           move 'N' to ws-image-open
           move ln to ws-elf-header
           unstring ln
               delimited by space
               into ws-elf-keyword
                   move 0 to ws-dup-index
               end-if
               perform write-exception
               if not elf-valid
                   perform start-block-image
               end-if
           end-if.

       orphan-value-line.
               ws-record-num delimited by size
               into exc-reason
           end-string
           move 'Y' to ws-key-by-line
           perform write-exception
           move spaces to ws-elf-header
           perform write-line-image.

       accumulate-value.
           move spaces to ws-val-token
                   when other
                       add ws-line-value to ws-current-other
               end-evaluate
               if diet-loaded and elf-valid
                   perform check-diet-restriction
               end-if
           else
               move ws-current-elf-id to exc-elf-id
               move spaces to exc-sep
                   ws-record-num delimited by size
                   into exc-reason
               end-string
               move 'Y' to ws-key-by-line
               perform write-exception
               if elf-valid
                   perform write-line-image
               end-if
           end-if.

      *    a food the elf must not have is still counted - it was
      *    eaten - but warned on so the canteen can follow it up.
       check-diet-restriction.
           move 'N' to ws-diet-hit
           perform varying ws-diet-index from 1 by 1
               until ws-diet-index > ws-diet-count or diet-hit
               if ws-diet-elf(ws-diet-index) = ws-current-elf-id
                   if (ws-diet-type(ws-diet-index) = 'F'
                       and ws-diet-value(ws-diet-index)
                           = ws-food-code(ws-food-index))
                   or (ws-diet-type(ws-diet-index) = 'C'
                       and ws-diet-value(ws-diet-index)
                           = ws-food-cat(ws-food-index))
                       move 'Y' to ws-diet-hit
                   end-if
               end-if
           end-perform
           if diet-hit
               move ws-current-elf-id to exc-elf-id
               move spaces to exc-sep
               move spaces to exc-reason
               string
                   "DIET BAN " delimited by size
                   ws-food-code(ws-food-index) delimited by size
                   " LN " delimited by size
                   ws-record-num delimited by size
                   into exc-reason
               end-string
               move 'W' to ws-std-severity
               perform write-exception
           end-if.

       load-diet.
           move 0 to ws-diet-count
           move 'N' to ws-diet-eof
           move 'N' to ws-diet-loaded
           open input elf-diet
           if ws-diet-status = "00"
               perform until diet-eof
                   read elf-diet
                       AT END move 'Y' to ws-diet-eof
                       not AT END
                           if ws-diet-count < 5000
                               move 'Y' to ws-diet-loaded
                               add 1 to ws-diet-count
                               move diet-elf-id
                                   to ws-diet-elf(ws-diet-count)
                               move diet-type
                                   to ws-diet-type(ws-diet-count)
                               move diet-value
                                   to ws-diet-value(ws-diet-count)
                           end-if
                   end-read
               end-perform
           end-if
           close elf-diet.

       find-food.
           move 'N' to ws-food-found
           move 0 to ws-food-index
           close food-master.

       record-elf-total.
           move 'N' to ws-image-open
           if elf-pending
               if elf-valid
                   if ws-dup-index > 0
               on descending key srt-total
               input procedure is release-elf-table
               output procedure is write-rank-report
           if ws-elf-count > 0
               perform write-team-subtotals
           end-if
           close calorie-rank.

       release-elf-table.
           end-string
           write rank-record from ws-rank-line.

      *    the ranked elves again, rolled up by the team and unit
      *    each was on for the business date.
       write-team-subtotals.
           sort team-sort
               on ascending key tsr-unit tsr-team tsr-id
               input procedure is release-team-table
               output procedure is write-team-lines.

       release-team-table.
           perform varying ws-sort-i from 1 by 1
               until ws-sort-i > ws-elf-count
               move 'L' to et-function
               move ws-elf-entry-id(ws-sort-i) to et-elf-id
               move ws-run-timestamp(1:8) to et-date
               call "elfteam" using et-record
                   on exception
                       move "NONE" to et-team
                       move "NONE" to et-unit
               end-call
               move et-unit to tsr-unit
               move et-team to tsr-team
               move ws-elf-entry-id(ws-sort-i) to tsr-id
               move ws-elf-entry-total(ws-sort-i) to tsr-total
               release tsr-record
           end-perform.

       write-team-lines.
           move spaces to ws-rank-line
           string
               "TEAM AND UNIT SUBTOTALS AS AT " delimited by size
               ws-run-timestamp(1:8) delimited by size
               into ws-rank-line
           end-string
           write rank-record from ws-rank-line
           move 'N' to ws-tsr-eof
           move spaces to ws-cur-unit
           move spaces to ws-cur-team
           perform until tsr-eof
               return team-sort
                   AT END move 'Y' to ws-tsr-eof
                   not AT END
                       if tsr-unit not = ws-cur-unit
                           if ws-cur-unit not = spaces
                               perform write-team-subtotal
                               perform write-unit-subtotal
                           end-if
                           move tsr-unit to ws-cur-unit
                           move tsr-team to ws-cur-team
                           move 0 to ws-unit-elves
                           move 0 to ws-unit-total
                           move 0 to ws-team-elves
                           move 0 to ws-team-total
                       end-if
                       if tsr-team not = ws-cur-team
                           perform write-team-subtotal
                           move tsr-team to ws-cur-team
                           move 0 to ws-team-elves
                           move 0 to ws-team-total
                       end-if
                       add 1 to ws-team-elves
                       add tsr-total to ws-team-total
                       add 1 to ws-unit-elves
                       add tsr-total to ws-unit-total
               end-return
           end-perform
           if ws-cur-unit not = spaces
               perform write-team-subtotal
               perform write-unit-subtotal
           end-if.

       write-team-subtotal.
           move spaces to ws-rank-line
           string
               "UNIT " delimited by size
               ws-cur-unit delimited by size
               " TEAM " delimited by size
               ws-cur-team delimited by size
               " ELVES " delimited by size
               ws-team-elves delimited by size
               " TOTAL " delimited by size
               ws-team-total delimited by size
               into ws-rank-line
           end-string
           write rank-record from ws-rank-line.

       write-unit-subtotal.
           move spaces to ws-rank-line
           string
               "UNIT " delimited by size
               ws-cur-unit delimited by size
               " ALL TEAMS ELVES " delimited by size
               ws-unit-elves delimited by size
               " TOTAL " delimited by size
               ws-unit-total delimited by size
               into ws-rank-line
           end-string
           write rank-record from ws-rank-line.

       backup-elf-master.
           move 'S' to fg-function
           move "calorie-elf.mst" to fg-file-name
           close calorie-histwork
           close calorie-hist.

      *    camp food stock: what the day's food-code lines ate comes
      *    off food-stock.dat. the input is read through again here so
      *    a restarted run counts the lines before its checkpoint too.
      *    a rerun for the same business date takes back the date's
      *    earlier consumption before posting it again.
       post-food-stock.
           perform count-food-use
           perform load-food-stock
           if fstk-table-full
               exit paragraph
           end-if
           open output food-ledger-work
           move 'N' to ws-fsl-eof
           open input food-ledger
           if ws-fsl-status = "00"
               perform until fsl-eof
                   read food-ledger
                       AT END move 'Y' to ws-fsl-eof
                       not AT END
                           if fsl-type = 'C'
                               and fsl-date = ws-run-timestamp(1:8)
                               perform back-out-food-use
                           else
                               move fsl-record to fsl-work-record
                               write fsl-work-record
                           end-if
                   end-read
               end-perform
           end-if
           close food-ledger
           perform varying ws-food-index from 1 by 1
               until ws-food-index > ws-food-count
               if ws-use-qty(ws-food-index) > 0
                   perform post-food-use
               end-if
           end-perform
           close food-ledger-work
           open output food-ledger
           open input food-ledger-work
           move spaces to fsl-work-record
           perform until FSL-WORK-EOF
               read food-ledger-work
                   AT END SET FSL-WORK-EOF TO true
                   not AT END
                       move fsl-work-record to fsl-record
                       write fsl-record
               end-read
           end-perform
           close food-ledger-work
           close food-ledger
           perform save-food-stock
           display "FOOD STOCK POSTED - " ws-use-lines
               " FOOD LINES CONSUMED " ws-use-total " UNITS".

       count-food-use.
           perform varying ws-food-index from 1 by 1
               until ws-food-index > ws-food-count
               move 0 to ws-use-qty(ws-food-index)
           end-perform
           move 0 to ws-use-lines
           move 0 to ws-use-total
           move 'N' to ws-use-pending
           move spaces to ln
           open input SYSIN
           perform until EOF
               read SYSIN
                   AT END SET EOF TO true
                   not AT END perform count-food-line
               end-read
           end-perform
           close SYSIN.

       count-food-line.
           if ln(1:4) = "ELF "
               move 'Y' to ws-use-pending
               exit paragraph
           end-if
           if function trim(ln) = spaces
               move 'N' to ws-use-pending
               exit paragraph
           end-if
           if ln(1:4) = "MIN " or ln(1:8) = "COMPARE "
               or ln(1:6) = "DUPES " or not use-pending
               exit paragraph
           end-if
           move spaces to ws-val-token
           move spaces to ws-cat-token
           unstring ln
               delimited by space
               into ws-val-token
                    ws-cat-token
           end-unstring
           move function trim(ws-cat-token) to ws-cat-word
           if ws-cat-word = spaces or "PROTEIN" or "CARB" or "FAT"
               or "OTHER"
               exit paragraph
           end-if
           move ws-cat-word to ws-food-lookup
           perform find-food
           if food-found
               compute ws-line-qty = function numval (ws-val-token)
               add ws-line-qty to ws-use-qty(ws-food-index)
               add ws-line-qty to ws-use-total
               add 1 to ws-use-lines
           end-if.

       back-out-food-use.
           move fsl-code to ws-food-lookup
           perform find-food-stock
           if ws-fstk-found > 0
               if ws-fstk-open-date(ws-fstk-found) = spaces
                   or fsl-date >= ws-fstk-open-date(ws-fstk-found)
                   if fsl-qty > ws-fstk-consumed(ws-fstk-found)
                       move 0 to ws-fstk-consumed(ws-fstk-found)
                   else
                       subtract fsl-qty
                           from ws-fstk-consumed(ws-fstk-found)
                   end-if
               end-if
           end-if.

       post-food-use.
           move ws-food-code(ws-food-index) to ws-food-lookup
           perform find-food-stock
           if ws-fstk-found = 0
               if ws-fstk-count >= 500
                   move 0 to exc-elf-id
                   move spaces to exc-sep
                   move spaces to exc-reason
                   string
                       "STOCK FILE FULL - FOOD " delimited by size
                       ws-food-lookup delimited by size
                       " NOT POSTED" delimited by size
                       into exc-reason
                   end-string
                   move 'W' to ws-std-severity
                   perform write-exception
                   exit paragraph
               end-if
               add 1 to ws-fstk-count
               move ws-fstk-count to ws-fstk-found
               move ws-food-lookup to ws-fstk-code(ws-fstk-found)
               move 0 to ws-fstk-opening(ws-fstk-found)
               move spaces to ws-fstk-open-date(ws-fstk-found)
               move 0 to ws-fstk-delivered(ws-fstk-found)
               move 0 to ws-fstk-consumed(ws-fstk-found)
               move spaces to ws-fstk-last-use(ws-fstk-found)
           end-if
           move ws-run-timestamp(1:8) to fsl-date
           move ws-food-lookup to fsl-code
           move 'C' to fsl-type
           move ws-use-qty(ws-food-index) to fsl-qty
           move spaces to fsl-operator
           move "calorie-2" to fsl-source
           move fsl-record to fsl-work-record
           write fsl-work-record
           if ws-fstk-open-date(ws-fstk-found) = spaces
               or fsl-date >= ws-fstk-open-date(ws-fstk-found)
               add ws-use-qty(ws-food-index)
                   to ws-fstk-consumed(ws-fstk-found)
           end-if
           if ws-fstk-last-use(ws-fstk-found) = spaces
               or fsl-date > ws-fstk-last-use(ws-fstk-found)
               move fsl-date to ws-fstk-last-use(ws-fstk-found)
           end-if.

       find-food-stock.
           move 0 to ws-fstk-found
           perform varying ws-fstk-index from 1 by 1
               until ws-fstk-index > ws-fstk-count
                   or ws-fstk-found > 0
               if ws-fstk-code(ws-fstk-index) = ws-food-lookup
                   move ws-fstk-index to ws-fstk-found
               end-if
           end-perform.

       load-food-stock.
           move 0 to ws-fstk-count
           move 'N' to ws-fstk-full
           move 'N' to ws-fstk-eof
           open input food-stock
           if ws-fstk-status = "00"
               perform until fstk-eof
                   read food-stock
                       AT END move 'Y' to ws-fstk-eof
                       not AT END
                           if ws-fstk-count >= 500
                               if not fstk-table-full
                                   display "FOOD STOCK EXCEEDS 500 "
                                       "FOODS - STOCK NOT POSTED"
                               end-if
                               move 'Y' to ws-fstk-full
                           else
                               add 1 to ws-fstk-count
                               move fstk-code
                                   to ws-fstk-code(ws-fstk-count)
                               move fstk-opening
                                   to ws-fstk-opening(ws-fstk-count)
                               move fstk-opening-date
                                   to ws-fstk-open-date(ws-fstk-count)
                               move fstk-delivered
                                   to ws-fstk-delivered(ws-fstk-count)
                               move fstk-consumed
                                   to ws-fstk-consumed(ws-fstk-count)
                               move fstk-last-use
                                   to ws-fstk-last-use(ws-fstk-count)
                           end-if
                   end-read
               end-perform
           end-if
           close food-stock.

       save-food-stock.
           if fstk-table-full
               display "FOOD STOCK NOT REWRITTEN - TABLE OVERFLOWED "
                   "AT LOAD"
               exit paragraph
           end-if
           move 'B' to fg-function
           move "food-stock.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output food-stock
           perform varying ws-fstk-index from 1 by 1
               until ws-fstk-index > ws-fstk-count
               move ws-fstk-code(ws-fstk-index) to fstk-code
               move ws-fstk-opening(ws-fstk-index) to fstk-opening
               move ws-fstk-open-date(ws-fstk-index)
                   to fstk-opening-date
               move ws-fstk-delivered(ws-fstk-index) to fstk-delivered
               move ws-fstk-consumed(ws-fstk-index) to fstk-consumed
               move ws-fstk-last-use(ws-fstk-index) to fstk-last-use
               write fstk-record
           end-perform
           close food-stock.

       suggest-rebalance.
           if ws-elf-count > 0
               move ws-elf-entry-id(1) to ws-most-id
