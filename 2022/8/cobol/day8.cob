           select day8in assign using ws-day8in-name
               organization line sequential.
           select day8vis assign using ws-day8vis-name
               organization line sequential
               file status is ws-vis-status.
           select day8-exc assign to "day8exc.dat"
               organization line sequential
               file status is ws-exc-status.
           select optional day8-sites-par assign to "day8sites.par"
               organization line sequential
               file status is ws-sites-status.
           select day8-sites assign to "day8sites.dat"
               organization line sequential
               file status is ws-site-out-status.
           select optional day8-ckp assign to "day8.ckp"
               organization line sequential
               file status is ws-ckp-status.
           select day8-ckpwork assign to "day8ckp.tmp"
               organization line sequential.
           select optional day8-tiles assign to "day8tiles.dat"
               organization line sequential
               file status is ws-tiles-status.
           select day8-stitch assign to "day8stitch.dat"
               organization line sequential.
           select day8-stitch-map assign to "day8stitch-map.dat"
               organization line sequential.
           select optional central-exc assign to "exceptions.dat"
               organization line sequential
               file status is ws-central-status.
           select optional exc-images assign to "exc-images.dat"
               organization line sequential
               file status is ws-image-status.
           select optional day8-resub assign to "day8resub.dat"
               organization line sequential
               file status is ws-resub-status.

       data division.
       file section.
       fd day8-sites.
       01 sites-record pic x(99).

       fd day8-ckp.
       01 ckp-record.
           05 ckp-grid-num pic 9(9).
           05 ckp-lines-read pic 9(9).
           05 ckp-exc-total pic 9(9).
           05 ckp-vis-written pic 9(9).
           05 ckp-exc-written pic 9(9).
           05 ckp-sites-written pic 9(9).
           05 ckp-day8in-name pic x(40).

       fd day8-ckpwork.
       01 ckpwork-record pic x(99).

       fd day8-tiles.
       copy "day8-tile-record.cpy".

       fd day8-stitch.
       01 stitch-record pic x(132).

       fd day8-stitch-map.
       01 stitch-map-record pic x(495).

       fd central-exc.
       copy "std-exception-record.cpy".

       fd exc-images.
       copy "exc-image-record.cpy".

       fd day8-resub.
       copy "resub-record.cpy".

       working-storage section.
       01 ws-array-data.
           05 dim-row occurs 0 to 99 times depending on ws-num-row.
       01 ws-grid-bad-row pic 9(3).
       01 ws-lines-read pic 9(9) value 0.
       01 ws-exc-total pic 9(9) value 0.
       01 ws-raw-count pic 9(3) value 0.
       01 ws-raw-table.
           05 ws-raw-line pic x(200) occurs 100 times.
       01 ws-raw-index pic 9(3).
       01 ws-run-timestamp pic x(21).
       01 ws-central-status pic xx.
       01 ws-image-status pic xx.
       01 ws-image-key pic x(12).
       01 ws-image-count pic 9(9) value 0.
      *    on a restart the grids after the checkpoint are run again;
      *    a grid the failed run already rejected has its central
      *    exception and image on file, and they are not written twice.
       01 ws-restart-run pic x(1) value 'N'.
           88 restart-run value 'Y'.
       01 ws-prior-count pic 9(4) value 0.
       01 ws-prior-table.
           05 ws-prior-entry occurs 1 to 5000 times
               depending on ws-prior-count.
               10 ws-prior-key pic x(12).
               10 ws-prior-exc pic x(1).
               10 ws-prior-img pic x(1).
       01 ws-prior-index pic 9(4).
       01 ws-prior-found pic 9(4).
       01 ws-prior-eof pic x(1) value 'N'.
           88 prior-eof value 'Y'.
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
       01 ws-feed-mode pic x(1) value 'N'.
           88 feed-mode value 'Y'.
       01 ws-feed-done pic x(1) value 'N'.
           88 feed-done value 'Y'.
       01 ws-feed-count pic 9(3) value 0.
       01 ws-feed-table.
           05 ws-feed-line pic x(200) occurs 100 times.
       01 ws-feed-index pic 9(3).
       copy "exc-resub-parms.cpy".
       copy "bus-date-record.cpy".
       copy "file-gen-record.cpy".
       01 ws-day8in-name pic x(40) value "day8in.dat".
       01 ws-day8vis-name pic x(40) value "day8vis.dat".
       copy "run-log-record.cpy".
       copy "alert-record.cpy".
       01 ws-alert-count pic z(8)9.
       01 ws-alert-limit pic z(8)9.
       copy "run-parms.cpy".
       copy "step-parms.cpy".
       01 ws-parm-index pic 9(3).
           88 io-error value 'Y'.
       01 ws-final-rc pic 9(2) value 0.

       01 ws-vis-status pic xx.
       01 ws-exc-status pic xx.
       01 ws-site-out-status pic xx.
       01 ws-ckp-status pic xx.
       01 ws-checkpoint-interval pic 9(9) value 1.
       01 ws-ckp-remainder pic 9(9).
       01 ws-resume-grid pic 9(9) value 0.
       01 ws-skip-index pic 9(9).
       01 ws-vis-written pic 9(9) value 0.
       01 ws-exc-written pic 9(9) value 0.
       01 ws-sites-written pic 9(9) value 0.
       01 ws-copy-limit pic 9(9).
       01 ws-copy-count pic 9(9).
       01 ws-copy-eof pic x(1) value 'N'.
           88 copy-eof value 'Y'.
       01 ws-ckp-short pic x(1) value 'N'.
           88 ckp-short value 'Y'.

       01 ws-day8-mode pic x(1) value 'G'.
           88 mode-stitch value 'S'.
       01 ws-tiles-status pic xx.
       01 ws-tiles-eof pic x(1) value 'N'.
           88 tiles-eof value 'Y'.
       01 ws-tile-count pic 9(3) value 0.
       01 ws-tile-table.
           05 ws-tile-entry occurs 1 to 999 times
               depending on ws-tile-count.
               10 ws-tile-grid pic 9(3).
               10 ws-tile-trow pic 9(2).
               10 ws-tile-tcol pic 9(2).
       01 ws-tile-index pic 9(3).
       01 ws-tile-found pic 9(3).
       01 ws-stitch-bad pic x(1) value 'N'.
           88 stitch-bad value 'Y'.
       01 ws-stitch-tiles pic 9(3) value 0.
       01 ws-tile-exc-grid pic 9(9).
       01 ws-tile-max-row pic 9(2) value 0.
       01 ws-tile-max-col pic 9(2) value 0.
       01 ws-tile-slots.
           05 ws-slot-trow occurs 5 times.
               10 ws-slot occurs 5 times.
                   15 ws-slot-grid pic 9(3).
                   15 ws-slot-rows pic 9(2).
                   15 ws-slot-cols pic 9(2).
                   15 ws-slot-visible pic 9(5).
                   15 ws-slot-line pic x(99) occurs 99 times.
       01 ws-band-sizes.
           05 ws-band-height pic 9(2) occurs 5 times.
           05 ws-band-width pic 9(2) occurs 5 times.
           05 ws-band-row-off pic 9(3) occurs 5 times.
           05 ws-band-col-off pic 9(3) occurs 5 times.
       01 ws-tr pic 9(2).
       01 ws-tc pic 9(2).
       01 ws-tl-row pic 9(4).
       01 ws-tl-col pic 9(4).
       01 ws-map-rows pic 9(4) value 0.
       01 ws-map-cols pic 9(4) value 0.
       01 ws-map-data.
           05 ws-map-line pic x(495) occurs 495 times.
       01 ws-mvis-data.
           05 ws-mvis-line pic x(495) occurs 495 times.
       01 ws-mreg-data.
           05 ws-mreg-row occurs 495 times.
               10 ws-mreg-id pic 9(6) occurs 495 times.
       01 ws-mq-data.
           05 ws-mq-entry occurs 245025 times.
               10 ws-mq-row pic 9(3).
               10 ws-mq-col pic 9(3).
       01 ws-mq-head pic 9(6).
       01 ws-mq-tail pic 9(6).
       01 ws-m-row pic 9(4).
       01 ws-m-col pic 9(4).
       01 ws-m-check pic 9(4).
       01 ws-m-start pic 9(4).
       01 ws-m-cur-row pic 9(4).
       01 ws-m-cur-col pic 9(4).
       01 ws-m-vis-total pic 9(9) value 0.
       01 ws-m-region-count pic 9(6).
       01 ws-m-reg-size pic 9(6).
       01 ws-m-reg-min-row pic 9(4).
       01 ws-m-reg-max-row pic 9(4).
       01 ws-m-reg-min-col pic 9(4).
       01 ws-m-reg-max-col pic 9(4).
       01 ws-m-best-size pic 9(6).
       01 ws-m-best-region pic 9(6).
       01 ws-m-best-min-row pic 9(4).
       01 ws-m-best-max-row pic 9(4).
       01 ws-m-best-min-col pic 9(4).
       01 ws-m-best-max-col pic 9(4).
       01 ws-m-scenic-best pic 9(18).
       01 ws-m-scenic-row pic 9(4).
       01 ws-m-scenic-col pic 9(4).
       01 ws-stitch-line pic x(132).
       01 ws-stitch-part pic x(40).
       01 ws-map-out-line pic x(495).

       procedure division.
           perform log-run-start
           perform load-run-parms
           move function current-date to ws-run-timestamp
           perform get-business-date
           perform load-site-parameters
           if not mode-stitch
               perform load-checkpoint
           end-if
      *    a stitch run writes only the map and its exceptions; the
      *    visibility and site reports of the last grid run stand.
           open input day8in
           if mode-stitch
               open output day8-exc
           else
               if ws-resume-grid > 0
                   perform reposition-outputs
                   if ws-resume-grid > 0
                       move 'Y' to ws-restart-run
                       perform load-prior-exceptions
                   end-if
               else
                   open output day8vis
                   open output day8-exc
                   if sites-loaded
                       open output day8-sites
                   end-if
               end-if
           end-if
           if mode-stitch
               perform stitch-map-run
           else
               if ws-resume-grid > 0
                   perform varying ws-skip-index from 1 by 1
                       until ws-skip-index > ws-lines-read or EOF
                       read day8in
                           AT END SET EOF TO true
                       end-read
                   end-perform
                   display "RESTARTING AFTER GRID " ws-resume-grid
                       " - " ws-lines-read " LINES SKIPPED"
               end-if
               perform until EOF
                   perform load-one-grid
                   if ws-grid-rows-seen > 0
                       add 1 to ws-grid-num
                       if grid-bad
                           perform write-grid-exception
                       else
                           perform process-one-grid
                       end-if
                       compute ws-ckp-remainder = function mod
                           (ws-grid-num, ws-checkpoint-interval)
                       if ws-ckp-remainder = 0
                           perform save-checkpoint
                       end-if
                   end-if
               end-perform
               perform clear-checkpoint
               move 'N' to ws-restart-run
               perform post-resubmissions
           end-if.

           close day8in.
           close day8-exc.
           if not mode-stitch
               close day8vis
               if sites-loaded
                   close day8-sites
               end-if
           end-if.

           perform set-return-code
           if parm-found
               move ws-parm-found-value to ws-day8vis-name
           end-if
           move "CKP-INTERVAL-DAY8" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               and function numval(ws-parm-found-value) > 0
               compute ws-checkpoint-interval =
                   function numval(ws-parm-found-value)
           end-if
           move "DAY8-MODE" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value(1:1) to ws-day8-mode
           end-if
           perform apply-step-overrides
           display "EFFECTIVE PARMS: INPUT "
               function trim(ws-day8in-name)
               " VISMAP " function trim(ws-day8vis-name)
               " CKP-INTERVAL " ws-checkpoint-interval
               " EXC-THRESHOLD " ws-exc-threshold
               " MODE " ws-day8-mode.

       apply-step-overrides.
           move 'G' to sp-function
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
           move "day8" to alr-program
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

      *    the checkpoint is taken after a completed grid and holds
      *    the input lines consumed, the running totals and how many
      *    records each output had then. a checkpoint taken against
      *    a different input file is not used.
       load-checkpoint.
           move 0 to ws-resume-grid
           open input day8-ckp
           if ws-ckp-status not = "00" and "05" and "35"
               move 'Y' to ws-io-error
           end-if
           if ws-ckp-status = "00"
               read day8-ckp
                   AT END move 0 to ckp-grid-num
               end-read
               if ws-ckp-status = "00" and ckp-grid-num > 0
                   if ckp-day8in-name not = ws-day8in-name
                       display "CHECKPOINT IS FOR "
                           function trim(ckp-day8in-name)
                           " - STARTING FROM GRID ONE"
                   else
                       move ckp-grid-num to ws-resume-grid
                       move ckp-grid-num to ws-grid-num
                       move ckp-lines-read to ws-lines-read
                       move ckp-exc-total to ws-exc-total
                       move ckp-vis-written to ws-vis-written
                       move ckp-exc-written to ws-exc-written
                       move ckp-sites-written to ws-sites-written
                   end-if
               end-if
           end-if
           close day8-ckp.

       save-checkpoint.
           open output day8-ckp
           move ws-grid-num to ckp-grid-num
           move ws-lines-read to ckp-lines-read
           move ws-exc-total to ckp-exc-total
           move ws-vis-written to ckp-vis-written
           move ws-exc-written to ckp-exc-written
           move ws-sites-written to ckp-sites-written
           move ws-day8in-name to ckp-day8in-name
           write ckp-record
           close day8-ckp
           close day8vis
           open extend day8vis
           close day8-exc
           open extend day8-exc
           if sites-loaded
               close day8-sites
               open extend day8-sites
           end-if.

       clear-checkpoint.
           open output day8-ckp
           initialize ckp-record
           write ckp-record
           close day8-ckp.

      *    on restart each output is cut back to the records it held
      *    at the checkpoint, dropping anything the failed run wrote
      *    after it. if an output is shorter than the checkpoint says
      *    it has been cleared or replaced, so the run starts over.
       reposition-outputs.
           move 'N' to ws-ckp-short
           move ws-vis-written to ws-copy-limit
           open input day8vis
           if ws-vis-status = "00"
               move 0 to ws-copy-count
               move 'N' to ws-copy-eof
               perform until copy-eof or ws-copy-count >= ws-copy-limit
                   read day8vis
                       AT END move 'Y' to ws-copy-eof
                       not AT END add 1 to ws-copy-count
                   end-read
               end-perform
               close day8vis
           else
               move 0 to ws-copy-count
           end-if
           if ws-copy-count < ws-copy-limit
               move 'Y' to ws-ckp-short
           end-if
           move ws-exc-written to ws-copy-limit
           open input day8-exc
           if ws-exc-status = "00"
               move 0 to ws-copy-count
               move 'N' to ws-copy-eof
               perform until copy-eof or ws-copy-count >= ws-copy-limit
                   read day8-exc
                       AT END move 'Y' to ws-copy-eof
                       not AT END add 1 to ws-copy-count
                   end-read
               end-perform
               close day8-exc
           else
               move 0 to ws-copy-count
           end-if
           if ws-copy-count < ws-copy-limit
               move 'Y' to ws-ckp-short
           end-if
           if sites-loaded
               move ws-sites-written to ws-copy-limit
               open input day8-sites
               if ws-site-out-status = "00"
                   move 0 to ws-copy-count
                   move 'N' to ws-copy-eof
                   perform until copy-eof
                       or ws-copy-count >= ws-copy-limit
                       read day8-sites
                           AT END move 'Y' to ws-copy-eof
                           not AT END add 1 to ws-copy-count
                       end-read
                   end-perform
                   close day8-sites
               else
                   move 0 to ws-copy-count
               end-if
               if ws-copy-count < ws-copy-limit
                   move 'Y' to ws-ckp-short
               end-if
           end-if
           if ckp-short
               display "OUTPUTS DO NOT MATCH CHECKPOINT - STARTING "
                   "FROM GRID ONE"
               move 0 to ws-resume-grid
               move 0 to ws-grid-num
               move 0 to ws-lines-read
               move 0 to ws-exc-total
               move 0 to ws-vis-written
               move 0 to ws-exc-written
               move 0 to ws-sites-written
               open output day8vis
               open output day8-exc
               if sites-loaded
                   open output day8-sites
               end-if
               exit paragraph
           end-if
           perform cut-back-vis
           perform cut-back-exc
           if sites-loaded
               perform cut-back-sites
           end-if.

       cut-back-vis.
           open input day8vis
           open output day8-ckpwork
           move 0 to ws-copy-count
           perform until ws-copy-count >= ws-vis-written
               read day8vis
               write ckpwork-record from vis-record
               add 1 to ws-copy-count
           end-perform
           close day8vis
           close day8-ckpwork
           open input day8-ckpwork
           open output day8vis
           move 'N' to ws-copy-eof
           perform until copy-eof
               read day8-ckpwork
                   AT END move 'Y' to ws-copy-eof
                   not AT END write vis-record from ckpwork-record
               end-read
           end-perform
           close day8-ckpwork.

       cut-back-exc.
           open input day8-exc
           open output day8-ckpwork
           move 0 to ws-copy-count
           perform until ws-copy-count >= ws-exc-written
               read day8-exc
               write ckpwork-record from exc-record
               add 1 to ws-copy-count
           end-perform
           close day8-exc
           close day8-ckpwork
           open input day8-ckpwork
           open output day8-exc
           move 'N' to ws-copy-eof
           perform until copy-eof
               read day8-ckpwork
                   AT END move 'Y' to ws-copy-eof
                   not AT END move ckpwork-record to exc-record
                       write exc-record
               end-read
           end-perform
           close day8-ckpwork.

       cut-back-sites.
           open input day8-sites
           open output day8-ckpwork
           move 0 to ws-copy-count
           perform until ws-copy-count >= ws-sites-written
               read day8-sites
               write ckpwork-record from sites-record
               add 1 to ws-copy-count
           end-perform
           close day8-sites
           close day8-ckpwork
           open input day8-ckpwork
           open output day8-sites
           move 'N' to ws-copy-eof
           perform until copy-eof
               read day8-ckpwork
                   AT END move 'Y' to ws-copy-eof
                   not AT END write sites-record from ckpwork-record
               end-read
           end-perform
           close day8-ckpwork.

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
               ws-cand-score(ws-cand-rank) delimited by size
               into ws-sites-line
           end-string
           write sites-record from ws-sites-line
           add 1 to ws-sites-written.

       load-one-grid.
           move 0 to ws-num-row
           move 'N' to ws-grid-bad
           move spaces to ws-grid-reason
           move 0 to ws-grid-bad-row
           move 0 to ws-raw-count
           perform until EOF
           perform read-grid-line
           if not EOF
               add 1 to ws-lines-read
               if function trim(ln) = spaces
                   exit perform
               end-if
               add 1 to ws-grid-rows-seen
               if ws-raw-count < 100
                   add 1 to ws-raw-count
                   move ln to ws-raw-line(ws-raw-count)
               end-if
               perform validate-grid-row
           end-if
           end-perform.

      *    grid rows come from day8in, or from the lines of a queued
      *    correction; the end of a correction reads as a blank line.
       read-grid-line.
           if feed-mode
               if ws-feed-index < ws-feed-count
                   add 1 to ws-feed-index
                   move ws-feed-line(ws-feed-index) to ln
               else
                   move 'Y' to ws-feed-done
                   move spaces to ln
               end-if
           else
               read day8in
                   AT END SET EOF TO true
               end-read
           end-if.

       validate-grid-row.
           compute ws-row-len = function length(function trim(ln))
           if not grid-bad and ws-row-len > 99
           move spaces to exc-sep2
           move ws-grid-reason to exc-reason
           write exc-record
           add 1 to ws-exc-written
           add 1 to ws-exc-total
           display "GRID " ws-grid-num " SKIPPED - "
               ws-grid-reason " AT ROW " ws-grid-bad-row
           move ws-grid-num to ws-image-key
           move 0 to ws-prior-found
           if restart-run
               perform find-prior-key
           end-if
           if ws-prior-found > 0
               if ws-prior-exc(ws-prior-found) = 'Y'
                   perform write-grid-image
                   exit paragraph
               end-if
           end-if
           open extend central-exc
           if ws-central-status = "00" or "05"
               move "day8" to stdexc-program-id
               move ws-run-timestamp(1:8) to stdexc-run-date
               move 'E' to stdexc-severity
               move ws-image-key to stdexc-key
               move ws-grid-reason to stdexc-reason
               move 'N' to stdexc-resolved
               write std-exception
           end-if
           close central-exc
           perform write-grid-image.

      *    every row of a skipped grid is kept on exc-images.dat under
      *    the key of its central exception, for exc-correct.
       write-grid-image.
           add 1 to ws-image-count
           if ws-prior-found > 0
               if ws-prior-img(ws-prior-found) = 'Y'
                   exit paragraph
               end-if
           end-if
           open extend exc-images
           if ws-image-status = "00" or "05"
               perform varying ws-raw-index from 1 by 1
                   until ws-raw-index > ws-raw-count
                   move "day8" to eim-program-id
                   move ws-run-timestamp(1:8) to eim-run-date
                   move ws-image-key to eim-key
                   move ws-raw-index to eim-line
                   move ws-raw-line(ws-raw-index) to eim-image
                   write exc-image-record
               end-perform
           end-if
           close exc-images.

      *    the day's day8 exceptions and images already on file when
      *    a run restarts, by key.
       load-prior-exceptions.
           move 0 to ws-prior-count
           move 'N' to ws-prior-eof
           open input central-exc
           if ws-central-status = "00"
               perform until prior-eof
                   read central-exc
                       AT END move 'Y' to ws-prior-eof
                       not AT END
                           if stdexc-program-id = "day8"
                               and stdexc-run-date
                                   = ws-run-timestamp(1:8)
                               move stdexc-key to ws-image-key
                               perform add-prior-key
                               if ws-prior-found > 0
                                   move 'Y' to
                                       ws-prior-exc(ws-prior-found)
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close central-exc
           move 'N' to ws-prior-eof
           open input exc-images
           if ws-image-status = "00"
               perform until prior-eof
                   read exc-images
                       AT END move 'Y' to ws-prior-eof
                       not AT END
                           if eim-program-id = "day8"
                               and eim-run-date = ws-run-timestamp(1:8)
                               and eim-line = 1
                               move eim-key to ws-image-key
                               perform add-prior-key
                               if ws-prior-found > 0
                                   move 'Y' to
                                       ws-prior-img(ws-prior-found)
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close exc-images.

       add-prior-key.
           perform find-prior-key
           if ws-prior-found = 0 and ws-prior-count < 5000
               add 1 to ws-prior-count
               move ws-image-key to ws-prior-key(ws-prior-count)
               move 'N' to ws-prior-exc(ws-prior-count)
               move 'N' to ws-prior-img(ws-prior-count)
               move ws-prior-count to ws-prior-found
           end-if.

       find-prior-key.
           move 0 to ws-prior-found
           perform varying ws-prior-index from 1 by 1
               until ws-prior-index > ws-prior-count
                   or ws-prior-found > 0
               if ws-prior-key(ws-prior-index) = ws-image-key
                   move ws-prior-index to ws-prior-found
               end-if
           end-perform.

      *    corrections queued by exc-correct are loaded after the
      *    day's grids, one block per exception, and run as further
      *    grids. the outcome goes back to the exception through
      *    excresub: re-processed, or rejected again when a grid in
      *    the block was skipped. corrections are not checkpointed -
      *    a restart runs them again with the rest of the day.
       post-resubmissions.
           open input day8-resub
           if ws-resub-status not = "00"
               close day8-resub
               exit paragraph
           end-if
           move 'N' to ws-resub-eof
           move 'N' to ws-block-open
           perform until resub-eof
               read day8-resub
                   AT END move 'Y' to ws-resub-eof
                   not AT END perform take-resub-line
               end-read
           end-perform
           if block-open
               perform end-resub-block
           end-if
           close day8-resub
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
               move 0 to ws-feed-count
               add 1 to ws-resub-blocks
           end-if
           if ws-feed-count < 100
               add 1 to ws-feed-count
               move rsb-image to ws-feed-line(ws-feed-count)
           end-if.

       end-resub-block.
           move spaces to ln
           move 'Y' to ws-feed-mode
           move 'N' to ws-feed-done
           move 0 to ws-feed-index
           perform until feed-done
               perform load-one-grid
               if ws-grid-rows-seen > 0
                   add 1 to ws-grid-num
                   if grid-bad
                       perform write-grid-exception
                   else
                       perform process-one-grid
                   end-if
               end-if
           end-perform
           move 'N' to ws-feed-mode
           move 'N' to ws-block-open
           move "day8" to xr-program-id
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
           move "day8resub.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output day8-resub
           close day8-resub.

       process-one-grid.
           display "=== GRID " ws-grid-num " ===".

           move spaces to vis-record
           write vis-record
           add 1 to ws-vis-written
           move spaces to ws-vis-line
           string
               "GRID " delimited by size
               into ws-vis-line
           end-string
           write vis-record from ws-vis-line
           add 1 to ws-vis-written
           perform write-visibility-map.

           perform find-hidden-grove.
                       to ws-vis-line(ws-vis-col:1)
               end-perform
               write vis-record from ws-vis-line
               add 1 to ws-vis-written
           end-perform.

       find-hidden-grove.
           if ws-best-size = 0
               move "NO HIDDEN GROVE" to ws-grove-line
               write vis-record from ws-grove-line
               add 1 to ws-vis-written
               exit paragraph
           end-if
           move spaces to ws-grove-line
               into ws-grove-line
           end-string
           write vis-record from ws-grove-line
           add 1 to ws-vis-written
           display "GROVE SIZE " ws-best-size
               " ROWS " ws-best-min-row "-" ws-best-max-row
               " COLS " ws-best-min-col "-" ws-best-max-col
                   end-if
               end-perform
               write vis-record from ws-grove-line
               add 1 to ws-vis-written
           end-perform.

       find-best-scenic-score.
                   " TALLEST " ws-stat-max-height " AT ROW "
                   ws-stat-max-pos
           end-perform.

      *    stitch mode: every grid of the input is placed at its
      *    tile position from day8tiles.dat and the visibility,
      *    hidden grove and scenic analyses run once over the whole
      *    forest, so trees and groves on a tile edge see the
      *    neighbouring tile. a layout that cannot be assembled is
      *    reported to day8exc.dat and no map is produced.
       stitch-map-run.
           initialize ws-tile-slots
           initialize ws-band-sizes
           perform load-tile-positions
           open output day8-stitch
           if not stitch-bad
               perform until EOF
                   perform load-one-grid
                   if ws-grid-rows-seen > 0
                       add 1 to ws-grid-num
                       if grid-bad
                           perform write-grid-exception
                       end-if
                       perform place-one-tile
                   end-if
               end-perform
           end-if
           if not stitch-bad
               perform check-tile-layout
           end-if
           if stitch-bad
               move "MAP NOT STITCHED - SEE day8exc.dat"
                   to ws-stitch-line
               write stitch-record from ws-stitch-line
               display "MAP NOT STITCHED - SEE day8exc.dat"
               close day8-stitch
               exit paragraph
           end-if
           perform build-stitched-map
           perform map-count-visible
           perform map-find-grove
           perform map-find-best-scenic
           perform write-stitch-report
           close day8-stitch
           perform write-stitch-map
           display "STITCHED " ws-stitch-tiles " TILES INTO "
               ws-map-rows " X " ws-map-cols " - VISIBLE "
               ws-m-vis-total " - SEE day8stitch.dat".

       load-tile-positions.
           open input day8-tiles
           if ws-tiles-status not = "00"
               move 0 to ws-tile-exc-grid
               move "NO TILE POSITIONS IN day8tiles.dat"
                   to ws-grid-reason
               perform reject-tile-layout
               close day8-tiles
               exit paragraph
           end-if
           perform until tiles-eof
               read day8-tiles
                   AT END move 'Y' to ws-tiles-eof
                   not AT END
                       perform check-tile-position
               end-read
           end-perform
           close day8-tiles.

       check-tile-position.
           move 0 to ws-tile-exc-grid
           if tile-grid not numeric or tile-row not numeric
               or tile-col not numeric
               move "TILE POSITION NOT NUMERIC" to ws-grid-reason
               perform reject-tile-layout
               exit paragraph
           end-if
           move tile-grid to ws-tile-exc-grid
           if tile-grid = 0 or tile-row < 1 or tile-row > 5
               or tile-col < 1 or tile-col > 5
               move "TILE POSITION OUTSIDE 5 X 5 LAYOUT"
                   to ws-grid-reason
               perform reject-tile-layout
               exit paragraph
           end-if
           perform varying ws-tile-index from 1 by 1
               until ws-tile-index > ws-tile-count
               if ws-tile-grid(ws-tile-index) = tile-grid
                   move "GRID GIVEN TWO TILE POSITIONS"
                       to ws-grid-reason
                   perform reject-tile-layout
                   exit paragraph
               end-if
           end-perform
           if ws-slot-grid(tile-row, tile-col) not = 0
               move "TWO GRIDS AT ONE TILE POSITION" to ws-grid-reason
               perform reject-tile-layout
               exit paragraph
           end-if
           add 1 to ws-tile-count
           move tile-grid to ws-tile-grid(ws-tile-count)
           move tile-row to ws-tile-trow(ws-tile-count)
           move tile-col to ws-tile-tcol(ws-tile-count)
           move tile-grid to ws-slot-grid(tile-row, tile-col)
           if tile-row > ws-tile-max-row
               move tile-row to ws-tile-max-row
           end-if
           if tile-col > ws-tile-max-col
               move tile-col to ws-tile-max-col
           end-if.

      *    a grid with no tile position is left out of the map; a
      *    grid that has one must be usable and match the size of
      *    the tiles already placed in its tile row and column.
       place-one-tile.
           move ws-grid-num to ws-tile-exc-grid
           move 0 to ws-tile-found
           perform varying ws-tile-index from 1 by 1
               until ws-tile-index > ws-tile-count
               if ws-tile-grid(ws-tile-index) = ws-grid-num
                   move ws-tile-index to ws-tile-found
               end-if
           end-perform
           if ws-tile-found = 0
               if not grid-bad
                   move "NO TILE POSITION - LEFT OUT OF MAP"
                       to ws-grid-reason
                   perform write-tile-exception
               end-if
               exit paragraph
           end-if
           if grid-bad
               move "TILE GRID UNUSABLE - MAP NOT STITCHED"
                   to ws-grid-reason
               perform reject-tile-layout
               exit paragraph
           end-if
           move ws-tile-trow(ws-tile-found) to ws-tr
           move ws-tile-tcol(ws-tile-found) to ws-tc
           if ws-band-height(ws-tr) = 0
               move ws-num-row to ws-band-height(ws-tr)
           end-if
           if ws-band-width(ws-tc) = 0
               move ws-num-col to ws-band-width(ws-tc)
           end-if
           if ws-num-row not = ws-band-height(ws-tr)
               move "ROWS DIFFER FROM REST OF TILE ROW"
                   to ws-grid-reason
               perform reject-tile-layout
               exit paragraph
           end-if
           if ws-num-col not = ws-band-width(ws-tc)
               move "COLS DIFFER FROM REST OF TILE COLUMN"
                   to ws-grid-reason
               perform reject-tile-layout
               exit paragraph
           end-if
           move ws-num-row to ws-slot-rows(ws-tr, ws-tc)
           move ws-num-col to ws-slot-cols(ws-tr, ws-tc)
           perform varying ws-tl-row from 1 by 1
               until ws-tl-row > ws-num-row
               move spaces to ws-slot-line(ws-tr, ws-tc, ws-tl-row)
               perform varying ws-tl-col from 1 by 1
                   until ws-tl-col > ws-num-col
                   move digit(ws-tl-row, ws-tl-col)
                       to ws-slot-line(ws-tr, ws-tc, ws-tl-row)
                           (ws-tl-col:1)
               end-perform
           end-perform
           add 1 to ws-stitch-tiles.

       check-tile-layout.
           if ws-tile-count = 0
               move 0 to ws-tile-exc-grid
               move "NO TILE POSITIONS IN day8tiles.dat"
                   to ws-grid-reason
               perform reject-tile-layout
               exit paragraph
           end-if
           perform varying ws-tr from 1 by 1
               until ws-tr > ws-tile-max-row
               perform varying ws-tc from 1 by 1
                   until ws-tc > ws-tile-max-col
                   if ws-slot-rows(ws-tr, ws-tc) = 0
                       move ws-slot-grid(ws-tr, ws-tc)
                           to ws-tile-exc-grid
                       move spaces to ws-grid-reason
                       string
                           "NO SURVEYED TILE AT TILE " delimited by size
                           ws-tr delimited by size
                           "," delimited by size
                           ws-tc delimited by size
                           into ws-grid-reason
                       end-string
                       perform reject-tile-layout
                   end-if
               end-perform
           end-perform
           move 0 to ws-band-row-off(1)
           move 0 to ws-band-col-off(1)
           perform varying ws-tr from 2 by 1
               until ws-tr > ws-tile-max-row
               compute ws-band-row-off(ws-tr) =
                   ws-band-row-off(ws-tr - 1)
                   + ws-band-height(ws-tr - 1)
           end-perform
           perform varying ws-tc from 2 by 1
               until ws-tc > ws-tile-max-col
               compute ws-band-col-off(ws-tc) =
                   ws-band-col-off(ws-tc - 1)
                   + ws-band-width(ws-tc - 1)
           end-perform
           compute ws-map-rows = ws-band-row-off(ws-tile-max-row)
               + ws-band-height(ws-tile-max-row)
           compute ws-map-cols = ws-band-col-off(ws-tile-max-col)
               + ws-band-width(ws-tile-max-col).

       write-tile-exception.
           move ws-tile-exc-grid to exc-grid-num
           move spaces to exc-sep1
           move 0 to exc-row-num
           move spaces to exc-sep2
           move ws-grid-reason to exc-reason
           write exc-record
           add 1 to ws-exc-written
           add 1 to ws-exc-total
           display "TILE GRID " ws-tile-exc-grid " - " ws-grid-reason.

       reject-tile-layout.
           perform write-tile-exception
           move 'Y' to ws-stitch-bad.

       build-stitched-map.
           perform varying ws-tr from 1 by 1
               until ws-tr > ws-tile-max-row
               perform varying ws-tc from 1 by 1
                   until ws-tc > ws-tile-max-col
                   compute ws-m-col = ws-band-col-off(ws-tc) + 1
                   perform varying ws-tl-row from 1 by 1
                       until ws-tl-row > ws-band-height(ws-tr)
                       compute ws-m-row =
                           ws-band-row-off(ws-tr) + ws-tl-row
                       move ws-slot-line(ws-tr, ws-tc, ws-tl-row)
                           (1:ws-band-width(ws-tc))
                           to ws-map-line(ws-m-row)
                               (ws-m-col:ws-band-width(ws-tc))
                   end-perform
               end-perform
           end-perform.

      *    gives the tile (ws-tr, ws-tc) and the row and column
      *    within it (ws-tl-row, ws-tl-col) of map cell
      *    ws-m-row, ws-m-col.
       map-to-tile.
           perform varying ws-tr from 1 by 1
               until ws-tr >= ws-tile-max-row
                   or ws-m-row <= ws-band-row-off(ws-tr)
                       + ws-band-height(ws-tr)
               continue
           end-perform
           perform varying ws-tc from 1 by 1
               until ws-tc >= ws-tile-max-col
                   or ws-m-col <= ws-band-col-off(ws-tc)
                       + ws-band-width(ws-tc)
               continue
           end-perform
           compute ws-tl-row = ws-m-row - ws-band-row-off(ws-tr)
           compute ws-tl-col = ws-m-col - ws-band-col-off(ws-tc).

       map-count-visible.
           move 0 to ws-m-vis-total
           perform varying ws-m-row from 1 by 1
               until ws-m-row > ws-map-rows
               move spaces to ws-mvis-line(ws-m-row)
               perform varying ws-m-col from 1 by 1
                   until ws-m-col > ws-map-cols
                   if ws-m-row = 1 or ws-m-row = ws-map-rows
                       or ws-m-col = 1 or ws-m-col = ws-map-cols
                       move 'Y' to ws-visible-flag
                   else
                       perform map-check-visibility
                   end-if
                   if tree-visible
                       add 1 to ws-m-vis-total
                       move '*' to ws-mvis-line(ws-m-row)(ws-m-col:1)
                       perform map-to-tile
                       add 1 to ws-slot-visible(ws-tr, ws-tc)
                   else
                       move '.' to ws-mvis-line(ws-m-row)(ws-m-col:1)
                   end-if
               end-perform
           end-perform.

       map-check-visibility.
           move 'N' to ws-visible-flag

           move 'N' to ws-blocked-flag
           perform varying ws-m-check from 1 by 1
               until ws-m-check > ws-m-col - 1 or view-blocked
               if ws-map-line(ws-m-row)(ws-m-check:1) >=
                   ws-map-line(ws-m-row)(ws-m-col:1)
                   move 'Y' to ws-blocked-flag
               end-if
           end-perform
           if not view-blocked
               move 'Y' to ws-visible-flag
           end-if

           if not tree-visible
               move 'N' to ws-blocked-flag
               compute ws-m-start = ws-m-col + 1
               perform varying ws-m-check from ws-m-start by 1
                   until ws-m-check > ws-map-cols or view-blocked
                   if ws-map-line(ws-m-row)(ws-m-check:1) >=
                       ws-map-line(ws-m-row)(ws-m-col:1)
                       move 'Y' to ws-blocked-flag
                   end-if
               end-perform
               if not view-blocked
                   move 'Y' to ws-visible-flag
               end-if
           end-if

           if not tree-visible
               move 'N' to ws-blocked-flag
               perform varying ws-m-check from 1 by 1
                   until ws-m-check > ws-m-row - 1 or view-blocked
                   if ws-map-line(ws-m-check)(ws-m-col:1) >=
                       ws-map-line(ws-m-row)(ws-m-col:1)
                       move 'Y' to ws-blocked-flag
                   end-if
               end-perform
               if not view-blocked
                   move 'Y' to ws-visible-flag
               end-if
           end-if

           if not tree-visible
               move 'N' to ws-blocked-flag
               compute ws-m-start = ws-m-row + 1
               perform varying ws-m-check from ws-m-start by 1
                   until ws-m-check > ws-map-rows or view-blocked
                   if ws-map-line(ws-m-check)(ws-m-col:1) >=
                       ws-map-line(ws-m-row)(ws-m-col:1)
                       move 'Y' to ws-blocked-flag
                   end-if
               end-perform
               if not view-blocked
                   move 'Y' to ws-visible-flag
               end-if
           end-if.

       map-find-grove.
           move 0 to ws-m-region-count
           move 0 to ws-m-best-size
           move 0 to ws-m-best-region
           perform varying ws-m-row from 1 by 1
               until ws-m-row > ws-map-rows
               perform varying ws-m-col from 1 by 1
                   until ws-m-col > ws-map-cols
                   move 0 to ws-mreg-id(ws-m-row, ws-m-col)
               end-perform
           end-perform
           perform varying ws-m-row from 1 by 1
               until ws-m-row > ws-map-rows
               perform varying ws-m-col from 1 by 1
                   until ws-m-col > ws-map-cols
                   if ws-mvis-line(ws-m-row)(ws-m-col:1) = '.'
                       and ws-mreg-id(ws-m-row, ws-m-col) = 0
                       perform map-fill-region
                   end-if
               end-perform
           end-perform.

       map-fill-region.
           add 1 to ws-m-region-count
           move 1 to ws-mq-head
           move 1 to ws-mq-tail
           move ws-m-row to ws-mq-row(1)
           move ws-m-col to ws-mq-col(1)
           move ws-m-region-count to ws-mreg-id(ws-m-row, ws-m-col)
           move 0 to ws-m-reg-size
           move ws-m-row to ws-m-reg-min-row
           move ws-m-row to ws-m-reg-max-row
           move ws-m-col to ws-m-reg-min-col
           move ws-m-col to ws-m-reg-max-col
           perform until ws-mq-head > ws-mq-tail
               move ws-mq-row(ws-mq-head) to ws-m-cur-row
               move ws-mq-col(ws-mq-head) to ws-m-cur-col
               add 1 to ws-mq-head
               add 1 to ws-m-reg-size
               if ws-m-cur-row < ws-m-reg-min-row
                   move ws-m-cur-row to ws-m-reg-min-row
               end-if
               if ws-m-cur-row > ws-m-reg-max-row
                   move ws-m-cur-row to ws-m-reg-max-row
               end-if
               if ws-m-cur-col < ws-m-reg-min-col
                   move ws-m-cur-col to ws-m-reg-min-col
               end-if
               if ws-m-cur-col > ws-m-reg-max-col
                   move ws-m-cur-col to ws-m-reg-max-col
               end-if
               perform map-enqueue-neighbors
           end-perform
           if ws-m-reg-size > ws-m-best-size
               move ws-m-reg-size to ws-m-best-size
               move ws-m-region-count to ws-m-best-region
               move ws-m-reg-min-row to ws-m-best-min-row
               move ws-m-reg-max-row to ws-m-best-max-row
               move ws-m-reg-min-col to ws-m-best-min-col
               move ws-m-reg-max-col to ws-m-best-max-col
           end-if.

       map-enqueue-neighbors.
           if ws-m-cur-row > 1
               and ws-mvis-line(ws-m-cur-row - 1)(ws-m-cur-col:1)
                   = '.'
               and ws-mreg-id(ws-m-cur-row - 1, ws-m-cur-col) = 0
               move ws-m-region-count
                   to ws-mreg-id(ws-m-cur-row - 1, ws-m-cur-col)
               add 1 to ws-mq-tail
               compute ws-mq-row(ws-mq-tail) = ws-m-cur-row - 1
               move ws-m-cur-col to ws-mq-col(ws-mq-tail)
           end-if
           if ws-m-cur-row < ws-map-rows
               and ws-mvis-line(ws-m-cur-row + 1)(ws-m-cur-col:1)
                   = '.'
               and ws-mreg-id(ws-m-cur-row + 1, ws-m-cur-col) = 0
               move ws-m-region-count
                   to ws-mreg-id(ws-m-cur-row + 1, ws-m-cur-col)
               add 1 to ws-mq-tail
               compute ws-mq-row(ws-mq-tail) = ws-m-cur-row + 1
               move ws-m-cur-col to ws-mq-col(ws-mq-tail)
           end-if
           if ws-m-cur-col > 1
               and ws-mvis-line(ws-m-cur-row)(ws-m-cur-col - 1:1)
                   = '.'
               and ws-mreg-id(ws-m-cur-row, ws-m-cur-col - 1) = 0
               move ws-m-region-count
                   to ws-mreg-id(ws-m-cur-row, ws-m-cur-col - 1)
               add 1 to ws-mq-tail
               move ws-m-cur-row to ws-mq-row(ws-mq-tail)
               compute ws-mq-col(ws-mq-tail) = ws-m-cur-col - 1
           end-if
           if ws-m-cur-col < ws-map-cols
               and ws-mvis-line(ws-m-cur-row)(ws-m-cur-col + 1:1)
                   = '.'
               and ws-mreg-id(ws-m-cur-row, ws-m-cur-col + 1) = 0
               move ws-m-region-count
                   to ws-mreg-id(ws-m-cur-row, ws-m-cur-col + 1)
               add 1 to ws-mq-tail
               move ws-m-cur-row to ws-mq-row(ws-mq-tail)
               compute ws-mq-col(ws-mq-tail) = ws-m-cur-col + 1
           end-if.

       map-find-best-scenic.
           move 0 to ws-m-scenic-best
           move 0 to ws-m-scenic-row
           move 0 to ws-m-scenic-col
           perform varying ws-m-row from 1 by 1
               until ws-m-row > ws-map-rows
               perform varying ws-m-col from 1 by 1
                   until ws-m-col > ws-map-cols
                   perform map-viewing-distances
                   compute ws-scenic-score =
                       ws-dist-left * ws-dist-right *
                       ws-dist-up * ws-dist-down
                   if ws-scenic-score > ws-m-scenic-best
                       move ws-scenic-score to ws-m-scenic-best
                       move ws-m-row to ws-m-scenic-row
                       move ws-m-col to ws-m-scenic-col
                   end-if
               end-perform
           end-perform.

       map-viewing-distances.
           move 0 to ws-dist-left
           move 'N' to ws-blocked-flag
           compute ws-m-start = ws-m-col - 1
           perform varying ws-m-check from ws-m-start by -1
               until ws-m-check < 1 or view-blocked
               add 1 to ws-dist-left
               if ws-map-line(ws-m-row)(ws-m-check:1) >=
                   ws-map-line(ws-m-row)(ws-m-col:1)
                   move 'Y' to ws-blocked-flag
               end-if
           end-perform

           move 0 to ws-dist-right
           move 'N' to ws-blocked-flag
           compute ws-m-start = ws-m-col + 1
           perform varying ws-m-check from ws-m-start by 1
               until ws-m-check > ws-map-cols or view-blocked
               add 1 to ws-dist-right
               if ws-map-line(ws-m-row)(ws-m-check:1) >=
                   ws-map-line(ws-m-row)(ws-m-col:1)
                   move 'Y' to ws-blocked-flag
               end-if
           end-perform

           move 0 to ws-dist-up
           move 'N' to ws-blocked-flag
           compute ws-m-start = ws-m-row - 1
           perform varying ws-m-check from ws-m-start by -1
               until ws-m-check < 1 or view-blocked
               add 1 to ws-dist-up
               if ws-map-line(ws-m-check)(ws-m-col:1) >=
                   ws-map-line(ws-m-row)(ws-m-col:1)
                   move 'Y' to ws-blocked-flag
               end-if
           end-perform

           move 0 to ws-dist-down
           move 'N' to ws-blocked-flag
           compute ws-m-start = ws-m-row + 1
           perform varying ws-m-check from ws-m-start by 1
               until ws-m-check > ws-map-rows or view-blocked
               add 1 to ws-dist-down
               if ws-map-line(ws-m-check)(ws-m-col:1) >=
                   ws-map-line(ws-m-row)(ws-m-col:1)
                   move 'Y' to ws-blocked-flag
               end-if
           end-perform.

      *    every position is given as map row and column and as the
      *    tile and the row and column within that tile.
       write-stitch-report.
           move spaces to ws-stitch-line
           string
               "STITCHED MAP " delimited by size
               ws-tile-max-row delimited by size
               " X " delimited by size
               ws-tile-max-col delimited by size
               " TILES ROWS " delimited by size
               ws-map-rows delimited by size
               " COLS " delimited by size
               ws-map-cols delimited by size
               into ws-stitch-line
           end-string
           write stitch-record from ws-stitch-line
           perform varying ws-tr from 1 by 1
               until ws-tr > ws-tile-max-row
               perform varying ws-tc from 1 by 1
                   until ws-tc > ws-tile-max-col
                   perform write-stitch-tile-line
               end-perform
           end-perform
           move spaces to ws-stitch-line
           string
               "VISIBLE TREES " delimited by size
               ws-m-vis-total delimited by size
               into ws-stitch-line
           end-string
           write stitch-record from ws-stitch-line
           move ws-m-scenic-row to ws-m-row
           move ws-m-scenic-col to ws-m-col
           perform map-to-tile
           move spaces to ws-stitch-line
           string
               "BEST SCENIC SCORE " delimited by size
               ws-m-scenic-best delimited by size
               " MAP ROW " delimited by size
               ws-m-scenic-row delimited by size
               " COL " delimited by size
               ws-m-scenic-col delimited by size
               into ws-stitch-line
           end-string
           perform add-tile-position
           write stitch-record from ws-stitch-line
           if ws-m-best-size = 0
               move "NO HIDDEN GROVE" to ws-stitch-line
               write stitch-record from ws-stitch-line
               exit paragraph
           end-if
           move spaces to ws-stitch-line
           string
               "GROVE SIZE " delimited by size
               ws-m-best-size delimited by size
               " MAP ROWS " delimited by size
               ws-m-best-min-row delimited by size
               "-" delimited by size
               ws-m-best-max-row delimited by size
               " COLS " delimited by size
               ws-m-best-min-col delimited by size
               "-" delimited by size
               ws-m-best-max-col delimited by size
               into ws-stitch-line
           end-string
           write stitch-record from ws-stitch-line
           move ws-m-best-min-row to ws-m-row
           move ws-m-best-min-col to ws-m-col
           perform map-to-tile
           move "  FROM" to ws-stitch-line
           perform add-tile-position
           write stitch-record from ws-stitch-line
           move ws-m-best-max-row to ws-m-row
           move ws-m-best-max-col to ws-m-col
           perform map-to-tile
           move "  TO" to ws-stitch-line
           perform add-tile-position
           write stitch-record from ws-stitch-line.

       add-tile-position.
           move spaces to ws-stitch-part
           string
               " TILE " delimited by size
               ws-tr delimited by size
               "," delimited by size
               ws-tc delimited by size
               " ROW " delimited by size
               ws-tl-row delimited by size
               " COL " delimited by size
               ws-tl-col delimited by size
               into ws-stitch-part
           end-string
           compute ws-m-start =
               function length(function trim(ws-stitch-line trailing))
               + 1
           move ws-stitch-part to ws-stitch-line(ws-m-start:40).

       write-stitch-tile-line.
           compute ws-m-row = ws-band-row-off(ws-tr) + 1
           compute ws-m-col = ws-band-col-off(ws-tc) + 1
           compute ws-m-check =
               ws-band-row-off(ws-tr) + ws-band-height(ws-tr)
           compute ws-m-start =
               ws-band-col-off(ws-tc) + ws-band-width(ws-tc)
           move spaces to ws-stitch-line
           string
               "TILE " delimited by size
               ws-tr delimited by size
               "," delimited by size
               ws-tc delimited by size
               " GRID " delimited by size
               ws-slot-grid(ws-tr, ws-tc) delimited by size
               " ROWS " delimited by size
               ws-slot-rows(ws-tr, ws-tc) delimited by size
               " COLS " delimited by size
               ws-slot-cols(ws-tr, ws-tc) delimited by size
               " MAP ROWS " delimited by size
               ws-m-row delimited by size
               "-" delimited by size
               ws-m-check delimited by size
               " COLS " delimited by size
               ws-m-col delimited by size
               "-" delimited by size
               ws-m-start delimited by size
               " VISIBLE " delimited by size
               ws-slot-visible(ws-tr, ws-tc) delimited by size
               into ws-stitch-line
           end-string
           write stitch-record from ws-stitch-line.

       write-stitch-map.
           open output day8-stitch-map
           perform varying ws-m-row from 1 by 1
               until ws-m-row > ws-map-rows
               move spaces to ws-map-out-line
               move ws-mvis-line(ws-m-row)(1:ws-map-cols)
                   to ws-map-out-line
               perform varying ws-m-col from 1 by 1
                   until ws-m-col > ws-map-cols
                   if ws-m-best-region > 0
                       and ws-mreg-id(ws-m-row, ws-m-col)
                           = ws-m-best-region
                       move '#' to ws-map-out-line(ws-m-col:1)
                   end-if
               end-perform
               write stitch-map-record from ws-map-out-line
           end-perform
           close day8-stitch-map.
