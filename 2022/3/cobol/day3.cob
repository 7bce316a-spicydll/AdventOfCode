               file status is ws-groups-status.
           select day3-badge assign to "day3badge.dat"
               organization line sequential.
           select day3-badgework assign to "day3badge.tmp"
               organization line sequential
               file status is ws-badgework-status.
           select badge-sort assign to "day3badge.srt".
           select day3-items assign to "day3items.dat"
               organization line sequential
               file status is ws-items-status.
           select optional day3-itemhist assign to "day3itemhist.dat"
               organization line sequential
               file status is ws-itemhist-status.
           select day3-itemhistwork assign to "day3itemhist.tmp"
               organization line sequential.
           select optional day3-repack assign to "day3repack.dat"
               organization line sequential
               file status is ws-repack-status.
           select day3-repackwork assign to "day3repack.tmp"
               organization line sequential
               file status is ws-repackwork-status.
           select optional day3-badge-ledger
               assign to "day3badge-ledger.dat"
               organization line sequential
               file status is ws-ledger-status.
           select optional central-exc assign to "exceptions.dat"
               organization line sequential
               file status is ws-central-status.
           select optional exc-images assign to "exc-images.dat"
               organization line sequential
               file status is ws-image-status.
           select optional day3-resub assign to "day3resub.dat"
               organization line sequential
               file status is ws-resub-status.

       data division.
       file section.
           05 roster-record-status pic x(1).
           05 roster-record-eff pic x(8).
           05 roster-record-end pic x(8).
           05 roster-record-team pic x(4).
           05 roster-record-unit pic x(4).
           05 roster-record-team-eff pic x(8).

       fd day3-groups.
       01 group-record.
       fd day3-badge.
       01 badge-record pic x(160).

       fd day3-badgework.
       01 badgework-record.
           05 bwk-elf pic 9(9).
           05 bwk-group pic 9(6).
           05 bwk-badge pic x(1).
           05 bwk-item pic x(1).

       sd badge-sort.
       01 bsr-record.
           05 bsr-unit pic x(4).
           05 bsr-team pic x(4).
           05 bsr-elf pic 9(9).
           05 bsr-badge pic x(1).

       fd central-exc.
       copy "std-exception-record.cpy".

       fd exc-images.
       copy "exc-image-record.cpy".

       fd day3-resub.
       copy "resub-record.cpy".

       fd day3-items.
       copy "day3-item-index-record.cpy".

       fd day3-itemhist.
       01 itemhist-record pic x(38).

       fd day3-itemhistwork.
       01 itemhist-work-record pic x(38).
           88 ITEMHIST-WORK-EOF VALUE high-values.

       fd day3-repack.
       copy "day3-repack-record.cpy".

       fd day3-repackwork.
       01 repackwork-record.
           05 rwk-line pic 9(9).
           05 rwk-group pic 9(6).
           05 rwk-elf pic 9(9).
           05 rwk-item pic x(1).
           05 rwk-priority pic 9(3).

       fd day3-badge-ledger.
       copy "day3-badge-ledger-record.cpy".

       working-storage section.
       01 ws-detail-line pic x(80).
       01 ws-run-timestamp pic x(21).
       01 ws-trailer-line pic x(80).
       01 ws-central-status pic xx.
       01 ws-std-severity pic x(1) value 'E'.
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
       01 ws-input-record-num pic 9(18) value 0.
       01 ws-resub-line-num pic 9(18) value 0.
       01 ws-resub-scoring pic x(1) value 'N'.
           88 resub-scoring value 'Y'.
       copy "exc-resub-parms.cpy".
       01 ws-day3in-name pic x(40) value "day3in.dat".
       01 ws-day3detail-name pic x(40) value "day3detail.csv".
       copy "run-log-record.cpy".
       copy "alert-record.cpy".
       01 ws-alert-count pic z(8)9.
       01 ws-alert-limit pic z(8)9.
       copy "bus-date-record.cpy".
       copy "run-parms.cpy".
       copy "step-parms.cpy".
       01 ws-badge-part pic x(40).

       01 ws-badge-total pic 9(18) value 0.
       01 ws-badgework-status pic xx.
       01 ws-bwk-eof pic x(1) value 'N'.
           88 bwk-eof value 'Y'.
       01 ws-bsr-eof pic x(1) value 'N'.
           88 bsr-eof value 'Y'.
       01 ws-cur-unit pic x(4).
       01 ws-cur-team pic x(4).
       01 ws-team-elves pic 9(5).
       01 ws-team-badged pic 9(5).
       01 ws-unit-elves pic 9(5).
       01 ws-unit-badged pic 9(5).
       01 ws-sub-elves pic 9(5).
       01 ws-sub-badged pic 9(5).
       01 ws-sub-unbadged pic 9(5).
       01 ws-sub-label pic x(10).
       copy "elf-team-parm.cpy".
       01 ws-group-pos pic 9(1) value 0.
       01 ws-g1 pic x(255).
       01 ws-g2 pic x(255).
       01 ws-b-index pic 9(18).
       01 ws-b-index2 pic 9(18).
       01 ws-b-index3 pic 9(18).
       01 ws-items-status pic xx.
       01 ws-itemhist-status pic xx.
       01 ws-itemhist-eof pic x(1) value 'N'.
           88 itemhist-eof value 'Y'.
       01 ws-items-eof pic x(1) value 'N'.
           88 items-eof value 'Y'.
       01 ws-ix-counts.
           05 ws-ix-count pic 9(3) occurs 52 times.
       01 ws-ix-compartment pic 9(1).
       01 ws-ix-from pic 9(18).
       01 ws-ix-to pic 9(18).
       01 ws-ix-group pic 9(6).
       01 ws-ix-pos pic 9(1).
       01 ws-ix-elf pic 9(9).
       01 ws-repack-status pic xx.
       01 ws-repack-eof pic x(1) value 'N'.
           88 repack-eof value 'Y'.
       01 ws-repackwork-status pic xx.
       01 ws-rwk-eof pic x(1) value 'N'.
           88 rwk-eof value 'Y'.
       01 ws-rpk-count pic 9(5) value 0.
       01 ws-rpk-table.
           05 ws-rpk-entry occurs 1 to 20000 times
               depending on ws-rpk-count.
               10 ws-rpk-data pic x(60).
               10 ws-rpk-hit pic x(1).
       01 ws-rpk-index pic 9(5).
       01 ws-rpk-found pic 9(5).
       01 ws-rpk-full pic x(1) value 'N'.
           88 rpk-table-full value 'Y'.
       01 ws-rpk-next pic 9(7) value 0.
       01 ws-rpk-raised-count pic 9(5) value 0.
       01 ws-rpk-reopen-count pic 9(5) value 0.
       01 ws-rpk-verify-count pic 9(5) value 0.
       copy "file-gen-record.cpy".
       01 ws-ledger-status pic xx.
       01 ws-ledger-eof pic x(1) value 'N'.
           88 ledger-eof value 'Y'.
       01 ws-bl-count pic 9(5) value 0.
       01 ws-bl-table.
           05 ws-bl-entry occurs 1 to 30000 times
               depending on ws-bl-count.
               10 ws-bl-data pic x(58).
       01 ws-bl-index pic 9(5).
       01 ws-bl-found pic 9(5).
       01 ws-bl-full pic x(1) value 'N'.
           88 bl-table-full value 'Y'.
       01 ws-bl-next pic 9(7) value 0.
       01 ws-bl-issued-count pic 9(5) value 0.

       procedure division.
           perform log-run-start
               open extend day3-exc
               open extend day3-detail
               open extend day3-badge
               open extend day3-badgework
               open extend day3-items
               open extend day3-repackwork
           else
               open output day3-exc
               open output day3-detail
               open output day3-badge
               open output day3-badgework
               open output day3-items
               open output day3-repackwork
               perform write-output-headers
           end-if
           open input SYSIN
           end-if
           end-perform.

           perform post-resubmissions
           perform clear-checkpoint

           perform write-inventory-report
           perform post-inventory-history
           perform write-output-trailers
           close day3-items
           perform post-item-history
           close day3-repackwork
           perform post-repack-orders

           close day3-badgework
           if groups-loaded
               perform write-badge-subtotals
               perform post-badge-ledger
           end-if

           close day3-exc
           close day3-detail
           if ws-exc-count > 0
               move 4 to ws-final-rc
           end-if
           if rpk-table-full or bl-table-full
               move 4 to ws-final-rc
           end-if
           if ws-exc-count > ws-exc-threshold
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
           move "day3" to alr-program
           if io-error
               move 'C' to alr-severity
               move "I/O ERROR - RUN ENDED RC 12" to alr-message
           else
               move 'H' to alr-severity
               move ws-exc-count to ws-alert-count
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
           move "day3" to log-program-id
           move 'S' to log-event
           close day3-detail
           open extend day3-detail
           close day3-badge
           open extend day3-badge
           close day3-badgework
           open extend day3-badgework
           close day3-items
           open extend day3-items
           close day3-repackwork
           open extend day3-repackwork.

       clear-checkpoint.
           open output day3-ckp
                       move "NON-ALPHABETIC CHARACTER"
                           to ws-exc-reason
                   else
                       perform write-item-index
                       compute ws-str-len= ws-line-len / 2
                       compute ws-half2-start= ws-str-len + 1
                       compute ws-half2-end= ws-str-len * 2
               move spaces to exc-sep
               move ws-exc-reason to exc-reason
               perform write-exception
               move exc-line-num(7:12) to ws-image-key
               move 1 to ws-image-line
               move ln to ws-image-text
               perform write-exception-image
           else
               perform find-priority
               add ws-priority to ws-priority-total
               end-string
               write detail-record from ws-detail-line
               add 1 to ws-detail-count
               perform write-repack-work
           end-if.

       write-exception.
           close central-exc
           move 'E' to ws-std-severity.

      *    a rejected line is kept on exc-images.dat under the key of
      *    its central exception, for exc-correct.
       write-exception-image.
           if ws-image-line = 1
               add 1 to ws-image-count
           end-if
           open extend exc-images
           if ws-image-status = "00" or "05"
               move "day3" to eim-program-id
               move ws-run-timestamp(1:8) to eim-run-date
               move ws-image-key to eim-key
               move ws-image-line to eim-line
               move ws-image-text to eim-image
               write exc-image-record
           end-if
           close exc-images.

      *    corrections queued by exc-correct are scored after the
      *    day's input as further lines of it, one block per
      *    exception, and the outcome is reported back to the
      *    exception through excresub - re-processed, or rejected
      *    again when the block raised a rejection of its own.
       post-resubmissions.
           open input day3-resub
           if ws-resub-status not = "00"
               close day3-resub
               exit paragraph
           end-if
           move 'N' to ws-resub-eof
           move 'N' to ws-block-open
           perform until resub-eof
               read day3-resub
                   AT END move 'Y' to ws-resub-eof
                   not AT END perform take-resub-line
               end-read
           end-perform
           if block-open
               perform end-resub-block
           end-if
           close day3-resub
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
               add 1 to ws-resub-blocks
           end-if
      *    a corrected line is scored as the line it replaces - the
      *    exception key is its line number - so the index, repack
      *    and detail records carry its own line, group and place.
           move rsb-image to ln
           if rsb-exc-key numeric
               move rsb-exc-key to ws-resub-line-num
           else
               compute ws-resub-line-num = ws-record-num + 1
           end-if
           move ws-record-num to ws-input-record-num
           move ws-resub-line-num to ws-record-num
           move 'Y' to ws-resub-scoring
           perform validate-and-score-line
           move 'N' to ws-resub-scoring
           move ws-input-record-num to ws-record-num.

       end-resub-block.
           move 'N' to ws-block-open
           move "day3" to xr-program-id
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
           move "day3resub.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output day3-resub
           close day3-resub.

       write-output-headers.
           move spaces to ws-trailer-line
           string
           close day3-invhistwork
           close day3-invhist.

      *    a line's badge group and place in it are those the
      *    badge buffer will give it once the line is buffered; a
      *    corrected line is never buffered and takes them from its
      *    line number, three lines to a group.
       write-item-index.
           if resub-scoring
               compute ws-ix-group = (ws-record-num - 1) / 3 + 1
               compute ws-ix-pos =
                   function mod(ws-record-num - 1, 3) + 1
           else
               compute ws-ix-group = ws-group-num + 1
               compute ws-ix-pos = ws-group-pos + 1
           end-if
           move 0 to ws-ix-elf
           if groups-loaded
               perform varying ws-gasg-index from 1 by 1
                   until ws-gasg-index > ws-gasg-count
                   if ws-gasg-group(ws-gasg-index) = ws-ix-group
                       move ws-gasg-elf(ws-gasg-index, ws-ix-pos)
                           to ws-ix-elf
                   end-if
               end-perform
           end-if
           compute ws-ix-to = ws-line-len / 2
           move 1 to ws-ix-from
           move 1 to ws-ix-compartment
           perform index-compartment
           move ws-ix-to to ws-ix-from
           add 1 to ws-ix-from
           move ws-line-len to ws-ix-to
           move 2 to ws-ix-compartment
           perform index-compartment.

       index-compartment.
           perform varying ws-inv-index from 1 by 1
               until ws-inv-index > 52
               move 0 to ws-ix-count(ws-inv-index)
           end-perform
           perform varying ws-char-index from ws-ix-from by 1
               until ws-char-index > ws-ix-to
               perform varying ws-inv-index from 1 by 1
                   until ws-inv-index > 52
                   if priority-letter(ws-inv-index) =
                       ln(ws-char-index:1)
                       add 1 to ws-ix-count(ws-inv-index)
                   end-if
               end-perform
           end-perform
           perform varying ws-inv-index from 1 by 1
               until ws-inv-index > 52
               if ws-ix-count(ws-inv-index) > 0
                   move ws-run-timestamp(1:8) to iidx-date
                   move ws-record-num to iidx-line
                   move ws-ix-group to iidx-group
                   move ws-ix-pos to iidx-pos
                   move ws-ix-elf to iidx-elf
                   move priority-letter(ws-inv-index) to iidx-letter
                   move ws-ix-compartment to iidx-compartment
                   move ws-ix-count(ws-inv-index) to iidx-count
                   write iidx-record
               end-if
           end-perform.

      *    same replace-the-date posting as the inventory history:
      *    other dates are carried through the work file and this
      *    run's index is added behind them.
       post-item-history.
           open output day3-itemhistwork
           move 'N' to ws-itemhist-eof
           open input day3-itemhist
           if ws-itemhist-status = "00"
               perform until itemhist-eof
                   read day3-itemhist
                       AT END move 'Y' to ws-itemhist-eof
                       not AT END
                           if itemhist-record(1:8)
                               not = ws-run-timestamp(1:8)
                               move itemhist-record
                                   to itemhist-work-record
                               write itemhist-work-record
                           end-if
                   end-read
               end-perform
           end-if
           close day3-itemhist
           move 'N' to ws-items-eof
           open input day3-items
           if ws-items-status = "00"
               perform until items-eof
                   read day3-items
                       AT END move 'Y' to ws-items-eof
                       not AT END
                           move iidx-record to itemhist-work-record
                           write itemhist-work-record
                   end-read
               end-perform
           end-if
           close day3-items
           close day3-itemhistwork
           open output day3-itemhist
           open input day3-itemhistwork
           move spaces to itemhist-work-record
           perform until ITEMHIST-WORK-EOF
               read day3-itemhistwork
                   AT END SET ITEMHIST-WORK-EOF TO true
                   not AT END
                       move itemhist-work-record to itemhist-record
                       write itemhist-record
               end-read
           end-perform
           close day3-itemhistwork
           close day3-itemhist.

      *    the line just indexed is the rucksack to repack, so its
      *    group, place and elf are still in the index fields.
       write-repack-work.
           move ws-record-num to rwk-line
           move ws-ix-group to rwk-group
           move ws-ix-elf to rwk-elf
           move ws-common-item to rwk-item
           move ws-priority to rwk-priority
           write repackwork-record.

      *    the run's shared items (day3repack.tmp, kept across a
      *    restart like the badge work file) are matched to the work
      *    orders by line and item: a new one raises an order, one
      *    on a closed order means the repack did not take and the
      *    order is reopened. a closed order whose line was read and
      *    no longer shares the item is verified. lines past the end
      *    of this run's input are left as they are.
       post-repack-orders.
           perform load-repack-orders
           move 'N' to ws-rwk-eof
           open input day3-repackwork
           if ws-repackwork-status = "00"
               perform until rwk-eof
                   read day3-repackwork
                       AT END move 'Y' to ws-rwk-eof
                       not AT END
                           perform match-repack-order
                   end-read
               end-perform
           end-if
           close day3-repackwork
           perform varying ws-rpk-index from 1 by 1
               until ws-rpk-index > ws-rpk-count
               move ws-rpk-data(ws-rpk-index) to rpk-record
               if rpk-closed and ws-rpk-hit(ws-rpk-index) = 'N'
                   and rpk-line <= ws-record-num
                   move 'V' to rpk-status
                   move rpk-record to ws-rpk-data(ws-rpk-index)
                   add 1 to ws-rpk-verify-count
               end-if
           end-perform
           perform save-repack-orders
           display "REPACK ORDERS RAISED " ws-rpk-raised-count
               " REOPENED " ws-rpk-reopen-count
               " VERIFIED " ws-rpk-verify-count.

       load-repack-orders.
           move 0 to ws-rpk-count
           move 'N' to ws-rpk-full
           move 'N' to ws-repack-eof
           open input day3-repack
           if ws-repack-status = "00"
               perform until repack-eof
                   read day3-repack
                       AT END move 'Y' to ws-repack-eof
                       not AT END
                           if ws-rpk-count >= 20000
                               if not rpk-table-full
                                   display "REPACK FILE EXCEEDS 20000 "
                                       "ORDERS - CHANGES NOT SAVED"
                               end-if
                               move 'Y' to ws-rpk-full
                           else
                               add 1 to ws-rpk-count
                               move rpk-record
                                   to ws-rpk-data(ws-rpk-count)
                               move 'N' to ws-rpk-hit(ws-rpk-count)
                           end-if
                           if rpk-order > ws-rpk-next
                               move rpk-order to ws-rpk-next
                           end-if
                   end-read
               end-perform
           end-if
           close day3-repack.

       match-repack-order.
           move 0 to ws-rpk-found
           perform varying ws-rpk-index from 1 by 1
               until ws-rpk-index > ws-rpk-count
               move ws-rpk-data(ws-rpk-index) to rpk-record
               if rpk-line = rwk-line and rpk-item = rwk-item
                   and (rpk-open or rpk-closed)
                   move ws-rpk-index to ws-rpk-found
               end-if
           end-perform
           if ws-rpk-found > 0
               move 'Y' to ws-rpk-hit(ws-rpk-found)
               move ws-rpk-data(ws-rpk-found) to rpk-record
               if rpk-closed
                   move 'O' to rpk-status
                   move spaces to rpk-closed-date
                   move spaces to rpk-closed-by
                   add 1 to rpk-reopened
                   move rpk-record to ws-rpk-data(ws-rpk-found)
                   add 1 to ws-rpk-reopen-count
                   perform write-repack-exception
               end-if
               exit paragraph
           end-if
           if ws-rpk-count >= 20000
               display "REPACK ORDER FILE FULL - LINE " rwk-line
                   " NOT RAISED"
               exit paragraph
           end-if
           add 1 to ws-rpk-next
           move ws-rpk-next to rpk-order
           move ws-run-timestamp(1:8) to rpk-raised
           move rwk-line to rpk-line
           move rwk-group to rpk-group
           move rwk-elf to rpk-elf
           move rwk-item to rpk-item
           move rwk-priority to rpk-priority
           move 'O' to rpk-status
           move spaces to rpk-closed-date
           move spaces to rpk-closed-by
           move 0 to rpk-escalation
           move 0 to rpk-reopened
           add 1 to ws-rpk-count
           move rpk-record to ws-rpk-data(ws-rpk-count)
           move 'Y' to ws-rpk-hit(ws-rpk-count)
           add 1 to ws-rpk-raised-count.

       write-repack-exception.
           open extend central-exc
           if ws-central-status = "00" or "05"
               move "day3" to stdexc-program-id
               move ws-run-timestamp(1:8) to stdexc-run-date
               move 'W' to stdexc-severity
               move spaces to stdexc-key
               string
                   "RPK" delimited by size
                   rpk-order delimited by size
                   into stdexc-key
               end-string
               move spaces to stdexc-reason
               string
                   "REPACK FAILED LINE " delimited by size
                   rpk-line delimited by size
                   " SHARES " delimited by size
                   rpk-item delimited by size
                   into stdexc-reason
               end-string
               move 'N' to stdexc-resolved
               write std-exception
           end-if
           close central-exc.

       save-repack-orders.
           if rpk-table-full
               display "REPACK FILE NOT REWRITTEN - TABLE OVERFLOWED "
                   "AT LOAD"
               exit paragraph
           end-if
           move 'B' to fg-function
           move "day3repack.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output day3-repack
           perform varying ws-rpk-index from 1 by 1
               until ws-rpk-index > ws-rpk-count
               move ws-rpk-data(ws-rpk-index) to rpk-record
               write rpk-record
           end-perform
           close day3-repack.

       find-priority.
           move 'N' to ws-priority-found
           perform varying ws-pt-index from 1 by 1
                   function length(function trim(ws-badge-line)) + 1
               move ws-badge-part
                   to ws-badge-line(ws-char-index:35)
               move ws-lookup-id to bwk-elf
               move ws-group-num to bwk-group
               if badge-found
                   move 'Y' to bwk-badge
                   move ws-badge-item to bwk-item
               else
                   move 'N' to bwk-badge
                   move space to bwk-item
               end-if
               write badgework-record
           end-perform
           compute ws-char-index =
               function length(function trim(ws-badge-line)) + 1
           move ws-badge-part to ws-badge-line(ws-char-index:40)
           write badge-record from ws-badge-line.

      *    every elf named on an issue line is in day3badge.tmp, so
      *    the subtotals survive a restart the same way the issue
      *    lines do. elves are counted on the team and unit they are
      *    on for the business date.
       write-badge-subtotals.
           move spaces to ws-badge-line
           string
               "TEAM AND UNIT SUBTOTALS AS AT " delimited by size
               ws-run-timestamp(1:8) delimited by size
               into ws-badge-line
           end-string
           write badge-record from ws-badge-line
           sort badge-sort
               on ascending key bsr-unit bsr-team bsr-elf
               input procedure is release-badge-work
               output procedure is write-badge-sub-lines.

       release-badge-work.
           move 'N' to ws-bwk-eof
           open input day3-badgework
           if ws-badgework-status not = "00"
               close day3-badgework
               exit paragraph
           end-if
           perform until bwk-eof
               read day3-badgework
                   AT END move 'Y' to ws-bwk-eof
                   not AT END
                       move 'L' to et-function
                       move bwk-elf to et-elf-id
                       move ws-run-timestamp(1:8) to et-date
                       call "elfteam" using et-record
                           on exception
                               move "NONE" to et-team
                               move "NONE" to et-unit
                       end-call
                       move et-unit to bsr-unit
                       move et-team to bsr-team
                       move bwk-elf to bsr-elf
                       move bwk-badge to bsr-badge
                       release bsr-record
               end-read
           end-perform
           close day3-badgework.

       write-badge-sub-lines.
           move 'N' to ws-bsr-eof
           move spaces to ws-cur-unit
           move spaces to ws-cur-team
           perform until bsr-eof
               return badge-sort
                   AT END move 'Y' to ws-bsr-eof
                   not AT END
                       if bsr-unit not = ws-cur-unit
                           if ws-cur-unit not = spaces
                               perform write-team-badge-line
                               perform write-unit-badge-line
                           end-if
                           move bsr-unit to ws-cur-unit
                           move bsr-team to ws-cur-team
                           move 0 to ws-unit-elves
                           move 0 to ws-unit-badged
                           move 0 to ws-team-elves
                           move 0 to ws-team-badged
                       end-if
                       if bsr-team not = ws-cur-team
                           perform write-team-badge-line
                           move bsr-team to ws-cur-team
                           move 0 to ws-team-elves
                           move 0 to ws-team-badged
                       end-if
                       add 1 to ws-team-elves
                       add 1 to ws-unit-elves
                       if bsr-badge = 'Y'
                           add 1 to ws-team-badged
                           add 1 to ws-unit-badged
                       end-if
               end-return
           end-perform
           if ws-cur-unit not = spaces
               perform write-team-badge-line
               perform write-unit-badge-line
           end-if.

       write-team-badge-line.
           move spaces to ws-sub-label
           string
               " TEAM " delimited by size
               ws-cur-team delimited by size
               into ws-sub-label
           end-string
           move ws-team-elves to ws-sub-elves
           move ws-team-badged to ws-sub-badged
           perform write-badge-sub-line.

       write-unit-badge-line.
           move " ALL TEAMS" to ws-sub-label
           move ws-unit-elves to ws-sub-elves
           move ws-unit-badged to ws-sub-badged
           perform write-badge-sub-line.

       write-badge-sub-line.
           compute ws-sub-unbadged = ws-sub-elves - ws-sub-badged
           move spaces to ws-badge-line
           string
               "UNIT " delimited by size
               ws-cur-unit delimited by size
               ws-sub-label delimited by size
               " ASSIGNED " delimited by size
               ws-sub-elves delimited by size
               " BADGED " delimited by size
               ws-sub-badged delimited by size
               " NO COMMON BADGE " delimited by size
               ws-sub-unbadged delimited by size
               into ws-badge-line
           end-string
           write badge-record from ws-badge-line.

      *    the issue lines of the run are the badges handed out. an
      *    elf who has had a badge for the group is not issued one
      *    again, so a rerun or restart issues nothing twice and a
      *    lost badge is only replaced through day3-badges.
       post-badge-ledger.
           perform load-badge-ledger
           move 'N' to ws-bwk-eof
           open input day3-badgework
           if ws-badgework-status = "00"
               perform until bwk-eof
                   read day3-badgework
                       AT END move 'Y' to ws-bwk-eof
                       not AT END
                           if bwk-badge = 'Y' and bwk-elf not = 0
                               perform issue-ledger-badge
                           end-if
                   end-read
               end-perform
           end-if
           close day3-badgework
           if ws-bl-issued-count > 0
               perform save-badge-ledger
           end-if
           display "BADGES ISSUED TO LEDGER " ws-bl-issued-count.

       load-badge-ledger.
           move 0 to ws-bl-count
           move 'N' to ws-bl-full
           move 'N' to ws-ledger-eof
           open input day3-badge-ledger
           if ws-ledger-status = "00"
               perform until ledger-eof
                   read day3-badge-ledger
                       AT END move 'Y' to ws-ledger-eof
                       not AT END
                           if ws-bl-count >= 30000
                               if not bl-table-full
                                   display "BADGE LEDGER EXCEEDS 30000 "
                                       "BADGES - CHANGES NOT SAVED"
                               end-if
                               move 'Y' to ws-bl-full
                           else
                               add 1 to ws-bl-count
                               move bl-record
                                   to ws-bl-data(ws-bl-count)
                           end-if
                           if bl-serial > ws-bl-next
                               move bl-serial to ws-bl-next
                           end-if
                   end-read
               end-perform
           end-if
           close day3-badge-ledger.

       issue-ledger-badge.
           move 0 to ws-bl-found
           perform varying ws-bl-index from 1 by 1
               until ws-bl-index > ws-bl-count
               move ws-bl-data(ws-bl-index) to bl-record
               if bl-group = bwk-group and bl-elf = bwk-elf
                   move ws-bl-index to ws-bl-found
               end-if
           end-perform
           if ws-bl-found > 0
               exit paragraph
           end-if
           if ws-bl-count >= 30000
               display "BADGE LEDGER FULL - ELF " bwk-elf
                   " NOT ISSUED"
               exit paragraph
           end-if
           add 1 to ws-bl-next
           move ws-bl-next to bl-serial
           move bwk-group to bl-group
           move bwk-elf to bl-elf
           move bwk-item to bl-badge
           move ws-run-timestamp(1:8) to bl-issued
           move 'I' to bl-status
           move ws-run-timestamp(1:8) to bl-status-date
           move 0 to bl-replaces
           move 0 to bl-replaced-by
           move "DAY3" to bl-operator
           add 1 to ws-bl-count
           move bl-record to ws-bl-data(ws-bl-count)
           add 1 to ws-bl-issued-count.

       save-badge-ledger.
           if bl-table-full
               display "BADGE LEDGER NOT REWRITTEN - TABLE OVERFLOWED "
                   "AT LOAD"
               exit paragraph
           end-if
           move 'B' to fg-function
           move "day3badge-ledger.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output day3-badge-ledger
           perform varying ws-bl-index from 1 by 1
               until ws-bl-index > ws-bl-count
               move ws-bl-data(ws-bl-index) to bl-record
               write bl-record
           end-perform
           close day3-badge-ledger.

       find-badge-item.
           compute ws-g-len1 = function length(function trim(ws-g1))
           compute ws-g-len2 = function length(function trim(ws-g2))
