               file status is ws-central-status.
           select review-report assign to "exceptions-review.dat"
               organization line sequential.
           select optional exc-images assign to "exc-images.dat"
               organization line sequential
               file status is ws-image-status.

       data division.
       file section.
       fd review-report.
       01 review-record pic x(132).

       fd exc-images.
       copy "exc-image-record.cpy".

       working-storage section.
       01 ws-central-status pic xx.
       01 ws-exc-eof pic x(1) value 'N'.
       01 ws-load-capped pic x(1) value 'N'.
           88 load-capped value 'Y'.
       01 ws-resolved-count pic 9(5) value 0.
       01 ws-held-count pic 9(5) value 0.
       01 ws-image-status pic xx.
       01 ws-image-eof pic x(1) value 'N'.
           88 image-eof value 'Y'.
       01 ws-img-count pic 9(5) value 0.
       01 ws-img-table.
           05 ws-img-entry occurs 1 to 5000 times
               depending on ws-img-count.
               10 ws-img-program pic x(12).
               10 ws-img-date pic x(8).
               10 ws-img-key pic x(12).
       01 ws-img-index pic 9(5).
       01 ws-exc-imaged pic x(1) value 'N'.
           88 exc-imaged value 'Y'.
       01 ws-open-count pic 9(5) value 0.
       01 ws-today pic x(21).
       01 ws-today-int pic 9(9).
           accept ws-resolve-program from sysin
           display "Key (or ALL): "
           accept ws-resolve-key from sysin
           perform load-image-keys
           perform varying ws-exc-index from 1 by 1
               until ws-exc-index > ws-exc-count
               if ws-exc-program(ws-exc-index) = ws-resolve-program
                   and (ws-resolve-key = "ALL         "
                       or ws-exc-key(ws-exc-index)
                           = ws-resolve-key)
                   perform check-exception-imaged
                   if exc-imaged
                       add 1 to ws-held-count
                   else
                       move 'Y' to ws-exc-resolved(ws-exc-index)
                       add 1 to ws-resolved-count
                   end-if
               end-if
           end-perform
           open output central-exc
               write std-exception
           end-perform
           close central-exc
           display ws-resolved-count " EXCEPTIONS RESOLVED"
           if ws-held-count > 0
               display ws-held-count " REJECTIONS LEFT OPEN - THEIR "
                   "RECORDS ARE CORRECTED AND RESUBMITTED WITH "
                   "exc-correct"
           end-if.

      *    a rejection whose input image was kept is resolved by
      *    re-processing the corrected record, not by marking it here.
       load-image-keys.
           open input exc-images
           if ws-image-status = "00"
               perform until image-eof
                   read exc-images
                       AT END move 'Y' to ws-image-eof
                       not AT END perform add-image-key
                   end-read
               end-perform
           end-if
           close exc-images.

       add-image-key.
           if ws-img-count > 0
               and ws-img-program(ws-img-count) = eim-program-id
               and ws-img-date(ws-img-count) = eim-run-date
               and ws-img-key(ws-img-count) = eim-key
               exit paragraph
           end-if
           if ws-img-count < 5000
               add 1 to ws-img-count
               move eim-program-id to ws-img-program(ws-img-count)
               move eim-run-date to ws-img-date(ws-img-count)
               move eim-key to ws-img-key(ws-img-count)
           end-if.

       check-exception-imaged.
           move 'N' to ws-exc-imaged
           perform varying ws-img-index from 1 by 1
               until ws-img-index > ws-img-count or exc-imaged
               if ws-img-program(ws-img-index)
                       = ws-exc-program(ws-exc-index)
                   and ws-img-date(ws-img-index)
                       = ws-exc-date(ws-exc-index)
                   and ws-img-key(ws-img-index)
                       = ws-exc-key(ws-exc-index)
                   move 'Y' to ws-exc-imaged
               end-if
           end-perform.

       write-review-report.
           open output review-report
           write review-record from ws-review-line
           perform varying ws-exc-index from 1 by 1
               until ws-exc-index > ws-exc-count
               if ws-exc-resolved(ws-exc-index) = 'N' or 'Q'
                   add 1 to ws-open-count
                   perform write-one-open-exception
               end-if
               ws-exc-reason(ws-exc-index) delimited by size
               into ws-review-line
           end-string
           if ws-exc-resolved(ws-exc-index) = 'Q'
               move "CORRECTION QUEUED" to ws-review-line(111:)
           end-if
           write review-record from ws-review-line.
