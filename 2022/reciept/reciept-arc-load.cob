       identification division.
       program-id. "reciept-arc-load".

       environment division.
       input-output section.
       file-control.
       select old-archive assign to "reciept-archive.dat"
           organization line sequential
           file status is ws-old-arc-status.
       select optional old-detail assign to "reciept-detail.dat"
           organization line sequential
           file status is ws-old-dtl-status.
       select new-archive assign to "reciept-archive.idx"
           organization indexed
           access random
           record key arc-seq
           alternate record key arc-store-date with duplicates
           alternate record key arc-void-of with duplicates
           file status is ws-new-arc-status.
       select new-detail assign to "reciept-detail.idx"
           organization indexed
           access random
           record key dtl-key
           file status is ws-new-dtl-status.

       data division.
       file section.
       fd old-archive.
       01 old-arc-record pic x(232).

       fd old-detail.
       01 old-dtl-record pic x(66).

       fd new-archive.
       copy "reciept-archive-record.cpy".

       fd new-detail.
       copy "reciept-detail-record.cpy".

       working-storage section.
       01 ws-old-arc-status pic xx.
       01 ws-old-dtl-status pic xx.
       01 ws-new-arc-status pic xx.
       01 ws-new-dtl-status pic xx.
       01 ws-arc-eof pic x(1) value 'N'.
           88 arc-eof value 'Y'.
       01 ws-dtl-eof pic x(1) value 'N'.
           88 dtl-eof value 'Y'.
       01 ws-arc-read pic 9(9) value 0.
       01 ws-arc-loaded pic 9(9) value 0.
       01 ws-arc-dup pic 9(9) value 0.
       01 ws-arc-bad pic 9(9) value 0.
       01 ws-dtl-read pic 9(9) value 0.
       01 ws-dtl-loaded pic 9(9) value 0.
       01 ws-dtl-dup pic 9(9) value 0.
       01 ws-dtl-bad pic 9(9) value 0.

       procedure division.
           open input old-archive
           if ws-old-arc-status not = "00"
               display "NO reciept-archive.dat TO LOAD"
               close old-archive
               stop run
           end-if
           open output new-archive
           if ws-new-arc-status not = "00"
               display "CANNOT CREATE reciept-archive.idx - STATUS "
                   ws-new-arc-status
               close old-archive
               close new-archive
               stop run
           end-if
           perform until arc-eof
               read old-archive
                   at end move 'Y' to ws-arc-eof
                   not at end
                       add 1 to ws-arc-read
                       perform load-one-archive-record
               end-read
           end-perform
           close old-archive
           close new-archive

           open output new-detail
           if ws-new-dtl-status not = "00"
               display "CANNOT CREATE reciept-detail.idx - STATUS "
                   ws-new-dtl-status
               close new-detail
               stop run
           end-if
           open input old-detail
           if ws-old-dtl-status = "00"
               perform until dtl-eof
                   read old-detail
                       at end move 'Y' to ws-dtl-eof
                       not at end
                           add 1 to ws-dtl-read
                           perform load-one-detail-record
                   end-read
               end-perform
           else
               display "NO reciept-detail.dat - EMPTY DETAIL FILE BUILT"
           end-if
           close old-detail
           close new-detail

           display "ARCHIVE RECORDS READ " ws-arc-read
           display "ARCHIVE RECORDS LOADED " ws-arc-loaded
           display "DUPLICATE SEQUENCES SKIPPED " ws-arc-dup
           display "UNREADABLE ARCHIVE LINES SKIPPED " ws-arc-bad
           display "DETAIL LINES READ " ws-dtl-read
           display "DETAIL LINES LOADED " ws-dtl-loaded
           display "DUPLICATE DETAIL LINES SKIPPED " ws-dtl-dup
           display "UNREADABLE DETAIL LINES SKIPPED " ws-dtl-bad
           display "INDEXED FILES WRITTEN TO reciept-archive.idx AND "
               "reciept-detail.idx"
           display "THE REGISTER NOW READS THE INDEXED FILES - KEEP "
               "THE .dat FILES AS THE PRE-CONVERSION COPY"
           if ws-arc-dup > 0 or ws-arc-bad > 0
               or ws-dtl-dup > 0 or ws-dtl-bad > 0
               move 4 to return-code
           end-if.

       stop run.

      *    the old line carries the current layout up to the store and
      *    date key, which is built here; records from before the
      *    second location carry spaces for the store and are keyed
      *    under store 01, as every reader already takes them.
       load-one-archive-record.
           move old-arc-record to arc-record
           if arc-seq not numeric
               add 1 to ws-arc-bad
               display "ARCHIVE LINE " ws-arc-read
                   " NOT LOADED: " old-arc-record(1:40)
               exit paragraph
           end-if
           if arc-store = spaces
               move "01" to arc-sd-store
           else
               move arc-store to arc-sd-store
           end-if
           move arc-timestamp(1:8) to arc-sd-date
           if arc-void-of not numeric
               move 0 to arc-void-of
           end-if
           write arc-record
               invalid key
                   add 1 to ws-arc-dup
                   display "DUPLICATE SEQ " arc-seq
                       " AT LINE " ws-arc-read " - SKIPPED"
               not invalid key
                   add 1 to ws-arc-loaded
           end-write.

       load-one-detail-record.
           move old-dtl-record to dtl-record
           if dtl-seq not numeric or dtl-line not numeric
               add 1 to ws-dtl-bad
               display "DETAIL LINE " ws-dtl-read
                   " NOT LOADED: " old-dtl-record(1:40)
               exit paragraph
           end-if
           if dtl-tax not numeric
               move space to dtl-tax-class
               move 0 to dtl-tax
           end-if
           write dtl-record
               invalid key
                   add 1 to ws-dtl-dup
                   display "DUPLICATE DETAIL " dtl-seq "/" dtl-line
                       " AT LINE " ws-dtl-read " - SKIPPED"
               not invalid key
                   add 1 to ws-dtl-loaded
           end-write.
