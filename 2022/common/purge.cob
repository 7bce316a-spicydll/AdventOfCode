               file status is ws-yearly-status.
           select purge-report assign to "purge-report.dat"
               organization line sequential.
           select reciept-archive assign to "reciept-archive.idx"
               organization indexed
               access dynamic
               record key arc-seq
               alternate record key arc-store-date with duplicates
               alternate record key arc-void-of with duplicates
               file status is ws-archive-status.
           select reciept-detail assign to "reciept-detail.idx"
               organization indexed
               access dynamic
               record key dtl-key
               file status is ws-detail-status.
           select optional purge-dtl-yearly
               assign to "reciept-detail.rolled.dat"
               organization line sequential.

       data division.
       file section.
       fd purge-report.
       01 purge-report-record pic x(132).

       fd reciept-archive.
       copy "reciept-archive-record.cpy".

       fd reciept-detail.
       copy "reciept-detail-record.cpy".

       fd purge-dtl-yearly.
       01 dtl-yearly-record pic x(80).

       working-storage section.
       01 ws-live-status pic xx.
       01 ws-yearly-status pic xx.
       01 ws-yearly-name pic x(40).
       01 ws-file-index pic 9(1).
       01 ws-file-table.
           05 filler pic x(40) value "day2report.dat".
           05 filler pic x(16) value "day2report".
           05 filler pic 9(1) value 2.
           05 filler pic x(16) value "calorie1report".
           05 filler pic 9(1) value 3.
       01 ws-file-entries redefines ws-file-table.
           05 ws-file-entry occurs 3 times.
               10 ws-file-name pic x(40).
               10 ws-file-base pic x(16).
               10 ws-file-kind pic 9(1).
       01 ws-current-year pic x(4).
       01 ws-report-line pic x(132).
       01 ws-total-unparsed pic 9(9) value 0.
       01 ws-archive-status pic xx.
       01 ws-detail-status pic xx.
       01 ws-arch-eof pic x(1).
           88 arch-eof value 'Y'.
       01 ws-dtl-eof pic x(1).
           88 dtl-eof value 'Y'.
       01 ws-detail-open pic x(1).
           88 detail-open value 'Y'.
       01 ws-roll-seq pic 9(9).
       01 ws-dtl-rolled pic 9(9).
       01 ws-parm-index pic 9(3).
       01 ws-parm-lookup pic x(20).
       01 ws-parm-fnd pic x(1) value 'N'.
               " (RETENTION " ws-retention-days " DAYS)"
           open output purge-report
           perform varying ws-file-index from 1 by 1
               until ws-file-index > 3
               perform purge-one-file
           end-perform
           perform purge-receipt-archive
           close purge-report
           display "PURGE REPORT WRITTEN TO purge-report.dat"
           if ws-total-unparsed > 0
           move 'N' to ws-rec-valid
           move spaces to ws-rec-date
           evaluate ws-file-kind(ws-file-index)
               when 2
                   if live-record(1:4) = "RUN "
                       move live-record(5:8) to ws-block-date
           end-if
           write yearly-record from live-record.

      *    the receipt archive and its line detail are indexed, so
      *    they are purged in place: each archive record dated before
      *    the cutoff is rolled to its year's file and deleted, and
      *    its detail lines are read by key, rolled and deleted with
      *    it. detail lines with no archive record are left alone.
       purge-receipt-archive.
           move 0 to ws-kept-count
           move 0 to ws-rolled-count
           move 0 to ws-unparsed-count
           move 0 to ws-dtl-rolled
           move 'N' to ws-yearly-open
           move spaces to ws-current-year
           open i-o reciept-archive
           if ws-archive-status not = "00"
               display "reciept-archive.idx NOT FOUND - SKIPPED"
               exit paragraph
           end-if
           move 'N' to ws-detail-open
           open i-o reciept-detail
           if ws-detail-status = "00"
               move 'Y' to ws-detail-open
               open extend purge-dtl-yearly
           else
               display "reciept-detail.idx NOT FOUND - SKIPPED"
           end-if
           move 'N' to ws-arch-eof
           perform until arch-eof
               read reciept-archive next
                   at end move 'Y' to ws-arch-eof
                   not at end perform purge-one-archive-record
               end-read
           end-perform
           close reciept-archive
           if yearly-open
               close purge-yearly
           end-if
           if detail-open
               close reciept-detail
               close purge-dtl-yearly
           end-if
           add ws-unparsed-count to ws-total-unparsed
           move spaces to ws-report-line
           string
               "reciept-archive.idx KEPT " delimited by size
               ws-kept-count delimited by size
               " ROLLED " delimited by size
               ws-rolled-count delimited by size
               " UNPARSED-KEPT " delimited by size
               ws-unparsed-count delimited by size
               into ws-report-line
           end-string
           write purge-report-record from ws-report-line
           display function trim(ws-report-line)
           move spaces to ws-report-line
           string
               "reciept-detail.idx ROLLED " delimited by size
               ws-dtl-rolled delimited by size
               into ws-report-line
           end-string
           write purge-report-record from ws-report-line
           display function trim(ws-report-line).

       purge-one-archive-record.
           move arc-timestamp(1:8) to ws-rec-date
           if ws-rec-date = spaces or ws-rec-date not numeric
               add 1 to ws-unparsed-count
               add 1 to ws-kept-count
               exit paragraph
           end-if
           if ws-rec-date >= ws-cutoff-date
               add 1 to ws-kept-count
               exit paragraph
           end-if
           if ws-rec-date(1:4) not = ws-current-year
               if yearly-open
                   close purge-yearly
               end-if
               move ws-rec-date(1:4) to ws-current-year
               move spaces to ws-yearly-name
               string
                   "reciept-archive." delimited by size
                   ws-current-year delimited by size
                   ".dat" delimited by size
                   into ws-yearly-name
               end-string
               open extend purge-yearly
               move 'Y' to ws-yearly-open
           end-if
           write yearly-record from arc-record
           move arc-seq to ws-roll-seq
           delete reciept-archive record
               invalid key
                   display "ARCHIVE DELETE FAILED FOR SEQ " ws-roll-seq
               not invalid key
                   add 1 to ws-rolled-count
           end-delete
           if detail-open
               perform roll-detail-lines
           end-if.

       roll-detail-lines.
           move 'N' to ws-dtl-eof
           move ws-roll-seq to dtl-seq
           move 0 to dtl-line
           start reciept-detail key >= dtl-key
               invalid key move 'Y' to ws-dtl-eof
           end-start
           perform until dtl-eof
               read reciept-detail next
                   at end move 'Y' to ws-dtl-eof
                   not at end
                       if dtl-seq not = ws-roll-seq
                           move 'Y' to ws-dtl-eof
                       else
                           write dtl-yearly-record from dtl-record
                           delete reciept-detail record
                               invalid key continue
                           end-delete
                           add 1 to ws-dtl-rolled
                       end-if
               end-read
           end-perform.

       rewrite-live-file.
           open output purge-live
           open input purge-work
