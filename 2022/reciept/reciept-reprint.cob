       input-output section.
       file-control.
       select sysin assign to keyboard organization line sequential.
       select optional reciept-archive assign to "reciept-archive.idx"
           organization indexed
           access dynamic
           record key arc-seq
           alternate record key arc-store-date with duplicates
           alternate record key arc-void-of with duplicates
           file status is ws-archive-status.
       select optional reciept-detail assign to "reciept-detail.idx"
           organization indexed
           access dynamic
           record key dtl-key
           file status is ws-detail-status.
       select reprint-doc assign using ws-reprint-doc-name
           organization line sequential.
           move 'N' to ws-orig-voided
           open input reciept-archive
           if ws-archive-status = "00"
               move ws-reprint-seq to arc-seq
               read reciept-archive
                   invalid key continue
                   not invalid key
                       if arc-type = 'S'
                           move 'Y' to ws-orig-fnd
                           perform save-archive-header
                       end-if
               end-read
               move ws-reprint-seq to arc-void-of
               start reciept-archive key = arc-void-of
                   invalid key move 'Y' to ws-arch-eof
               end-start
               perform until arch-eof
                   read reciept-archive next
                       at end move 'Y' to ws-arch-eof
                       not at end
                           if arc-void-of not = ws-reprint-seq
                               move 'Y' to ws-arch-eof
                           end-if
                           if arc-type = 'V' and not arch-eof
                               move 'Y' to ws-orig-voided
                           end-if
                   end-read
           move 0 to ws-line-count
           open input reciept-detail
           if ws-detail-status = "00"
               move ws-reprint-seq to dtl-seq
               move 0 to dtl-line
               start reciept-detail key >= dtl-key
                   invalid key move 'Y' to ws-dtl-eof
               end-start
               perform until dtl-eof
                   read reciept-detail next
                       at end move 'Y' to ws-dtl-eof
                       not at end
                           if dtl-seq not = ws-reprint-seq
                               move 'Y' to ws-dtl-eof
                           end-if
                           if not dtl-eof
                               and ws-line-count < 99
                               add 1 to ws-line-count
                               move dtl-desc
