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
           access sequential
           record key dtl-key
           file status is ws-detail-status.
       select sales-report assign to "reciept-sales-report.dat"
           organization line sequential.
           open input reciept-archive
           if ws-archive-status = "00"
               perform until arch-eof
                   read reciept-archive next
                       at end move 'Y' to ws-arch-eof
                       not at end perform tally-archive-record
                   end-read
               end-perform
               perform varying ws-sale-index from 1 by 1
                   until ws-sale-index > ws-sale-count
                   perform check-sale-voided
               end-perform
           end-if
           close reciept-archive

                   move arc-type to ws-sale-type(ws-sale-count)
                   move 'N' to ws-sale-voided(ws-sale-count)
               end-if
           end-if.

      *    a void may be rung at another store under a lower sequence
      *    than its sale, so voids are looked up once every sale is
      *    in the table, through the arc-void-of alternate key.
       check-sale-voided.
           move 'N' to ws-arch-eof
           move ws-sale-seq(ws-sale-index) to arc-void-of
           start reciept-archive key = arc-void-of
               invalid key move 'Y' to ws-arch-eof
           end-start
           perform until arch-eof
               read reciept-archive next
                   at end move 'Y' to ws-arch-eof
                   not at end
                       if arc-void-of not = ws-sale-seq(ws-sale-index)
                           move 'Y' to ws-arch-eof
                       else
                           if arc-type = 'V'
                               move 'Y' to ws-sale-voided(ws-sale-index)
                           end-if
                       end-if
               end-read
           end-perform.

       tally-detail-record.
           move 0 to ws-sale-found
           perform varying ws-sale-index from 1 by 1
