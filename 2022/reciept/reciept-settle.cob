       input-output section.
       file-control.
       select sysin assign to keyboard organization line sequential.
       select optional reciept-archive assign to "reciept-archive.idx"
           organization indexed
           access sequential
           record key arc-seq
           alternate record key arc-store-date with duplicates
           alternate record key arc-void-of with duplicates
           file status is ws-archive-status.
       select optional settle-file assign to "reciept-settle.dat"
           organization line sequential
           move settle-record-amount to ws-stl-amount(ws-stl-count)
           move 'N' to ws-stl-matched(ws-stl-count).

      *    card takings are on sales and on payments made to an
      *    account ('P'); both are settled by the processor.
       match-archive-record.
           if arc-type not = 'S' and arc-type not = 'P'
               exit paragraph
           end-if
           if ws-report-date not = "ALL     "
