       select optional reciept-seq assign using ws-seq-file-name
           organization line sequential
           file status is ws-seq-status.
       select optional reciept-archive assign to "reciept-archive.idx"
           organization indexed
           access sequential
           record key arc-seq
           alternate record key arc-store-date with duplicates
           alternate record key arc-void-of with duplicates
           file status is ws-archive-status.
       select audit-report assign to "reciept-audit-report.dat"
           organization line sequential.
       01 ws-return-count pic 9(9) value 0.
       01 ws-return-total pic 9(9)v9(2) value 0.
       01 ws-other-count pic 9(9) value 0.
       01 ws-payment-count pic 9(9) value 0.
       01 ws-payment-total pic 9(9)v9(2) value 0.
       01 ws-sale-total pic 9(9)v9(2) value 0.
       01 ws-void-total pic 9(9)v9(2) value 0.
       01 ws-dup-count pic 9(9) value 0.
               when 'R'
                   add 1 to ws-return-count
                   add arc-total-cost to ws-return-total
               when 'P'
                   add 1 to ws-payment-count
                   add arc-total-cost to ws-payment-total
                   perform check-tender-sum
               when other
                   add 1 to ws-other-count
                   perform report-bad-type
               ws-void-count delimited by size
               " RETURNS " delimited by size
               ws-return-count delimited by size
               " PAYMENTS " delimited by size
               ws-payment-count delimited by size
               " OTHER " delimited by size
               ws-other-count delimited by size
               into ws-report-line
               ws-sale-total delimited by size
               " VOIDS TOTAL " delimited by size
               ws-void-total delimited by size
               " PAYMENTS TOTAL " delimited by size
               ws-payment-total delimited by size
               into ws-report-line
           end-string
           write audit-report-record from ws-report-line
