       identification division.
       program-id. "reciept-conv3".

      *    one-time conversion of the indexed product masters from the
      *    44-byte layout to the current one, which added
      *    product-record-tax-class. the chain master product-master.mst
      *    (store 01) and every per-store product-master-NN.mst that is
      *    present are read in key order and written to a -new copy
      *    beside them with every sku taxed as class 'G'.

       environment division.
       input-output section.
       file-control.
       select optional old-master assign using ws-old-file-name
           organization indexed
           access sequential
           record key old-product-sku
           file status is ws-old-status.
       select new-master assign using ws-new-file-name
           organization indexed
           access sequential
           record key product-record-sku
           file status is ws-new-status.

       data division.
       file section.
       fd old-master.
       01 old-product-record.
           05 old-product-sku pic x(8).
           05 old-product-desc pic x(20).
           05 old-product-price pic 9(4)v9(2).
           05 old-product-qty pic 9(5).
           05 old-product-reorder pic 9(5).

       fd new-master.
       copy "product-master-record.cpy".

       working-storage section.
       01 ws-old-status pic xx.
       01 ws-new-status pic xx.
       01 ws-old-file-name pic x(40).
       01 ws-new-file-name pic x(40).
       01 ws-old-eof pic x(1) value 'N'.
           88 old-eof value 'Y'.
       01 ws-store-num pic 9(3).
       01 ws-store-id pic x(2).
       01 ws-file-read pic 9(7) value 0.
       01 ws-file-written pic 9(7) value 0.
       01 ws-files-converted pic 9(3) value 0.
       01 ws-files-failed pic 9(3) value 0.
       01 ws-total-read pic 9(9) value 0.
       01 ws-total-written pic 9(9) value 0.
       01 ws-total-bad pic 9(9) value 0.

       procedure division.
           perform varying ws-store-num from 1 by 1
               until ws-store-num > 99
               move ws-store-num(2:2) to ws-store-id
               perform convert-store-master
           end-perform

           display "MASTERS CONVERTED " ws-files-converted
               " NOT CONVERTED " ws-files-failed
           display "SKUS READ " ws-total-read
               " CONVERTED " ws-total-written
               " NOT CONVERTED " ws-total-bad
           display "NEW MASTERS WRITTEN AS product-master-new.mst "
               "AND product-master-NN-new.mst"
           display "SWAP THEM IN FOR THE LIVE MASTERS ONCE THE "
               "COUNTS HAVE BEEN CHECKED"
           if ws-files-failed > 0
               move 4 to return-code
           end-if.

       stop run.

      *    store 01 trades off the chain master; the others have their
      *    own master only once one has been built for them.
       convert-store-master.
           if ws-store-id = "01"
               move "product-master.mst" to ws-old-file-name
               move "product-master-new.mst" to ws-new-file-name
           else
               move spaces to ws-old-file-name
               string
                   "product-master-" delimited by size
                   ws-store-id delimited by size
                   ".mst" delimited by size
                   into ws-old-file-name
               end-string
               move spaces to ws-new-file-name
               string
                   "product-master-" delimited by size
                   ws-store-id delimited by size
                   "-new.mst" delimited by size
                   into ws-new-file-name
               end-string
           end-if
           move 0 to ws-file-read
           move 0 to ws-file-written
           move 'N' to ws-old-eof
           open input old-master
           if ws-old-status = "05" or "35"
               close old-master
               exit paragraph
           end-if
           if ws-old-status not = "00"
               display ws-old-file-name " NOT CONVERTED - STATUS "
                   ws-old-status " (ALREADY IN THE NEW LAYOUT?)"
               add 1 to ws-files-failed
               close old-master
               exit paragraph
           end-if
           open output new-master
           if ws-new-status not = "00"
               display "CANNOT CREATE " ws-new-file-name " - STATUS "
                   ws-new-status
               add 1 to ws-files-failed
               close old-master
               close new-master
               exit paragraph
           end-if
           perform until old-eof
               read old-master next
                   at end move 'Y' to ws-old-eof
                   not at end
                       add 1 to ws-file-read
                       perform convert-product-record
               end-read
           end-perform
           close old-master
           close new-master
           add 1 to ws-files-converted
           add ws-file-read to ws-total-read
           add ws-file-written to ws-total-written
           display ws-old-file-name " READ " ws-file-read
               " CONVERTED " ws-file-written.

       convert-product-record.
           if old-product-price not numeric
               add 1 to ws-total-bad
               display "SKU " old-product-sku " IN " ws-old-file-name
                   " NOT CONVERTED - PRICE NOT NUMERIC"
               exit paragraph
           end-if
           move old-product-sku to product-record-sku
           move old-product-desc to product-record-desc
           move old-product-price to product-record-price
           if old-product-qty numeric
               move old-product-qty to product-record-qty
           else
               move 0 to product-record-qty
           end-if
           if old-product-reorder numeric
               move old-product-reorder to product-record-reorder
           else
               move 0 to product-record-reorder
           end-if
           move 'G' to product-record-tax-class
           write product-record
               invalid key
                   add 1 to ws-total-bad
                   display "SKU " old-product-sku " IN "
                       ws-old-file-name " NOT CONVERTED - STATUS "
                       ws-new-status
               not invalid key
                   add 1 to ws-file-written
           end-write.
