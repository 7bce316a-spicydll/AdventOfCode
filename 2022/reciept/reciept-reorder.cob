       environment division.
       input-output section.
       file-control.
       select sysin assign to keyboard organization line sequential.
       select optional product-master
           assign using ws-product-file-name
           organization indexed
           access sequential
           record key product-record-sku
           file status is ws-product-status.
       select reorder-report assign to "reciept-reorder-report.dat"
           organization line sequential.
       select optional reciept-supplier assign to "reciept-supplier.dat"
           organization line sequential
           file status is ws-supplier-status.
       select optional reciept-po assign to "reciept-po.dat"
           organization line sequential
           file status is ws-po-status.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd product-master.
       copy "product-master-record.cpy".

       fd reorder-report.
       01 reorder-report-record pic x(100).

       fd reciept-supplier.
       copy "reciept-supplier-record.cpy".

       fd reciept-po.
       copy "reciept-po-record.cpy".

       working-storage section.
       01 ws-product-status pic xx.
       01 ws-store-id pic x(2) value spaces.
       01 ws-product-file-name pic x(40) value "product-master.mst".
       01 ws-product-eof pic x(1) value 'N'.
           88 product-eof value 'Y'.
       01 ws-run-timestamp pic x(21).
       01 ws-sku-count pic 9(5) value 0.
       01 ws-reorder-count pic 9(5) value 0.
       01 ws-short-qty pic 9(5).
       01 ws-supplier-status pic xx.
       01 ws-supplier-eof pic x(1) value 'N'.
           88 supplier-eof value 'Y'.
       01 ws-sup-count pic 9(4) value 0.
       01 ws-sup-table.
           05 ws-sup-entry occurs 1 to 2000 times
               depending on ws-sup-count.
               10 ws-sup-sku pic x(8).
               10 ws-sup-id pic x(8).
               10 ws-sup-lead pic 9(3).
               10 ws-sup-min-qty pic 9(5).
       01 ws-sup-index pic 9(4).
       01 ws-sup-found pic 9(4).
       01 ws-po-status pic xx.
       01 ws-po-eof pic x(1) value 'N'.
           88 po-eof value 'Y'.
       01 ws-open-count pic 9(4) value 0.
       01 ws-open-table.
           05 ws-open-entry occurs 1 to 5000 times
               depending on ws-open-count.
               10 ws-open-sku pic x(8).
               10 ws-open-po pic 9(7).
       01 ws-open-index pic 9(4).
       01 ws-open-found pic 9(4).
       01 ws-open-full pic x(1) value 'N'.
           88 open-table-full value 'Y'.
       01 ws-last-po pic 9(7) value 0.
       01 ws-run-po-count pic 9(3) value 0.
       01 ws-run-po-table.
           05 ws-run-po-entry occurs 1 to 200 times
               depending on ws-run-po-count.
               10 ws-run-po-supplier pic x(8).
               10 ws-run-po-number pic 9(7).
       01 ws-run-po-index pic 9(3).
       01 ws-run-po-found pic 9(3).
       01 ws-gen-po pic x(1) value 'Y'.
           88 gen-po value 'Y'.
       01 ws-default-supplier pic x(8) value "UNASSIGN".
       01 ws-default-lead pic 9(3) value 7.
       01 ws-order-supplier pic x(8).
       01 ws-order-lead pic 9(3).
       01 ws-order-qty pic 9(5).
       01 ws-order-po pic 9(7).
       01 ws-expected-date pic 9(8).
       01 ws-po-lines pic 9(5) value 0.
       01 ws-on-order-count pic 9(5) value 0.
       copy "bus-date-record.cpy".
       01 ws-parm-index pic 9(3).
       01 ws-parm-lookup pic x(20).
       01 ws-parm-fnd pic x(1) value 'N'.
           88 parm-found value 'Y'.
       01 ws-parm-found-value pic x(40).
       01 ws-parm-store pic x(2) value spaces.
       copy "run-parms.cpy".

       procedure division.
           move function current-date to ws-run-timestamp
           perform load-run-parms
           perform get-business-date

           if ws-parm-store not = spaces
               move ws-parm-store to ws-store-id
               display "STORE " ws-store-id
                   " TAKEN FROM runparm.dat"
           else
               display "Store ID (blank = 01): "
               accept ws-store-id from sysin
           end-if
           if ws-store-id = spaces
               move "01" to ws-store-id
           end-if
           perform validate-store-id
           perform set-product-file

           open input product-master
           if ws-product-status not = "00"
               close product-master
               stop run
           end-if
           if gen-po
               perform load-suppliers
               perform load-open-orders
           end-if
      *    with open lines missing from the table a sku already on
      *    order could be ordered again, so no po is raised at all.
           if open-table-full
               display "MORE THAN 5000 OPEN PO LINES FOR STORE "
                   ws-store-id " - NO PURCHASE ORDERS RAISED"
               move 'N' to ws-gen-po
               move 8 to return-code
           end-if
           open output reorder-report
           move spaces to ws-report-line
           string
               "REORDER REPORT RUN " delimited by size
               ws-run-timestamp delimited by size
               " STORE " delimited by size
               ws-store-id delimited by size
               into ws-report-line
           end-string
           write reorder-report-record from ws-report-line
           if open-table-full
               move "MORE THAN 5000 OPEN PO LINES - NO POS RAISED"
                   to ws-report-line
               write reorder-report-record from ws-report-line
           end-if
           if gen-po
               open extend reciept-po
           end-if
           perform until product-eof
               read product-master
                   at end move 'Y' to ws-product-eof
               end-read
           end-perform
           close product-master
           if gen-po
               close reciept-po
           end-if
           move spaces to ws-report-line
           string
               "SKUS CHECKED " delimited by size
               into ws-report-line
           end-string
           write reorder-report-record from ws-report-line
           if gen-po
               move spaces to ws-report-line
               string
                   "PURCHASE ORDERS RAISED " delimited by size
                   ws-run-po-count delimited by size
                   " LINES " delimited by size
                   ws-po-lines delimited by size
                   " ALREADY ON ORDER " delimited by size
                   ws-on-order-count delimited by size
                   into ws-report-line
               end-string
               write reorder-report-record from ws-report-line
           end-if
           close reorder-report

           display ws-reorder-count " SKUS BELOW REORDER POINT - "
               "REPORT WRITTEN TO reciept-reorder-report.dat"
           if gen-po
               display ws-po-lines " PO LINES WRITTEN TO "
                   "reciept-po.dat"
           end-if.

       stop run.

       load-run-parms.
           call "runparm" using run-parms
               on exception
                   move 0 to parm-count
           end-call
           move "RCPT-STORE" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value(1:2) to ws-parm-store
           end-if
           move "REORDER-GEN-PO" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value(1:1) to ws-gen-po
           end-if
           move "PO-LEAD-DAYS" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               compute ws-default-lead =
                   function numval(ws-parm-found-value)
           end-if
           move "PO-SUPPLIER" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value(1:8) to ws-default-supplier
           end-if.

       find-run-parm.
           move 'N' to ws-parm-fnd
           move spaces to ws-parm-found-value
           perform varying ws-parm-index from 1 by 1
               until ws-parm-index > parm-count
               if parm-key(ws-parm-index) = ws-parm-lookup
                   move parm-value(ws-parm-index)
                       to ws-parm-found-value
                   move 'Y' to ws-parm-fnd
               end-if
           end-perform.

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

       validate-store-id.
           if ws-store-id(2:1) = space
               move ws-store-id(1:1) to ws-store-id(2:1)
               move '0' to ws-store-id(1:1)
           end-if
           if ws-store-id not numeric
               display "STORE ID '" ws-store-id
                   "' NOT TWO DIGITS - STORE 01 USED"
               move "01" to ws-store-id
           end-if.

      *    each store keeps stock on its own product master; store 01
      *    and any store not yet given a master of its own stay on the
      *    chain master product-master.mst.
       set-product-file.
           move "product-master.mst" to ws-product-file-name
           if ws-store-id not = "01"
               move spaces to ws-product-file-name
               string
                   "product-master-" delimited by size
                   ws-store-id delimited by size
                   ".mst" delimited by size
                   into ws-product-file-name
               end-string
               open input product-master
               if ws-product-status not = "00"
                   display "STORE " ws-store-id " HAS NO PRODUCT "
                       "MASTER OF ITS OWN - USING product-master.mst"
                   move "product-master.mst" to ws-product-file-name
               end-if
               close product-master
           end-if.

       load-suppliers.
           move 0 to ws-sup-count
           open input reciept-supplier
           if ws-supplier-status = "00"
               perform until supplier-eof
                   read reciept-supplier
                       at end move 'Y' to ws-supplier-eof
                       not at end
                           if ws-sup-count >= 2000
                               display "MORE THAN 2000 SUPPLIER "
                                   "RECORDS - REST IGNORED"
                               move 'Y' to ws-supplier-eof
                           else
                               add 1 to ws-sup-count
                               move supplier-record-sku
                                   to ws-sup-sku(ws-sup-count)
                               move supplier-record-id
                                   to ws-sup-id(ws-sup-count)
                               move supplier-record-lead
                                   to ws-sup-lead(ws-sup-count)
                               move supplier-record-min-qty
                                   to ws-sup-min-qty(ws-sup-count)
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-supplier.

      *    a sku that already has an open or part-received line is on
      *    order - raising another line every run would double the
      *    order while the first delivery is still on the road. only
      *    this store's lines count; a line without a store is 01's.
       load-open-orders.
           move 0 to ws-open-count
           move 0 to ws-last-po
           move 'N' to ws-open-full
           open input reciept-po
           if ws-po-status = "00"
               perform until po-eof
                   read reciept-po
                       at end move 'Y' to ws-po-eof
                       not at end
                           if po-number > ws-last-po
                               move po-number to ws-last-po
                           end-if
                           if po-store = spaces
                               move "01" to po-store
                           end-if
                           if po-status not = 'C'
                               and po-store = ws-store-id
                               if ws-open-count >= 5000
                                   move 'Y' to ws-open-full
                               else
                                   add 1 to ws-open-count
                                   move po-sku
                                       to ws-open-sku(ws-open-count)
                                   move po-number
                                       to ws-open-po(ws-open-count)
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-po.

       check-one-product.
           add 1 to ws-sku-count
           if product-record-qty not numeric
                   into ws-report-line
               end-string
               write reorder-report-record from ws-report-line
               if gen-po
                   perform raise-po-line
               end-if
           end-if.

      *    the order brings the shelf back up to twice the reorder
      *    point, so one delivery covers more than the shortfall,
      *    and never goes below the supplier's minimum shipment.
       raise-po-line.
           move 0 to ws-open-found
           perform varying ws-open-index from 1 by 1
               until ws-open-index > ws-open-count
               if ws-open-sku(ws-open-index) = product-record-sku
                   move ws-open-index to ws-open-found
               end-if
           end-perform
           if ws-open-found > 0
               add 1 to ws-on-order-count
               move spaces to ws-report-line
               string
                   "    ALREADY ON ORDER PO " delimited by size
                   ws-open-po(ws-open-found) delimited by size
                   " - NO NEW LINE RAISED" delimited by size
                   into ws-report-line
               end-string
               write reorder-report-record from ws-report-line
               exit paragraph
           end-if
           move ws-default-supplier to ws-order-supplier
           move ws-default-lead to ws-order-lead
           compute ws-order-qty =
               (product-record-reorder * 2) - product-record-qty
           move 0 to ws-sup-found
           perform varying ws-sup-index from 1 by 1
               until ws-sup-index > ws-sup-count
               if ws-sup-sku(ws-sup-index) = product-record-sku
                   move ws-sup-index to ws-sup-found
               end-if
           end-perform
           if ws-sup-found > 0
               move ws-sup-id(ws-sup-found) to ws-order-supplier
               if ws-sup-lead(ws-sup-found) > 0
                   move ws-sup-lead(ws-sup-found) to ws-order-lead
               end-if
               if ws-order-qty < ws-sup-min-qty(ws-sup-found)
                   move ws-sup-min-qty(ws-sup-found) to ws-order-qty
               end-if
           end-if
           perform find-run-po
           if ws-run-po-found = 0
               move spaces to ws-report-line
               string
                   "    MORE THAN 200 SUPPLIERS THIS RUN - SKU "
                       delimited by size
                   product-record-sku delimited by size
                   " NOT ORDERED" delimited by size
                   into ws-report-line
               end-string
               write reorder-report-record from ws-report-line
               exit paragraph
           end-if
           compute ws-expected-date = function date-of-integer(
               function integer-of-date(
                   function numval(ws-run-timestamp(1:8)))
               + ws-order-lead)
           move ws-run-po-number(ws-run-po-found) to po-number
           move ws-order-supplier to po-supplier
           move product-record-sku to po-sku
           move ws-order-qty to po-qty-ordered
           move 0 to po-qty-received
           move ws-run-timestamp(1:8) to po-order-date
           move ws-expected-date to po-expected-date
           move 'O' to po-status
           move ws-store-id to po-store
           write po-record
           add 1 to ws-po-lines
           move spaces to ws-report-line
           string
               "    PO " delimited by size
               po-number delimited by size
               " SUPPLIER " delimited by size
               po-supplier delimited by size
               " QTY " delimited by size
               po-qty-ordered delimited by size
               " EXPECTED " delimited by size
               po-expected-date delimited by size
               into ws-report-line
           end-string
           write reorder-report-record from ws-report-line.

       find-run-po.
           move 0 to ws-run-po-found
           perform varying ws-run-po-index from 1 by 1
               until ws-run-po-index > ws-run-po-count
               if ws-run-po-supplier(ws-run-po-index)
                   = ws-order-supplier
                   move ws-run-po-index to ws-run-po-found
               end-if
           end-perform
           if ws-run-po-found = 0 and ws-run-po-count < 200
               add 1 to ws-run-po-count
               move ws-run-po-count to ws-run-po-found
               add 1 to ws-last-po
               move ws-order-supplier
                   to ws-run-po-supplier(ws-run-po-found)
               move ws-last-po to ws-run-po-number(ws-run-po-found)
           end-if.
