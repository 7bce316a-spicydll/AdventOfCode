       identification division.
       program-id. "reciept-recv".

       environment division.
       input-output section.
       file-control.
       select sysin assign to keyboard organization line sequential.
       select optional reciept-delivery assign using ws-delivery-name
           organization line sequential
           file status is ws-delivery-status.
       select optional reciept-po assign to "reciept-po.dat"
           organization line sequential
           file status is ws-po-status.
       select optional product-master
           assign using ws-product-file-name
           organization indexed
           access random
           record key product-record-sku
           file status is ws-product-status.
       select optional product-master-bk
           assign using ws-product-file-name
           organization indexed
           access sequential
           record key pb-sku
           file status is ws-prodbk-status.
       select product-gen1 assign using ws-prodgen-file-name
           organization line sequential.
       select recv-report assign to "reciept-recv-report.dat"
           organization line sequential.
       select optional recv-hist assign to "reciept-recv-hist.dat"
           organization line sequential.
       select optional central-exc assign to "exceptions.dat"
           organization line sequential
           file status is ws-central-status.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd reciept-delivery.
       01 delivery-record.
           05 dlv-po-number pic 9(7).
           05 dlv-sku pic x(8).
           05 dlv-qty pic 9(5).
           05 dlv-date pic x(8).

       fd reciept-po.
       copy "reciept-po-record.cpy".

       fd product-master.
       copy "product-master-record.cpy".

       fd product-master-bk.
       01 pb-record.
           05 pb-sku pic x(8).
           05 pb-desc pic x(20).
           05 pb-price pic 9(4)v9(2).
           05 pb-qty pic 9(5).
           05 pb-reorder pic 9(5).
           05 pb-tax-class pic x(1).

       fd product-gen1.
       01 product-gen-record pic x(50).

       fd recv-report.
       01 recv-report-record pic x(100).

       fd recv-hist.
       01 recv-hist-record.
           05 rh-date pic x(8).
           05 rh-po-number pic 9(7).
           05 rh-sku pic x(8).
           05 rh-qty pic 9(5).
           05 rh-result pic x(5).

       fd central-exc.
       copy "std-exception-record.cpy".

       working-storage section.
       01 ws-delivery-name pic x(40) value "reciept-delivery.dat".
       01 ws-delivery-status pic xx.
       01 ws-delivery-eof pic x(1) value 'N'.
           88 delivery-eof value 'Y'.
       01 ws-po-status pic xx.
       01 ws-po-eof pic x(1) value 'N'.
           88 po-eof value 'Y'.
       01 ws-product-status pic xx.
       01 ws-prodbk-status pic xx.
       01 ws-prodbk-eof pic x(1) value 'N'.
           88 prodbk-eof value 'Y'.
       01 ws-central-status pic xx.
       copy "file-gen-record.cpy".
       01 ws-store-id pic x(2) value spaces.
       01 ws-product-file-name pic x(40) value "product-master.mst".
       01 ws-prodgen-file-name pic x(40)
           value "product-master.mst.g1".
       01 ws-run-timestamp pic x(21).
       01 ws-report-line pic x(100).
       01 ws-po-count pic 9(4) value 0.
       01 ws-po-table.
           05 ws-po-entry occurs 1 to 5000 times
               depending on ws-po-count.
               10 ws-po-number pic 9(7).
               10 ws-po-supplier pic x(8).
               10 ws-po-sku pic x(8).
               10 ws-po-ordered pic 9(5).
               10 ws-po-received pic 9(5).
               10 ws-po-order-date pic x(8).
               10 ws-po-expected pic x(8).
               10 ws-po-stat pic x(1).
               10 ws-po-store pic x(2).
       01 ws-po-index pic 9(4).
       01 ws-po-found pic 9(4).
       01 ws-po-number-seen pic x(1).
           88 po-number-seen value 'Y'.
       01 ws-po-full pic x(1) value 'N'.
           88 po-table-full value 'Y'.
       01 ws-po-dirty pic x(1) value 'N'.
           88 po-dirty value 'Y'.
       01 ws-diff-qty pic 9(5).
       01 ws-result pic x(5).
       01 ws-exc-key pic x(12).
       01 ws-exc-reason pic x(40).
       01 ws-read-count pic 9(9) value 0.
       01 ws-posted-count pic 9(9) value 0.
       01 ws-posted-units pic 9(9) value 0.
       01 ws-short-count pic 9(9) value 0.
       01 ws-over-count pic 9(9) value 0.
       01 ws-unordered-count pic 9(9) value 0.
       01 ws-rejected-count pic 9(9) value 0.
       01 ws-overdue-count pic 9(9) value 0.
       01 ws-exc-total pic 9(9) value 0.
       01 ws-exc-threshold pic 9(9) value 999999999.
       01 ws-io-error pic x(1) value 'N'.
           88 io-error value 'Y'.
       01 ws-final-rc pic 9(2) value 0.
       copy "run-log-record.cpy".
       copy "alert-record.cpy".
       01 ws-alert-count pic z(8)9.
       01 ws-alert-limit pic z(8)9.
       copy "bus-date-record.cpy".
       copy "run-parms.cpy".
       copy "step-parms.cpy".
       01 ws-parm-index pic 9(3).
       01 ws-parm-lookup pic x(20).
       01 ws-parm-fnd pic x(1) value 'N'.
           88 parm-found value 'Y'.
       01 ws-parm-found-value pic x(40).
       01 ws-parm-store pic x(2) value spaces.

       procedure division.
           perform log-run-start
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

           perform load-po-file
           if po-table-full
               display "MORE THAN 5000 PO LINES - PURGE CLOSED LINES "
                   "FROM reciept-po.dat - NOTHING RECEIVED"
               move 'Y' to ws-io-error
               perform set-return-code
               perform log-run-end
               move ws-final-rc to return-code
               goback
           end-if

           perform backup-product-master
           open i-o product-master
           if ws-product-status not = "00" and "05"
               display "PRODUCT MASTER UNAVAILABLE - STATUS "
                   ws-product-status
               move 'Y' to ws-io-error
               close product-master
               perform set-return-code
               perform log-run-end
               move ws-final-rc to return-code
               goback
           end-if

           open output recv-report
           move spaces to ws-report-line
           string
               "GOODS RECEIVING RUN " delimited by size
               ws-run-timestamp delimited by size
               " STORE " delimited by size
               ws-store-id delimited by size
               " DELIVERIES " delimited by size
               ws-delivery-name delimited by size
               into ws-report-line
           end-string
           write recv-report-record from ws-report-line

           open input reciept-delivery
           if ws-delivery-status = "00"
               open extend recv-hist
               perform until delivery-eof
                   read reciept-delivery
                       at end move 'Y' to ws-delivery-eof
                       not at end
                           add 1 to ws-read-count
                           perform receive-one-line
                   end-read
               end-perform
               close recv-hist
           else
               display "NO DELIVERY FILE - NOTHING RECEIVED"
           end-if
           close reciept-delivery
           close product-master

           perform report-overdue-orders
           perform write-control-totals
           close recv-report
           if po-dirty
               perform save-po-file
           end-if

           display "DELIVERY LINES READ " ws-read-count
               " POSTED " ws-posted-count
               " REJECTED " ws-rejected-count
           display "RECEIVING REPORT WRITTEN TO "
               "reciept-recv-report.dat"
           perform set-return-code
           perform log-run-end
           move ws-final-rc to return-code.

       goback.

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
           move "EXC-THRESHOLD-RECV" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               compute ws-exc-threshold =
                   function numval(ws-parm-found-value)
           end-if
           move "FILE-RCPTDELIV" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value to ws-delivery-name
           end-if
           perform apply-step-overrides.

       apply-step-overrides.
           move 'G' to sp-function
           move spaces to sp-input
           move spaces to sp-output
           call "stepparm" using step-parms
               on exception
                   continue
           end-call
           if sp-input not = spaces
               move sp-input to ws-delivery-name
               display "STEP INPUT OVERRIDE "
                   function trim(ws-delivery-name)
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
           end-if
           move spaces to ws-prodgen-file-name
           string
               ws-product-file-name delimited by space
               ".g1" delimited by size
               into ws-prodgen-file-name
           end-string.

       set-return-code.
           move 0 to ws-final-rc
           if ws-short-count > 0 or ws-over-count > 0
               or ws-overdue-count > 0
               move 4 to ws-final-rc
           end-if
           if ws-rejected-count > 0
               move 4 to ws-final-rc
           end-if
           if ws-rejected-count > ws-exc-threshold
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
           move "reciept-recv" to alr-program
           if io-error
               move 'C' to alr-severity
               move "I/O ERROR - RUN ENDED RC 12" to alr-message
           else
               move 'H' to alr-severity
               move ws-rejected-count to ws-alert-count
               move ws-exc-threshold to ws-alert-limit
               move spaces to alr-message
               string
                   "REJECTED LINES " delimited by size
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
           move "reciept-recv" to log-program-id
           move 'S' to log-event
           move 0 to log-records-read
           move 0 to log-records-written
           move 0 to log-exception-count
           move spaces to log-status
           perform call-run-log.

       log-run-end.
           move 'E' to log-event
           move ws-read-count to log-records-read
           move ws-posted-count to log-records-written
           move ws-exc-total to log-exception-count
           if ws-final-rc = 0
               move "OK" to log-status
           else
               move spaces to log-status
               string
                   "RC" delimited by size
                   ws-final-rc delimited by size
                   into log-status
               end-string
           end-if
           perform call-run-log.

       call-run-log.
           call "runlog" using log-record
               on exception
                   display "RUN LOG MODULE NOT AVAILABLE"
           end-call.

       take-generation-backup.
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call.

       backup-product-master.
           move 'S' to fg-function
           move ws-product-file-name to fg-file-name
           move 3 to fg-keep
           perform take-generation-backup
           move 'N' to ws-prodbk-eof
           open input product-master-bk
           if ws-prodbk-status = "00"
               open output product-gen1
               perform until prodbk-eof
                   read product-master-bk
                       at end move 'Y' to ws-prodbk-eof
                       not at end
                           write product-gen-record from pb-record
                   end-read
               end-perform
               close product-gen1
           end-if
           close product-master-bk.

       load-po-file.
           move 0 to ws-po-count
           open input reciept-po
           if ws-po-status = "00"
               perform until po-eof
                   read reciept-po
                       at end move 'Y' to ws-po-eof
                       not at end
                           if ws-po-count >= 5000
                               move 'Y' to ws-po-full
                               move 'Y' to ws-po-eof
                           else
                               add 1 to ws-po-count
                               move po-number
                                   to ws-po-number(ws-po-count)
                               move po-supplier
                                   to ws-po-supplier(ws-po-count)
                               move po-sku to ws-po-sku(ws-po-count)
                               move po-qty-ordered
                                   to ws-po-ordered(ws-po-count)
                               move po-qty-received
                                   to ws-po-received(ws-po-count)
                               move po-order-date
                                   to ws-po-order-date(ws-po-count)
                               move po-expected-date
                                   to ws-po-expected(ws-po-count)
                               move po-status
                                   to ws-po-stat(ws-po-count)
                               if po-store = spaces
                                   move "01" to po-store
                               end-if
                               move po-store
                                   to ws-po-store(ws-po-count)
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-po.

       save-po-file.
           move 'B' to fg-function
           move "reciept-po.dat" to fg-file-name
           move 3 to fg-keep
           perform take-generation-backup
           open output reciept-po
           perform varying ws-po-index from 1 by 1
               until ws-po-index > ws-po-count
               move ws-po-number(ws-po-index) to po-number
               move ws-po-supplier(ws-po-index) to po-supplier
               move ws-po-sku(ws-po-index) to po-sku
               move ws-po-ordered(ws-po-index) to po-qty-ordered
               move ws-po-received(ws-po-index) to po-qty-received
               move ws-po-order-date(ws-po-index) to po-order-date
               move ws-po-expected(ws-po-index) to po-expected-date
               move ws-po-stat(ws-po-index) to po-status
               move ws-po-store(ws-po-index) to po-store
               write po-record
           end-perform
           close reciept-po.

      *    a delivery is only posted to stock against a po line for
      *    the same sku; anything else is reported as unordered and
      *    left off the master until a po is raised for it. a line
      *    raised by another store is rejected here - its stock goes
      *    on that store's master, in that store's receiving run.
       receive-one-line.
           if dlv-po-number not numeric
               or dlv-qty not numeric
               or dlv-qty = 0
               move "BAD " to ws-result
               move spaces to ws-exc-reason
               string
                   "BAD DELIVERY LINE " delimited by size
                   ws-read-count delimited by size
                   into ws-exc-reason
               end-string
               perform reject-delivery-line
               exit paragraph
           end-if
           if dlv-date = spaces
               move ws-run-timestamp(1:8) to dlv-date
           end-if
           move 0 to ws-po-found
           move 'N' to ws-po-number-seen
           perform varying ws-po-index from 1 by 1
               until ws-po-index > ws-po-count
               if ws-po-number(ws-po-index) = dlv-po-number
                   move 'Y' to ws-po-number-seen
                   if ws-po-sku(ws-po-index) = dlv-sku
                       move ws-po-index to ws-po-found
                   end-if
               end-if
           end-perform
           if ws-po-found = 0
               add 1 to ws-unordered-count
               move "UNORD" to ws-result
               move spaces to ws-exc-reason
               if po-number-seen
                   string
                       "SKU " delimited by size
                       dlv-sku delimited by size
                       " NOT ON PO " delimited by size
                       dlv-po-number delimited by size
                       into ws-exc-reason
                   end-string
               else
                   string
                       "NO PO " delimited by size
                       dlv-po-number delimited by size
                       " FOR SKU " delimited by size
                       dlv-sku delimited by size
                       into ws-exc-reason
                   end-string
               end-if
               perform reject-delivery-line
               exit paragraph
           end-if
           if ws-po-store(ws-po-found) not = ws-store-id
               move "STORE" to ws-result
               move spaces to ws-exc-reason
               string
                   "PO " delimited by size
                   dlv-po-number delimited by size
                   " RAISED BY STORE " delimited by size
                   ws-po-store(ws-po-found) delimited by size
                   into ws-exc-reason
               end-string
               perform reject-delivery-line
               exit paragraph
           end-if
           move dlv-sku to product-record-sku
           read product-master
               invalid key
                   move "NOSKU" to ws-result
                   move spaces to ws-exc-reason
                   string
                       "SKU " delimited by size
                       dlv-sku delimited by size
                       " NOT ON PRODUCT MASTER" delimited by size
                       into ws-exc-reason
                   end-string
                   perform reject-delivery-line
                   exit paragraph
           end-read
           add dlv-qty to product-record-qty
           rewrite product-record
               invalid key
                   display "STOCK REWRITE FAILED FOR SKU "
                       product-record-sku
                   move 'Y' to ws-io-error
                   exit paragraph
           end-rewrite
           add 1 to ws-posted-count
           add dlv-qty to ws-posted-units
           add dlv-qty to ws-po-received(ws-po-found)
           move 'Y' to ws-po-dirty
           move "OK   " to ws-result
           move spaces to ws-report-line
           string
               "PO " delimited by size
               dlv-po-number delimited by size
               " SKU " delimited by size
               dlv-sku delimited by size
               " RECEIVED " delimited by size
               dlv-qty delimited by size
               " ON HAND NOW " delimited by size
               product-record-qty delimited by size
               into ws-report-line
           end-string
           write recv-report-record from ws-report-line
           if ws-po-received(ws-po-found) < ws-po-ordered(ws-po-found)
               add 1 to ws-short-count
               move 'P' to ws-po-stat(ws-po-found)
               move "SHORT" to ws-result
               compute ws-diff-qty = ws-po-ordered(ws-po-found)
                   - ws-po-received(ws-po-found)
               move spaces to ws-report-line
               string
                   "    SHORT DELIVERY - ORDERED " delimited by size
                   ws-po-ordered(ws-po-found) delimited by size
                   " RECEIVED TO DATE " delimited by size
                   ws-po-received(ws-po-found) delimited by size
                   " STILL DUE " delimited by size
                   ws-diff-qty delimited by size
                   into ws-report-line
               end-string
               write recv-report-record from ws-report-line
           else
               move 'C' to ws-po-stat(ws-po-found)
               if ws-po-received(ws-po-found)
                   > ws-po-ordered(ws-po-found)
                   add 1 to ws-over-count
                   move "OVER " to ws-result
                   compute ws-diff-qty = ws-po-received(ws-po-found)
                       - ws-po-ordered(ws-po-found)
                   move spaces to ws-report-line
                   string
                       "    OVER DELIVERY - ORDERED "
                           delimited by size
                       ws-po-ordered(ws-po-found) delimited by size
                       " RECEIVED TO DATE " delimited by size
                       ws-po-received(ws-po-found) delimited by size
                       " OVER BY " delimited by size
                       ws-diff-qty delimited by size
                       into ws-report-line
                   end-string
                   write recv-report-record from ws-report-line
               end-if
           end-if
           perform write-recv-hist.

       reject-delivery-line.
           add 1 to ws-rejected-count
           move spaces to ws-report-line
           string
               "REJECTED " delimited by size
               delivery-record delimited by size
               " " delimited by size
               ws-exc-reason delimited by size
               into ws-report-line
           end-string
           write recv-report-record from ws-report-line
           move dlv-sku to ws-exc-key
           perform write-central-exception
           perform write-recv-hist.

       write-recv-hist.
           move dlv-date to rh-date
           move dlv-po-number to rh-po-number
           move dlv-sku to rh-sku
           move dlv-qty to rh-qty
           move ws-result to rh-result
           write recv-hist-record.

       write-central-exception.
           add 1 to ws-exc-total
           open extend central-exc
           if ws-central-status = "00" or "05"
               move "reciept-recv" to stdexc-program-id
               move ws-run-timestamp(1:8) to stdexc-run-date
               move 'E' to stdexc-severity
               move ws-exc-key to stdexc-key
               move ws-exc-reason to stdexc-reason
               move 'N' to stdexc-resolved
               write std-exception
           end-if
           close central-exc.

       report-overdue-orders.
           move all "-" to recv-report-record
           write recv-report-record
           perform varying ws-po-index from 1 by 1
               until ws-po-index > ws-po-count
               if ws-po-stat(ws-po-index) not = 'C'
                   and ws-po-store(ws-po-index) = ws-store-id
                   and ws-po-expected(ws-po-index)
                       < ws-run-timestamp(1:8)
                   add 1 to ws-overdue-count
                   compute ws-diff-qty = ws-po-ordered(ws-po-index)
                       - ws-po-received(ws-po-index)
                   move spaces to ws-report-line
                   string
                       "OVERDUE PO " delimited by size
                       ws-po-number(ws-po-index) delimited by size
                       " SUPPLIER " delimited by size
                       ws-po-supplier(ws-po-index) delimited by size
                       " SKU " delimited by size
                       ws-po-sku(ws-po-index) delimited by size
                       " EXPECTED " delimited by size
                       ws-po-expected(ws-po-index) delimited by size
                       " STILL DUE " delimited by size
                       ws-diff-qty delimited by size
                       into ws-report-line
                   end-string
                   write recv-report-record from ws-report-line
               end-if
           end-perform.

       write-control-totals.
           move all "-" to recv-report-record
           write recv-report-record
           move spaces to ws-report-line
           string
               "LINES READ " delimited by size
               ws-read-count delimited by size
               " POSTED " delimited by size
               ws-posted-count delimited by size
               " UNITS " delimited by size
               ws-posted-units delimited by size
               " REJECTED " delimited by size
               ws-rejected-count delimited by size
               into ws-report-line
           end-string
           write recv-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "SHORT " delimited by size
               ws-short-count delimited by size
               " OVER " delimited by size
               ws-over-count delimited by size
               " UNORDERED " delimited by size
               ws-unordered-count delimited by size
               " OVERDUE PO LINES " delimited by size
               ws-overdue-count delimited by size
               into ws-report-line
           end-string
           write recv-report-record from ws-report-line.
