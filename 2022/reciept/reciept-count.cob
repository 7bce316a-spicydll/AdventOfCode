       identification division.
       program-id. "reciept-count".

       environment division.
       input-output section.
       file-control.
       select sysin assign to keyboard organization line sequential.
       select optional reciept-count assign using ws-count-name
           organization line sequential
           file status is ws-count-status.
       select optional product-master
           assign using ws-product-file-name
           organization indexed
           access dynamic
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
       select optional reciept-oper assign to "reciept-oper.dat"
           organization line sequential
           file status is ws-oper-status.
       select count-report assign to "reciept-count-report.dat"
           organization line sequential.
       select optional count-audit assign to "reciept-count-audit.dat"
           organization line sequential.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd reciept-count.
       copy "reciept-count-record.cpy".

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

       fd reciept-oper.
       copy "reciept-oper-record.cpy".

       fd count-report.
       01 count-report-record pic x(120).

       fd count-audit.
       01 count-audit-record pic x(120).

       working-storage section.
       01 ws-count-name pic x(40) value "reciept-count.dat".
       01 ws-count-status pic xx.
       01 ws-count-eof pic x(1) value 'N'.
           88 count-eof value 'Y'.
       01 ws-product-status pic xx.
       01 ws-product-eof pic x(1) value 'N'.
           88 product-eof value 'Y'.
       01 ws-prodbk-status pic xx.
       01 ws-prodbk-eof pic x(1) value 'N'.
           88 prodbk-eof value 'Y'.
       01 ws-oper-status pic xx.
       01 ws-oper-eof pic x(1) value 'N'.
           88 oper-eof value 'Y'.
       copy "file-gen-record.cpy".
       01 ws-store-id pic x(2) value spaces.
       01 ws-product-file-name pic x(40) value "product-master.mst".
       01 ws-prodgen-file-name pic x(40)
           value "product-master.mst.g1".
       01 ws-run-timestamp pic x(21).
       01 ws-now pic x(21).
       01 ws-report-line pic x(120).
       01 ws-audit-line pic x(120).
       01 ws-cnt-count pic 9(5) value 0.
       01 ws-cnt-table.
           05 ws-cnt-entry occurs 1 to 5000 times
               depending on ws-cnt-count.
               10 ws-cnt-sku pic x(8).
               10 ws-cnt-qty pic 9(7).
               10 ws-cnt-counter pic x(4).
               10 ws-cnt-lines pic 9(3).
               10 ws-cnt-on-master pic x(1).
               10 ws-cnt-old-qty pic 9(5).
               10 ws-cnt-variance pic s9(7).
       01 ws-cnt-index pic 9(5).
       01 ws-cnt-found pic 9(5).
       01 ws-cnt-full pic x(1) value 'N'.
           88 cnt-table-full value 'Y'.
       01 ws-variance pic s9(7).
       01 ws-variance-abs pic 9(7).
       01 ws-variance-sign pic x(1).
       01 ws-var-value pic s9(9)v9(2).
       01 ws-var-value-abs pic 9(9)v9(2).
       01 ws-line-label pic x(8).
       01 ws-lines-read pic 9(9) value 0.
       01 ws-lines-other-store pic 9(9) value 0.
       01 ws-lines-bad pic 9(9) value 0.
       01 ws-sku-on-master pic 9(9) value 0.
       01 ws-sku-counted pic 9(9) value 0.
       01 ws-sku-uncounted pic 9(9) value 0.
       01 ws-sku-not-on-master pic 9(9) value 0.
       01 ws-sku-variance pic 9(9) value 0.
       01 ws-shrink-units pic 9(9) value 0.
       01 ws-shrink-value pic 9(9)v9(2) value 0.
       01 ws-over-units pic 9(9) value 0.
       01 ws-over-value pic 9(9)v9(2) value 0.
       01 ws-net-value pic s9(9)v9(2) value 0.
       01 ws-net-value-abs pic 9(9)v9(2).
       01 ws-net-sign pic x(1).
       01 ws-posted-count pic 9(9) value 0.
       01 ws-approver-id pic x(4) value spaces.
       01 ws-approver-name pic x(20).
       01 ws-approved pic x(1) value 'N'.
           88 count-approved value 'Y'.
       01 ws-io-error pic x(1) value 'N'.
           88 io-error value 'Y'.
       01 ws-final-rc pic 9(2) value 0.
       copy "run-log-record.cpy".
       copy "alert-record.cpy".
       copy "bus-date-record.cpy".
       copy "run-parms.cpy".
       copy "step-parms.cpy".
       01 ws-parm-index pic 9(3).
       01 ws-parm-lookup pic x(20).
       01 ws-parm-fnd pic x(1) value 'N'.
           88 parm-found value 'Y'.
       01 ws-parm-found-value pic x(40).
       01 ws-parm-store pic x(2) value spaces.
       01 ws-parm-approver pic x(4) value spaces.

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

           perform load-count-sheet
           if cnt-table-full
               display "MORE THAN 5000 COUNTED SKUS - COUNT NOT "
                   "PROCESSED"
               move 'Y' to ws-io-error
               perform finish-run
               goback
           end-if
           if ws-cnt-count = 0
               display "NO COUNT LINES FOR STORE " ws-store-id
                   " - NOTHING TO COMPARE"
               perform finish-run
               goback
           end-if

           open input product-master
           if ws-product-status not = "00"
               display "PRODUCT MASTER UNAVAILABLE - STATUS "
                   ws-product-status
               close product-master
               move 'Y' to ws-io-error
               perform finish-run
               goback
           end-if
           open output count-report
           move spaces to ws-report-line
           string
               "STOCK COUNT VARIANCE - STORE " delimited by size
               ws-store-id delimited by size
               " BUSINESS DATE " delimited by size
               ws-run-timestamp(1:8) delimited by size
               " RUN " delimited by size
               ws-run-timestamp delimited by size
               into ws-report-line
           end-string
           write count-report-record from ws-report-line
           move all "-" to count-report-record
           write count-report-record
           perform until product-eof
               read product-master next record
                   at end move 'Y' to ws-product-eof
                   not at end perform compare-one-product
               end-read
           end-perform
           close product-master
           perform report-not-on-master
           perform write-store-summary

           if ws-sku-variance > 0
               perform get-approval
           end-if
           if count-approved
               perform post-counted-quantities
           end-if
           if count-approved
               move spaces to ws-report-line
               string
                   "COUNT APPROVED BY " delimited by size
                   ws-approver-id delimited by size
                   " " delimited by size
                   ws-approver-name delimited by size
                   " - " delimited by size
                   ws-posted-count delimited by size
                   " SKUS SET TO COUNTED QUANTITY" delimited by size
                   into ws-report-line
               end-string
           else
               move "COUNT NOT POSTED - REPORT ONLY"
                   to ws-report-line
           end-if
           write count-report-record from ws-report-line
           close count-report

           display "COUNT VARIANCE REPORT WRITTEN TO "
               "reciept-count-report.dat"
           perform finish-run.

       goback.

       finish-run.
           perform set-return-code
           perform log-run-end
           move ws-final-rc to return-code.

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
           move "COUNT-APPROVER" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value(1:4) to ws-parm-approver
           end-if
           move "FILE-RCPTCOUNT" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value to ws-count-name
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
               move sp-input to ws-count-name
               display "STEP INPUT OVERRIDE "
                   function trim(ws-count-name)
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
           if ws-sku-variance > 0 or ws-sku-uncounted > 0
               or ws-sku-not-on-master > 0 or ws-lines-bad > 0
               move 4 to ws-final-rc
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
           move "rcpt-count" to alr-program
           move 'C' to alr-severity
           move "I/O ERROR - RUN ENDED RC 12" to alr-message
           call "alert" using alert-record
               on exception
                   display "ALERT MODULE NOT AVAILABLE - "
                       "NO ALERT RAISED"
           end-call.

       log-run-start.
           move "rcpt-count" to log-program-id
           move 'S' to log-event
           move 0 to log-records-read
           move 0 to log-records-written
           move 0 to log-exception-count
           move spaces to log-status
           perform call-run-log.

       log-run-end.
           move 'E' to log-event
           move ws-lines-read to log-records-read
           move ws-posted-count to log-records-written
           move ws-sku-variance to log-exception-count
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

      *    lines for the same sku are added together - a sku on two
      *    shelves is counted twice, once per shelf.
       load-count-sheet.
           move 0 to ws-cnt-count
           open input reciept-count
           if ws-count-status = "00"
               perform until count-eof
                   read reciept-count
                       at end move 'Y' to ws-count-eof
                       not at end
                           add 1 to ws-lines-read
                           perform take-count-line
                   end-read
               end-perform
           else
               display "NO COUNT SHEET " function trim(ws-count-name)
           end-if
           close reciept-count.

       take-count-line.
           if count-store(2:1) = space
               move count-store(1:1) to count-store(2:1)
               move '0' to count-store(1:1)
           end-if
           if count-store not = ws-store-id
               add 1 to ws-lines-other-store
               exit paragraph
           end-if
           if count-qty not numeric or count-sku = spaces
               add 1 to ws-lines-bad
               display "BAD COUNT LINE " ws-lines-read
                   " - IGNORED"
               exit paragraph
           end-if
           move 0 to ws-cnt-found
           perform varying ws-cnt-index from 1 by 1
               until ws-cnt-index > ws-cnt-count
               if ws-cnt-sku(ws-cnt-index) = count-sku
                   move ws-cnt-index to ws-cnt-found
               end-if
           end-perform
           if ws-cnt-found = 0
               if ws-cnt-count >= 5000
                   move 'Y' to ws-cnt-full
                   move 'Y' to ws-count-eof
                   exit paragraph
               end-if
               add 1 to ws-cnt-count
               move ws-cnt-count to ws-cnt-found
               move count-sku to ws-cnt-sku(ws-cnt-found)
               move 0 to ws-cnt-qty(ws-cnt-found)
               move count-counter to ws-cnt-counter(ws-cnt-found)
               move 0 to ws-cnt-lines(ws-cnt-found)
               move 'N' to ws-cnt-on-master(ws-cnt-found)
               move 0 to ws-cnt-old-qty(ws-cnt-found)
               move 0 to ws-cnt-variance(ws-cnt-found)
           end-if
           add count-qty to ws-cnt-qty(ws-cnt-found)
           add 1 to ws-cnt-lines(ws-cnt-found).

       compare-one-product.
           add 1 to ws-sku-on-master
           move 0 to ws-cnt-found
           perform varying ws-cnt-index from 1 by 1
               until ws-cnt-index > ws-cnt-count
               if ws-cnt-sku(ws-cnt-index) = product-record-sku
                   move ws-cnt-index to ws-cnt-found
               end-if
           end-perform
           if ws-cnt-found = 0
               add 1 to ws-sku-uncounted
               move spaces to ws-report-line
               string
                   "SKU " delimited by size
                   product-record-sku delimited by size
                   " " delimited by size
                   product-record-desc delimited by size
                   " ON HAND " delimited by size
                   product-record-qty delimited by size
                   " NOT COUNTED" delimited by size
                   into ws-report-line
               end-string
               write count-report-record from ws-report-line
               exit paragraph
           end-if
           add 1 to ws-sku-counted
           move 'Y' to ws-cnt-on-master(ws-cnt-found)
           move product-record-qty to ws-cnt-old-qty(ws-cnt-found)
           compute ws-variance =
               ws-cnt-qty(ws-cnt-found) - product-record-qty
           move ws-variance to ws-cnt-variance(ws-cnt-found)
           compute ws-var-value = ws-variance * product-record-price
           if ws-variance = 0
               exit paragraph
           end-if
           add 1 to ws-sku-variance
           add ws-var-value to ws-net-value
           if ws-variance < 0
               move '-' to ws-variance-sign
               compute ws-variance-abs = 0 - ws-variance
               compute ws-var-value-abs = 0 - ws-var-value
               add ws-variance-abs to ws-shrink-units
               add ws-var-value-abs to ws-shrink-value
               move "SHRINK  " to ws-line-label
           else
               move '+' to ws-variance-sign
               move ws-variance to ws-variance-abs
               move ws-var-value to ws-var-value-abs
               add ws-variance-abs to ws-over-units
               add ws-var-value-abs to ws-over-value
               move "OVERAGE " to ws-line-label
           end-if
           move spaces to ws-report-line
           string
               "SKU " delimited by size
               product-record-sku delimited by size
               " " delimited by size
               product-record-desc delimited by size
               " ON HAND " delimited by size
               product-record-qty delimited by size
               " COUNTED " delimited by size
               ws-cnt-qty(ws-cnt-found) delimited by size
               " " delimited by size
               ws-line-label delimited by size
               ws-variance-sign delimited by size
               ws-variance-abs delimited by size
               " @ " delimited by size
               product-record-price delimited by size
               " = " delimited by size
               ws-variance-sign delimited by size
               ws-var-value-abs delimited by size
               " BY " delimited by size
               ws-cnt-counter(ws-cnt-found) delimited by size
               into ws-report-line
           end-string
           write count-report-record from ws-report-line.

       report-not-on-master.
           perform varying ws-cnt-index from 1 by 1
               until ws-cnt-index > ws-cnt-count
               if ws-cnt-on-master(ws-cnt-index) = 'N'
                   add 1 to ws-sku-not-on-master
                   move spaces to ws-report-line
                   string
                       "SKU " delimited by size
                       ws-cnt-sku(ws-cnt-index) delimited by size
                       " COUNTED " delimited by size
                       ws-cnt-qty(ws-cnt-index) delimited by size
                       " BY " delimited by size
                       ws-cnt-counter(ws-cnt-index) delimited by size
                       " NOT ON PRODUCT MASTER - NOT POSTED"
                           delimited by size
                       into ws-report-line
                   end-string
                   write count-report-record from ws-report-line
               end-if
           end-perform.

       write-store-summary.
           move all "-" to count-report-record
           write count-report-record
           move spaces to ws-report-line
           string
               "STORE " delimited by size
               ws-store-id delimited by size
               " SKUS ON MASTER " delimited by size
               ws-sku-on-master delimited by size
               " COUNTED " delimited by size
               ws-sku-counted delimited by size
               " NOT COUNTED " delimited by size
               ws-sku-uncounted delimited by size
               " NOT ON MASTER " delimited by size
               ws-sku-not-on-master delimited by size
               into ws-report-line
           end-string
           write count-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "STORE " delimited by size
               ws-store-id delimited by size
               " SHRINK UNITS " delimited by size
               ws-shrink-units delimited by size
               " VALUE " delimited by size
               ws-shrink-value delimited by size
               " OVERAGE UNITS " delimited by size
               ws-over-units delimited by size
               " VALUE " delimited by size
               ws-over-value delimited by size
               into ws-report-line
           end-string
           write count-report-record from ws-report-line
           if ws-net-value < 0
               move '-' to ws-net-sign
               compute ws-net-value-abs = 0 - ws-net-value
           else
               move '+' to ws-net-sign
               move ws-net-value to ws-net-value-abs
           end-if
           move spaces to ws-report-line
           string
               "STORE " delimited by size
               ws-store-id delimited by size
               " NET VARIANCE " delimited by size
               ws-net-sign delimited by size
               ws-net-value-abs delimited by size
               " SKUS WITH VARIANCE " delimited by size
               ws-sku-variance delimited by size
               " COUNT LINES " delimited by size
               ws-lines-read delimited by size
               " OTHER STORES " delimited by size
               ws-lines-other-store delimited by size
               into ws-report-line
           end-string
           write count-report-record from ws-report-line.

      *    the counted quantity only replaces the master figure once
      *    a manager (operator level 3) signs the count off.
       get-approval.
           move 'N' to ws-approved
           if ws-parm-approver not = spaces
               move ws-parm-approver to ws-approver-id
               display "APPROVER " ws-approver-id
                   " TAKEN FROM runparm.dat"
           else
               display ws-sku-variance " SKUS DIFFER FROM THE MASTER"
               display "Manager ID to approve posting "
                   "(blank = report only): "
               accept ws-approver-id from sysin
           end-if
           if ws-approver-id = spaces
               exit paragraph
           end-if
           move spaces to ws-approver-name
           open input reciept-oper
           if ws-oper-status = "00"
               perform until oper-eof
                   read reciept-oper
                       at end move 'Y' to ws-oper-eof
                       not at end
                           if oper-record-id = ws-approver-id
                               and oper-record-level >= 3
                               and oper-record-status not = 'I'
                               move 'Y' to ws-approved
                               move oper-record-name
                                   to ws-approver-name
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-oper
           if not count-approved
               display "APPROVER " ws-approver-id
                   " IS NOT A MANAGER - COUNT NOT POSTED"
           end-if.

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

       post-counted-quantities.
           perform backup-product-master
           open i-o product-master
           if ws-product-status not = "00"
               display "PRODUCT MASTER UNAVAILABLE - STATUS "
                   ws-product-status " - COUNT NOT POSTED"
               close product-master
               move 'Y' to ws-io-error
               move 'N' to ws-approved
               exit paragraph
           end-if
           open extend count-audit
           perform varying ws-cnt-index from 1 by 1
               until ws-cnt-index > ws-cnt-count
               if ws-cnt-on-master(ws-cnt-index) = 'Y'
                   and ws-cnt-variance(ws-cnt-index) not = 0
                   perform post-one-count
               end-if
           end-perform
           close count-audit
           close product-master.

       post-one-count.
           move ws-cnt-sku(ws-cnt-index) to product-record-sku
           read product-master
               invalid key
                   display "SKU " ws-cnt-sku(ws-cnt-index)
                       " NO LONGER ON MASTER - NOT POSTED"
                   exit paragraph
           end-read
           move product-record-qty to ws-cnt-old-qty(ws-cnt-index)
           if ws-cnt-qty(ws-cnt-index) > 99999
               move 99999 to product-record-qty
           else
               move ws-cnt-qty(ws-cnt-index) to product-record-qty
           end-if
           rewrite product-record
               invalid key
                   display "STOCK REWRITE FAILED FOR SKU "
                       product-record-sku
                   move 'Y' to ws-io-error
                   exit paragraph
           end-rewrite
           add 1 to ws-posted-count
           move function current-date to ws-now
           move spaces to ws-audit-line
           string
               "DATE " delimited by size
               ws-run-timestamp(1:8) delimited by size
               " TIME " delimited by size
               ws-now(9:6) delimited by size
               " STORE " delimited by size
               ws-store-id delimited by size
               " SKU " delimited by size
               product-record-sku delimited by size
               " COUNT OLD " delimited by size
               ws-cnt-old-qty(ws-cnt-index) delimited by size
               " NEW " delimited by size
               product-record-qty delimited by size
               " COUNTER " delimited by size
               ws-cnt-counter(ws-cnt-index) delimited by size
               " APPROVED-BY " delimited by size
               ws-approver-id delimited by size
               into ws-audit-line
           end-string
           write count-audit-record from ws-audit-line.
