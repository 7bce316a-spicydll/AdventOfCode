       identification division.
       program-id. "reciept-xfer".

       environment division.
       input-output section.
       file-control.
       select sysin assign to keyboard organization line sequential.
       select optional reciept-xfer assign to "reciept-xfer.dat"
           organization line sequential
           file status is ws-xfer-status.
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
       select optional chain-master assign to "product-master.mst"
           organization indexed
           access sequential
           record key cm-sku
           file status is ws-chain-status.
       select optional central-exc assign to "exceptions.dat"
           organization line sequential
           file status is ws-central-status.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd reciept-xfer.
       copy "reciept-xfer-record.cpy".

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

       fd chain-master.
       01 cm-record.
           05 cm-sku pic x(8).
           05 cm-desc pic x(20).
           05 cm-price pic 9(4)v9(2).
           05 cm-qty pic 9(5).
           05 cm-reorder pic 9(5).
           05 cm-tax-class pic x(1).

       fd central-exc.
       copy "std-exception-record.cpy".

       working-storage section.
       01 ws-xfer-status pic xx.
       01 ws-xfer-eof pic x(1) value 'N'.
           88 xfer-eof value 'Y'.
       01 ws-product-status pic xx.
       01 ws-prodbk-status pic xx.
       01 ws-prodbk-eof pic x(1) value 'N'.
           88 prodbk-eof value 'Y'.
       01 ws-chain-status pic xx.
       01 ws-chain-eof pic x(1) value 'N'.
           88 chain-eof value 'Y'.
       01 ws-central-status pic xx.
       copy "file-gen-record.cpy".
       01 ws-product-file-name pic x(40) value "product-master.mst".
       01 ws-prodgen-file-name pic x(40)
           value "product-master.mst.g1".
       01 ws-store-id pic x(2) value spaces.
       01 ws-run-timestamp pic x(21).
       01 ws-xfer-mode pic x(1) value space.
           88 xfer-ship value 'S' 's'.
           88 xfer-receive value 'R' 'r'.
       01 ws-another pic x(1) value 'Y'.
           88 another-transfer value 'Y' 'y'.
       01 ws-confirm pic x(1).
           88 receipt-confirmed value 'Y' 'y'.
       01 ws-xfer-count pic 9(4) value 0.
       01 ws-xfer-table.
           05 ws-xfer-entry occurs 1 to 5000 times
               depending on ws-xfer-count.
               10 ws-xfer-number pic 9(7).
               10 ws-xfer-from pic x(2).
               10 ws-xfer-to pic x(2).
               10 ws-xfer-sku pic x(8).
               10 ws-xfer-shipped pic 9(5).
               10 ws-xfer-received pic 9(5).
               10 ws-xfer-ship-date pic x(8).
               10 ws-xfer-recv-date pic x(8).
               10 ws-xfer-stat pic x(1).
               10 ws-xfer-desc pic x(20).
               10 ws-xfer-price pic 9(4)v9(2).
               10 ws-xfer-tax-class pic x(1).
       01 ws-xfer-index pic 9(4).
       01 ws-xfer-found pic 9(4).
       01 ws-xfer-full pic x(1) value 'N'.
           88 xfer-table-full value 'Y'.
       01 ws-xfer-dirty pic x(1) value 'N'.
           88 xfer-dirty value 'Y'.
       01 ws-next-number pic 9(7) value 0.
       01 ws-in-number pic 9(7).
       01 ws-in-from pic x(2).
       01 ws-in-to pic x(2).
       01 ws-in-sku pic x(8).
       01 ws-in-qty pic 9(5).
       01 ws-store-bad pic x(1) value 'N'.
           88 store-bad value 'Y'.
       01 ws-master-created pic x(1) value 'N'.
           88 master-created value 'Y'.
       01 ws-short-qty pic 9(5).
       01 ws-exc-key pic x(12).
       01 ws-exc-reason pic x(40).
       01 ws-exc-total pic 9(9) value 0.
       01 ws-shipped-count pic 9(9) value 0.
       01 ws-received-count pic 9(9) value 0.
       01 ws-refused-count pic 9(9) value 0.
       01 ws-short-count pic 9(9) value 0.
       01 ws-io-error pic x(1) value 'N'.
           88 io-error value 'Y'.
       01 ws-final-rc pic 9(2) value 0.
       copy "run-log-record.cpy".
       copy "alert-record.cpy".
       copy "bus-date-record.cpy".
       copy "run-parms.cpy".
       01 ws-parm-index pic 9(3).
       01 ws-parm-lookup pic x(20).
       01 ws-parm-fnd pic x(1) value 'N'.
           88 parm-found value 'Y'.
       01 ws-parm-found-value pic x(40).

       procedure division.
           perform log-run-start
           move function current-date to ws-run-timestamp
           call "runparm" using run-parms
               on exception
                   move 0 to parm-count
           end-call
           perform get-business-date

           perform load-xfer-file
           if xfer-table-full
               display "MORE THAN 5000 TRANSFER LINES - PURGE RECEIVED "
                   "LINES FROM reciept-xfer.dat - NOTHING POSTED"
               move 'Y' to ws-io-error
               perform finish-run
               goback
           end-if

           move "XFER-MODE" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value(1:1) to ws-xfer-mode
               display "TRANSFER MODE " ws-xfer-mode
                   " TAKEN FROM runparm.dat"
           else
               display "Transfer function (S = ship, R = receive): "
               accept ws-xfer-mode from sysin
           end-if
           if not xfer-ship and not xfer-receive
               display "UNKNOWN TRANSFER FUNCTION '" ws-xfer-mode "'"
               move 'Y' to ws-io-error
               perform finish-run
               goback
           end-if

           perform until not another-transfer
               if xfer-ship
                   perform ship-transfer
               else
                   perform receive-transfer
               end-if
               display "Another transfer? (Y/N): "
               accept ws-another from sysin
           end-perform

           if xfer-dirty
               perform save-xfer-file
           end-if
           display "TRANSFERS SHIPPED " ws-shipped-count
               " RECEIVED " ws-received-count
               " REFUSED " ws-refused-count
           perform finish-run.

       goback.

       finish-run.
           perform set-return-code
           perform log-run-end
           move ws-final-rc to return-code.

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

       set-return-code.
           move 0 to ws-final-rc
           if ws-refused-count > 0 or ws-short-count > 0
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
           move "reciept-xfer" to alr-program
           move 'C' to alr-severity
           move "I/O ERROR - RUN ENDED RC 12" to alr-message
           call "alert" using alert-record
               on exception
                   display "ALERT MODULE NOT AVAILABLE - "
                       "NO ALERT RAISED"
           end-call.

       log-run-start.
           move "reciept-xfer" to log-program-id
           move 'S' to log-event
           move 0 to log-records-read
           move 0 to log-records-written
           move 0 to log-exception-count
           move spaces to log-status
           perform call-run-log.

       log-run-end.
           move 'E' to log-event
           move ws-xfer-count to log-records-read
           compute log-records-written =
               ws-shipped-count + ws-received-count
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

      *    a store receiving its first transfer while it still sells
      *    from the chain master is given a master of its own: the
      *    chain catalogue with nothing on hand. the transfer then
      *    puts the stock it was sent onto it.
       create-store-master.
           move 'N' to ws-master-created
           if ws-store-id = "01"
               exit paragraph
           end-if
           move spaces to ws-product-file-name
           string
               "product-master-" delimited by size
               ws-store-id delimited by size
               ".mst" delimited by size
               into ws-product-file-name
           end-string
           open output product-master
           if ws-product-status not = "00"
               display "CANNOT CREATE " ws-product-file-name
                   " - STATUS " ws-product-status
               close product-master
               move 'Y' to ws-io-error
               exit paragraph
           end-if
           move 'N' to ws-chain-eof
           open input chain-master
           if ws-chain-status = "00"
               perform until chain-eof
                   read chain-master
                       at end move 'Y' to ws-chain-eof
                       not at end
                           move cm-record to product-record
                           move 0 to product-record-qty
                           write product-record
                               invalid key continue
                           end-write
                   end-read
               end-perform
           end-if
           close chain-master
           close product-master
           move spaces to ws-prodgen-file-name
           string
               ws-product-file-name delimited by space
               ".g1" delimited by size
               into ws-prodgen-file-name
           end-string
           move 'Y' to ws-master-created
           display "STORE " ws-store-id " PRODUCT MASTER "
               ws-product-file-name " CREATED FROM CHAIN CATALOGUE".

       check-store-id.
           move 'N' to ws-store-bad
           if ws-store-id(2:1) = space
               move ws-store-id(1:1) to ws-store-id(2:1)
               move '0' to ws-store-id(1:1)
           end-if
           if ws-store-id not numeric or ws-store-id = "00"
               display "STORE ID '" ws-store-id "' NOT TWO DIGITS"
               move 'Y' to ws-store-bad
           end-if.

       load-xfer-file.
           move 0 to ws-xfer-count
           move 0 to ws-next-number
           open input reciept-xfer
           if ws-xfer-status = "00"
               perform until xfer-eof
                   read reciept-xfer
                       at end move 'Y' to ws-xfer-eof
                       not at end
                           if ws-xfer-count >= 5000
                               move 'Y' to ws-xfer-full
                               move 'Y' to ws-xfer-eof
                           else
                               perform take-xfer-line
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-xfer.

       take-xfer-line.
           add 1 to ws-xfer-count
           move xfer-number to ws-xfer-number(ws-xfer-count)
           move xfer-from-store to ws-xfer-from(ws-xfer-count)
           move xfer-to-store to ws-xfer-to(ws-xfer-count)
           move xfer-sku to ws-xfer-sku(ws-xfer-count)
           move xfer-qty-shipped to ws-xfer-shipped(ws-xfer-count)
           move xfer-qty-received to ws-xfer-received(ws-xfer-count)
           move xfer-ship-date to ws-xfer-ship-date(ws-xfer-count)
           move xfer-recv-date to ws-xfer-recv-date(ws-xfer-count)
           move xfer-status to ws-xfer-stat(ws-xfer-count)
           move xfer-desc to ws-xfer-desc(ws-xfer-count)
           move xfer-price to ws-xfer-price(ws-xfer-count)
           move xfer-tax-class to ws-xfer-tax-class(ws-xfer-count)
           if xfer-number > ws-next-number
               move xfer-number to ws-next-number
           end-if.

       save-xfer-file.
           move 'B' to fg-function
           move "reciept-xfer.dat" to fg-file-name
           move 3 to fg-keep
           perform take-generation-backup
           open output reciept-xfer
           perform varying ws-xfer-index from 1 by 1
               until ws-xfer-index > ws-xfer-count
               move ws-xfer-number(ws-xfer-index) to xfer-number
               move ws-xfer-from(ws-xfer-index) to xfer-from-store
               move ws-xfer-to(ws-xfer-index) to xfer-to-store
               move ws-xfer-sku(ws-xfer-index) to xfer-sku
               move ws-xfer-shipped(ws-xfer-index)
                   to xfer-qty-shipped
               move ws-xfer-received(ws-xfer-index)
                   to xfer-qty-received
               move ws-xfer-ship-date(ws-xfer-index)
                   to xfer-ship-date
               move ws-xfer-recv-date(ws-xfer-index)
                   to xfer-recv-date
               move ws-xfer-stat(ws-xfer-index) to xfer-status
               move ws-xfer-desc(ws-xfer-index) to xfer-desc
               move ws-xfer-price(ws-xfer-index) to xfer-price
               move ws-xfer-tax-class(ws-xfer-index)
                   to xfer-tax-class
               write xfer-record
           end-perform
           close reciept-xfer
           move 'N' to ws-xfer-dirty.

       find-xfer-number.
           move 0 to ws-xfer-found
           perform varying ws-xfer-index from 1 by 1
               until ws-xfer-index > ws-xfer-count
               if ws-xfer-number(ws-xfer-index) = ws-in-number
                   move ws-xfer-index to ws-xfer-found
               end-if
           end-perform.

      *    shipping takes the stock off the sending store at once; it
      *    belongs to neither store's on-hand figure until received.
       ship-transfer.
           display "Transfer Number (0 = next number): "
           accept ws-in-number from sysin
           display "From Store: "
           accept ws-in-from from sysin
           display "To Store: "
           accept ws-in-to from sysin
           display "SKU: "
           accept ws-in-sku from sysin
           display "Quantity: "
           accept ws-in-qty from sysin
           if ws-in-number = 0
               compute ws-in-number = ws-next-number + 1
           end-if
           perform find-xfer-number
           if ws-xfer-found > 0
               display "TRANSFER " ws-in-number
                   " ALREADY ON FILE - NOT SHIPPED"
               add 1 to ws-refused-count
               exit paragraph
           end-if
           if ws-xfer-count >= 5000
               display "TRANSFER FILE FULL - NOT SHIPPED"
               add 1 to ws-refused-count
               exit paragraph
           end-if
           move ws-in-to to ws-store-id
           perform check-store-id
           move ws-store-id to ws-in-to
           if store-bad
               add 1 to ws-refused-count
               exit paragraph
           end-if
           move ws-in-from to ws-store-id
           perform check-store-id
           move ws-store-id to ws-in-from
           if store-bad
               add 1 to ws-refused-count
               exit paragraph
           end-if
           if ws-in-from = ws-in-to
               display "FROM AND TO STORE ARE BOTH " ws-in-from
                   " - NOT SHIPPED"
               add 1 to ws-refused-count
               exit paragraph
           end-if
           if ws-in-qty = 0
               display "NOTHING TO SHIP"
               add 1 to ws-refused-count
               exit paragraph
           end-if
           perform set-product-file
           perform backup-product-master
           open i-o product-master
           if ws-product-status not = "00"
               display "PRODUCT MASTER " ws-product-file-name
                   " UNAVAILABLE - STATUS " ws-product-status
               close product-master
               move 'Y' to ws-io-error
               exit paragraph
           end-if
           move ws-in-sku to product-record-sku
           read product-master
               invalid key
                   display "SKU " ws-in-sku " NOT ON "
                       ws-product-file-name " - NOT SHIPPED"
                   add 1 to ws-refused-count
                   close product-master
                   exit paragraph
           end-read
           if ws-in-qty > product-record-qty
               display "STORE " ws-in-from " HAS ONLY "
                   product-record-qty " OF SKU " ws-in-sku
                   " - NOT SHIPPED"
               add 1 to ws-refused-count
               close product-master
               exit paragraph
           end-if
           subtract ws-in-qty from product-record-qty
           rewrite product-record
               invalid key
                   display "STOCK REWRITE FAILED FOR SKU "
                       product-record-sku
                   move 'Y' to ws-io-error
                   close product-master
                   exit paragraph
           end-rewrite
           close product-master
           add 1 to ws-xfer-count
           move ws-in-number to ws-xfer-number(ws-xfer-count)
           move ws-in-from to ws-xfer-from(ws-xfer-count)
           move ws-in-to to ws-xfer-to(ws-xfer-count)
           move ws-in-sku to ws-xfer-sku(ws-xfer-count)
           move ws-in-qty to ws-xfer-shipped(ws-xfer-count)
           move 0 to ws-xfer-received(ws-xfer-count)
           move ws-run-timestamp(1:8)
               to ws-xfer-ship-date(ws-xfer-count)
           move spaces to ws-xfer-recv-date(ws-xfer-count)
           move 'S' to ws-xfer-stat(ws-xfer-count)
           move product-record-desc to ws-xfer-desc(ws-xfer-count)
           move product-record-price to ws-xfer-price(ws-xfer-count)
           move product-record-tax-class
               to ws-xfer-tax-class(ws-xfer-count)
           if ws-in-number > ws-next-number
               move ws-in-number to ws-next-number
           end-if
           move 'Y' to ws-xfer-dirty
           add 1 to ws-shipped-count
           display "TRANSFER " ws-in-number " SHIPPED " ws-in-qty
               " OF SKU " ws-in-sku " FROM STORE " ws-in-from
               " TO STORE " ws-in-to " - STORE " ws-in-from
               " ON HAND NOW " product-record-qty.

      *    the receiving store confirms what actually arrived; anything
      *    short of the quantity shipped is reported to the central
      *    exception file and the line is closed.
       receive-transfer.
           display "Transfer Number: "
           accept ws-in-number from sysin
           perform find-xfer-number
           if ws-xfer-found = 0
               display "TRANSFER " ws-in-number " NOT ON FILE"
               add 1 to ws-refused-count
               exit paragraph
           end-if
           if ws-xfer-stat(ws-xfer-found) not = 'S'
               display "TRANSFER " ws-in-number " ALREADY RECEIVED ON "
                   ws-xfer-recv-date(ws-xfer-found)
               add 1 to ws-refused-count
               exit paragraph
           end-if
           display "TRANSFER " ws-in-number " SKU "
               ws-xfer-sku(ws-xfer-found) " "
               ws-xfer-desc(ws-xfer-found)
           display "  SHIPPED " ws-xfer-shipped(ws-xfer-found)
               " FROM STORE " ws-xfer-from(ws-xfer-found)
               " ON " ws-xfer-ship-date(ws-xfer-found)
               " TO STORE " ws-xfer-to(ws-xfer-found)
           display "Quantity Received: "
           accept ws-in-qty from sysin
           if ws-in-qty > ws-xfer-shipped(ws-xfer-found)
               display "MORE RECEIVED THAN SHIPPED - NOT POSTED"
               add 1 to ws-refused-count
               exit paragraph
           end-if
           display "Confirm receipt into store "
               ws-xfer-to(ws-xfer-found) " (Y/N): "
           accept ws-confirm from sysin
           if not receipt-confirmed
               display "RECEIPT NOT CONFIRMED - TRANSFER STILL "
                   "IN TRANSIT"
               exit paragraph
           end-if
           move ws-xfer-to(ws-xfer-found) to ws-store-id
           perform set-product-file
           if ws-store-id not = "01"
               and ws-product-file-name = "product-master.mst"
               perform create-store-master
               if io-error
                   exit paragraph
               end-if
           end-if
           if ws-in-qty > 0
               perform post-received-stock
               if io-error
                   exit paragraph
               end-if
           end-if
           move ws-in-qty to ws-xfer-received(ws-xfer-found)
           move ws-run-timestamp(1:8)
               to ws-xfer-recv-date(ws-xfer-found)
           move 'R' to ws-xfer-stat(ws-xfer-found)
           move 'Y' to ws-xfer-dirty
           add 1 to ws-received-count
           display "TRANSFER " ws-in-number " RECEIVED " ws-in-qty
               " INTO STORE " ws-store-id
           if ws-in-qty < ws-xfer-shipped(ws-xfer-found)
               add 1 to ws-short-count
               compute ws-short-qty = ws-xfer-shipped(ws-xfer-found)
                   - ws-in-qty
               move spaces to ws-exc-key
               string
                   "XFER " delimited by size
                   ws-in-number delimited by size
                   into ws-exc-key
               end-string
               move spaces to ws-exc-reason
               string
                   "TRANSFER SHORT " delimited by size
                   ws-short-qty delimited by size
                   " OF SKU " delimited by size
                   ws-xfer-sku(ws-xfer-found) delimited by size
                   into ws-exc-reason
               end-string
               perform write-central-exception
               display "  " ws-short-qty " SHORT - WRITTEN TO "
                   "exceptions.dat"
           end-if.

       post-received-stock.
           if not master-created
               perform backup-product-master
           end-if
           open i-o product-master
           if ws-product-status not = "00"
               display "PRODUCT MASTER " ws-product-file-name
                   " UNAVAILABLE - STATUS " ws-product-status
               close product-master
               move 'Y' to ws-io-error
               exit paragraph
           end-if
           move ws-xfer-sku(ws-xfer-found) to product-record-sku
           read product-master
               invalid key
                   move ws-xfer-desc(ws-xfer-found)
                       to product-record-desc
                   move ws-xfer-price(ws-xfer-found)
                       to product-record-price
                   move ws-in-qty to product-record-qty
                   move 0 to product-record-reorder
                   move ws-xfer-tax-class(ws-xfer-found)
                       to product-record-tax-class
                   write product-record
                       invalid key
                           display "STOCK WRITE FAILED FOR SKU "
                               product-record-sku
                           move 'Y' to ws-io-error
                   end-write
                   display "  SKU " product-record-sku
                       " ADDED TO " ws-product-file-name
                   close product-master
                   exit paragraph
           end-read
           add ws-in-qty to product-record-qty
           rewrite product-record
               invalid key
                   display "STOCK REWRITE FAILED FOR SKU "
                       product-record-sku
                   move 'Y' to ws-io-error
           end-rewrite
           close product-master.

       write-central-exception.
           add 1 to ws-exc-total
           open extend central-exc
           if ws-central-status = "00" or "05"
               move "reciept-xfer" to stdexc-program-id
               move ws-run-timestamp(1:8) to stdexc-run-date
               move 'W' to stdexc-severity
               move ws-exc-key to stdexc-key
               move ws-exc-reason to stdexc-reason
               move 'N' to stdexc-resolved
               write std-exception
           end-if
           close central-exc.
