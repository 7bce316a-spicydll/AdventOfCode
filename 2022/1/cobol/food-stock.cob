       identification division.
       program-id. "food-stock".

       environment division.
       input-output section.
       file-control.
           select sysin assign to keyboard
               organization line sequential.
           select optional food-master assign to "food-master.dat"
               organization line sequential
               file status is ws-food-status.
           select optional food-stock assign to "food-stock.dat"
               organization line sequential
               file status is ws-fstk-status.
           select optional food-ledger
               assign to "food-stock-ledger.dat"
               organization line sequential
               file status is ws-fsl-status.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd food-master.
       01 food-record.
           05 food-record-code pic x(8).
           05 food-record-desc pic x(20).
           05 food-record-cal pic 9(5).
           05 food-record-cat pic x(10).

       fd food-stock.
       copy "food-stock-record.cpy".

       fd food-ledger.
       copy "food-stock-ledger-record.cpy".

       working-storage section.
       01 ws-food-status pic xx.
       01 ws-food-eof pic x(1) value 'N'.
           88 food-eof value 'Y'.
       01 ws-food-count pic 9(3) value 0.
       01 ws-food-table.
           05 ws-food-entry occurs 1 to 500 times
               depending on ws-food-count.
               10 ws-food-code pic x(8).
               10 ws-food-desc pic x(20).
       01 ws-food-index pic 9(3).
       01 ws-food-found pic 9(3).
       01 ws-fstk-status pic xx.
       01 ws-fstk-eof pic x(1) value 'N'.
           88 fstk-eof value 'Y'.
       01 ws-fstk-count pic 9(3) value 0.
       01 ws-fstk-table.
           05 ws-fstk-entry occurs 1 to 500 times
               depending on ws-fstk-count.
               10 ws-fstk-code pic x(8).
               10 ws-fstk-opening pic 9(9).
               10 ws-fstk-open-date pic x(8).
               10 ws-fstk-delivered pic 9(9).
               10 ws-fstk-consumed pic 9(9).
               10 ws-fstk-last-use pic x(8).
       01 ws-fstk-index pic 9(3).
       01 ws-fstk-found pic 9(3).
       01 ws-fstk-full pic x(1) value 'N'.
           88 fstk-table-full value 'Y'.
       01 ws-fstk-new pic x(1) value 'N'.
           88 fstk-new value 'Y'.
       01 ws-fsl-status pic xx.
       01 ws-maint-code pic x(8).
       01 ws-movement pic x(1).
           88 movement-count value 'O'.
           88 movement-delivery value 'D'.
       01 ws-qty-token pic x(10).
       01 ws-qty-len pic 9(2).
       01 ws-char-index pic 9(2).
       01 ws-qty-bad pic x(1).
           88 qty-bad value 'Y'.
       01 ws-new-qty pic 9(9).
       01 ws-on-hand pic s9(10).
       01 ws-ed-on-hand pic -(9)9.
       01 ws-operator-id pic x(4).
       01 ws-run-timestamp pic x(21).
       01 ws-changed-count pic 9(3) value 0.
       copy "bus-date-record.cpy".

       procedure division.
           move function current-date to ws-run-timestamp
           perform get-business-date

           display "Operator ID: "
           accept ws-operator-id from sysin

           perform load-food-master
           if ws-food-count = 0
               display "NO FOOD MASTER ON FILE - NOTHING TO STOCK"
               stop run
           end-if
           perform load-food-stock
           if fstk-table-full
               display "NO MOVEMENTS TAKEN - STOCK FILE CANNOT BE "
                   "REWRITTEN"
               stop run
           end-if
           display "CAMP FOOD STOCK - " ws-fstk-count
               " FOODS STOCKED"
           move spaces to ws-maint-code
           perform until ws-maint-code = "END"
               display "Food code (or END): "
               accept ws-maint-code from sysin
               if ws-maint-code not = "END"
                   perform stock-one-food
               end-if
           end-perform
           if ws-changed-count > 0
               perform save-food-stock
               if not fstk-table-full
                   display ws-changed-count " STOCK MOVEMENTS POSTED"
               end-if
           else
               display "NO MOVEMENTS - STOCK FILE NOT REWRITTEN"
           end-if.

       stop run.

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

       load-food-master.
           open input food-master
           if ws-food-status = "00"
               perform until food-eof
                   read food-master
                       AT END move 'Y' to ws-food-eof
                       not AT END
                           if ws-food-count < 500
                               add 1 to ws-food-count
                               move food-record-code
                                   to ws-food-code(ws-food-count)
                               move food-record-desc
                                   to ws-food-desc(ws-food-count)
                           end-if
                   end-read
               end-perform
           end-if
           close food-master.

       load-food-stock.
           open input food-stock
           if ws-fstk-status = "00"
               perform until fstk-eof
                   read food-stock
                       AT END move 'Y' to ws-fstk-eof
                       not AT END
                           if ws-fstk-count >= 500
                               if not fstk-table-full
                                   display "STOCK FILE EXCEEDS 500 "
                                       "FOODS"
                               end-if
                               move 'Y' to ws-fstk-full
                           else
                               add 1 to ws-fstk-count
                               move fstk-code
                                   to ws-fstk-code(ws-fstk-count)
                               move fstk-opening
                                   to ws-fstk-opening(ws-fstk-count)
                               move fstk-opening-date
                                   to ws-fstk-open-date(ws-fstk-count)
                               move fstk-delivered
                                   to ws-fstk-delivered(ws-fstk-count)
                               move fstk-consumed
                                   to ws-fstk-consumed(ws-fstk-count)
                               move fstk-last-use
                                   to ws-fstk-last-use(ws-fstk-count)
                           end-if
                   end-read
               end-perform
           end-if
           close food-stock.

       save-food-stock.
           if fstk-table-full
               display "STOCK FILE NOT REWRITTEN - TABLE OVERFLOWED "
                   "AT LOAD"
               exit paragraph
           end-if
           open output food-stock
           perform varying ws-fstk-index from 1 by 1
               until ws-fstk-index > ws-fstk-count
               move ws-fstk-code(ws-fstk-index) to fstk-code
               move ws-fstk-opening(ws-fstk-index) to fstk-opening
               move ws-fstk-open-date(ws-fstk-index)
                   to fstk-opening-date
               move ws-fstk-delivered(ws-fstk-index) to fstk-delivered
               move ws-fstk-consumed(ws-fstk-index) to fstk-consumed
               move ws-fstk-last-use(ws-fstk-index) to fstk-last-use
               write fstk-record
           end-perform
           close food-stock.

      *    a count replaces the food's opening stock as at the start of
      *    the business date and clears the movements behind the old
      *    one; a delivery adds to what has come in since the count.
       stock-one-food.
           move 0 to ws-food-found
           perform varying ws-food-index from 1 by 1
               until ws-food-index > ws-food-count
               if ws-food-code(ws-food-index) = ws-maint-code
                   move ws-food-index to ws-food-found
               end-if
           end-perform
           if ws-food-found = 0
               display "FOOD " ws-maint-code
                   " NOT ON food-master.dat - USE food-maint FIRST"
               exit paragraph
           end-if
           move 0 to ws-fstk-found
           move 'N' to ws-fstk-new
           perform varying ws-fstk-index from 1 by 1
               until ws-fstk-index > ws-fstk-count
               if ws-fstk-code(ws-fstk-index) = ws-maint-code
                   move ws-fstk-index to ws-fstk-found
               end-if
           end-perform
           if ws-fstk-found = 0
               if ws-fstk-count >= 500
                   display "FOOD STOCK FILE FULL - NOT ADDED"
                   exit paragraph
               end-if
               add 1 to ws-fstk-count
               move ws-fstk-count to ws-fstk-found
               move 'Y' to ws-fstk-new
               move ws-maint-code to ws-fstk-code(ws-fstk-found)
               move 0 to ws-fstk-opening(ws-fstk-found)
               move spaces to ws-fstk-open-date(ws-fstk-found)
               move 0 to ws-fstk-delivered(ws-fstk-found)
               move 0 to ws-fstk-consumed(ws-fstk-found)
               move spaces to ws-fstk-last-use(ws-fstk-found)
           end-if
           perform show-on-hand
           display "Movement (O=opening count, D=delivery): "
           accept ws-movement from sysin
           if not movement-count and not movement-delivery
               display "UNKNOWN MOVEMENT '" ws-movement
                   "' - FOOD " ws-maint-code " NOT CHANGED"
               if fstk-new
                   subtract 1 from ws-fstk-count
               end-if
               exit paragraph
           end-if
           perform accept-valid-quantity
           if qty-bad
               display "  FOOD " ws-maint-code " NOT CHANGED"
               if fstk-new
                   subtract 1 from ws-fstk-count
               end-if
               exit paragraph
           end-if
           if movement-count
               move ws-new-qty to ws-fstk-opening(ws-fstk-found)
               move ws-run-timestamp(1:8)
                   to ws-fstk-open-date(ws-fstk-found)
               move 0 to ws-fstk-delivered(ws-fstk-found)
               move 0 to ws-fstk-consumed(ws-fstk-found)
           else
               add ws-new-qty to ws-fstk-delivered(ws-fstk-found)
           end-if
           perform write-stock-ledger
           add 1 to ws-changed-count
           perform show-on-hand.

       show-on-hand.
           compute ws-on-hand = ws-fstk-opening(ws-fstk-found)
               + ws-fstk-delivered(ws-fstk-found)
               - ws-fstk-consumed(ws-fstk-found)
           move ws-on-hand to ws-ed-on-hand
           display "  " ws-food-desc(ws-food-found)
               " ON HAND " ws-ed-on-hand
               " COUNTED " ws-fstk-open-date(ws-fstk-found).

       accept-valid-quantity.
           move 'N' to ws-qty-bad
           display "Quantity: "
           accept ws-qty-token from sysin
           compute ws-qty-len =
               function length(function trim(ws-qty-token))
           if ws-qty-token = spaces or ws-qty-len > 9
               move 'Y' to ws-qty-bad
               display "QUANTITY MUST BE 1-9 DIGITS"
               exit paragraph
           end-if
           perform varying ws-char-index from 1 by 1
               until ws-char-index > ws-qty-len or qty-bad
               if ws-qty-token(ws-char-index:1) < '0'
                   or ws-qty-token(ws-char-index:1) > '9'
                   move 'Y' to ws-qty-bad
                   display "QUANTITY MUST BE NUMERIC"
               end-if
           end-perform
           if not qty-bad
               compute ws-new-qty =
                   function numval(ws-qty-token)
           end-if.

       write-stock-ledger.
           move ws-run-timestamp(1:8) to fsl-date
           move ws-maint-code to fsl-code
           move ws-movement to fsl-type
           move ws-new-qty to fsl-qty
           move ws-operator-id to fsl-operator
           move "food-stock" to fsl-source
           open extend food-ledger
           write fsl-record
           close food-ledger.
