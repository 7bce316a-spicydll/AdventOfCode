       identification division.
       program-id. "day3-repack".

       environment division.
       input-output section.
       file-control.
           select sysin assign to keyboard
               organization line sequential.
           select optional day3-repack assign to "day3repack.dat"
               organization line sequential
               file status is ws-repack-status.
           select optional elf-roster assign to "elf-roster.dat"
               organization line sequential
               file status is ws-roster-status.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd day3-repack.
       copy "day3-repack-record.cpy".

       fd elf-roster.
       01 roster-record.
           05 roster-record-id pic 9(9).
           05 roster-record-name pic x(20).
           05 roster-record-status pic x(1).
           05 roster-record-eff pic x(8).
           05 roster-record-end pic x(8).
           05 roster-record-team pic x(4).
           05 roster-record-unit pic x(4).
           05 roster-record-team-eff pic x(8).

       working-storage section.
       01 ws-repack-status pic xx.
       01 ws-repack-eof pic x(1) value 'N'.
           88 repack-eof value 'Y'.
       01 ws-rpk-count pic 9(5) value 0.
       01 ws-rpk-table.
           05 ws-rpk-entry occurs 1 to 20000 times
               depending on ws-rpk-count.
               10 ws-rpk-data pic x(60).
       01 ws-rpk-index pic 9(5).
       01 ws-rpk-found pic 9(5).
       01 ws-rpk-full pic x(1) value 'N'.
           88 rpk-table-full value 'Y'.
       01 ws-open-count pic 9(5) value 0.
       01 ws-roster-status pic xx.
       01 ws-roster-eof pic x(1) value 'N'.
           88 roster-eof value 'Y'.
       01 ws-roster-count pic 9(5) value 0.
       01 ws-roster-table.
           05 ws-roster-entry occurs 1 to 30000 times
               depending on ws-roster-count.
               10 ws-roster-id pic 9(9).
               10 ws-roster-name pic x(20).
       01 ws-roster-index pic 9(5).
       01 ws-lookup-id pic 9(9).
       01 ws-lookup-name pic x(20).
       01 ws-order-token pic x(10).
       01 ws-order-num pic 9(7).
       01 ws-num-token pic x(10).
       01 ws-elf-id pic 9(9).
       01 ws-token-len pic 9(2).
       01 ws-char-index pic 9(2).
       01 ws-token-bad pic x(1) value 'N'.
           88 token-bad value 'Y'.
       01 ws-operator-id pic x(4).
       01 ws-run-timestamp pic x(21).
       01 ws-changed-count pic 9(5) value 0.
       copy "bus-date-record.cpy".
       copy "file-gen-record.cpy".

       procedure division.
           move function current-date to ws-run-timestamp
           perform get-business-date

           display "Operator ID: "
           accept ws-operator-id from sysin

           perform load-repack-orders
           perform load-roster
           display "REPACK WORK ORDERS - " ws-open-count " OPEN"
           move spaces to ws-order-token
           perform until ws-order-token = "END"
               display "Order number to confirm (or END): "
               accept ws-order-token from sysin
               if ws-order-token not = "END"
                   perform confirm-one-order
               end-if
           end-perform
           if ws-changed-count > 0
               perform save-repack-orders
               if not rpk-table-full
                   display ws-changed-count " REPACK ORDERS CLOSED"
               end-if
           else
               display "NO CONFIRMATIONS - ORDER FILE NOT REWRITTEN"
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

       load-repack-orders.
           open input day3-repack
           if ws-repack-status = "00"
               perform until repack-eof
                   read day3-repack
                       AT END move 'Y' to ws-repack-eof
                       not AT END
                           if ws-rpk-count >= 20000
                               if not rpk-table-full
                                   display "REPACK FILE EXCEEDS 20000 "
                                       "ORDERS - CHANGES NOT SAVED"
                               end-if
                               move 'Y' to ws-rpk-full
                           else
                               add 1 to ws-rpk-count
                               move rpk-record
                                   to ws-rpk-data(ws-rpk-count)
                               if rpk-open
                                   add 1 to ws-open-count
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close day3-repack.

       save-repack-orders.
           if rpk-table-full
               display "REPACK FILE NOT REWRITTEN - TABLE OVERFLOWED "
                   "AT LOAD"
               exit paragraph
           end-if
           move 'B' to fg-function
           move "day3repack.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output day3-repack
           perform varying ws-rpk-index from 1 by 1
               until ws-rpk-index > ws-rpk-count
               move ws-rpk-data(ws-rpk-index) to rpk-record
               write rpk-record
           end-perform
           close day3-repack.

       load-roster.
           open input elf-roster
           if ws-roster-status = "00"
               perform until roster-eof
                   read elf-roster
                       AT END move 'Y' to ws-roster-eof
                       not AT END
                           if ws-roster-count < 30000
                               add 1 to ws-roster-count
                               move roster-record-id
                                   to ws-roster-id(ws-roster-count)
                               move roster-record-name
                                   to ws-roster-name(ws-roster-count)
                           end-if
                   end-read
               end-perform
           end-if
           close elf-roster.

       find-roster-name.
           move spaces to ws-lookup-name
           perform varying ws-roster-index from 1 by 1
               until ws-roster-index > ws-roster-count
               if ws-roster-id(ws-roster-index) = ws-lookup-id
                   move ws-roster-name(ws-roster-index)
                       to ws-lookup-name
               end-if
           end-perform.

      *    only an open order can be confirmed, and only by the elf
      *    it was raised against. an order on a line with no group
      *    assignment has no elf, so any elf may confirm it. the
      *    next day3 run checks that the repack took.
       confirm-one-order.
           move ws-order-token to ws-num-token
           perform check-numeric-token
           if token-bad or ws-token-len > 7
               display "ORDER NUMBER MUST BE 1-7 DIGITS"
               exit paragraph
           end-if
           compute ws-order-num = function numval(ws-order-token)
           move 0 to ws-rpk-found
           perform varying ws-rpk-index from 1 by 1
               until ws-rpk-index > ws-rpk-count
               move ws-rpk-data(ws-rpk-index) to rpk-record
               if rpk-order = ws-order-num
                   move ws-rpk-index to ws-rpk-found
               end-if
           end-perform
           if ws-rpk-found = 0
               display "ORDER " ws-order-num " NOT ON FILE"
               exit paragraph
           end-if
           move ws-rpk-data(ws-rpk-found) to rpk-record
           if not rpk-open
               display "ORDER " ws-order-num " IS NOT OPEN - STATUS "
                   rpk-status
               exit paragraph
           end-if
           move rpk-elf to ws-lookup-id
           perform find-roster-name
           display "  LINE " rpk-line " ITEM " rpk-item
               " PRIORITY " rpk-priority " RAISED " rpk-raised
           display "  ELF " rpk-elf " " ws-lookup-name
           display "Elf ID confirming the repack: "
           accept ws-num-token from sysin
           perform check-numeric-token
           if token-bad or ws-token-len > 9
               display "ELF ID MUST BE 1-9 DIGITS - ORDER "
                   ws-order-num " NOT CLOSED"
               exit paragraph
           end-if
           compute ws-elf-id = function numval(ws-num-token)
           if rpk-elf not = 0 and ws-elf-id not = rpk-elf
               display "ORDER " ws-order-num " BELONGS TO ELF "
                   rpk-elf " - NOT CLOSED"
               exit paragraph
           end-if
           move 'C' to rpk-status
           move ws-run-timestamp(1:8) to rpk-closed-date
           move ws-operator-id to rpk-closed-by
           move rpk-record to ws-rpk-data(ws-rpk-found)
           add 1 to ws-changed-count
           display "  ORDER " ws-order-num " CLOSED".

       check-numeric-token.
           move 'N' to ws-token-bad
           compute ws-token-len =
               function length(function trim(ws-num-token))
           if ws-num-token = spaces
               move 'Y' to ws-token-bad
               exit paragraph
           end-if
           perform varying ws-char-index from 1 by 1
               until ws-char-index > ws-token-len or token-bad
               if ws-num-token(ws-char-index:1) < '0'
                   or ws-num-token(ws-char-index:1) > '9'
                   move 'Y' to ws-token-bad
               end-if
           end-perform.
