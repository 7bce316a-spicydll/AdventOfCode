       identification division.
       program-id. "day3-badges".

       environment division.
       input-output section.
       file-control.
           select sysin assign to keyboard
               organization line sequential.
           select optional day3-badge-ledger
               assign to "day3badge-ledger.dat"
               organization line sequential
               file status is ws-ledger-status.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd day3-badge-ledger.
       copy "day3-badge-ledger-record.cpy".

       working-storage section.
       01 ws-ledger-status pic xx.
       01 ws-ledger-eof pic x(1) value 'N'.
           88 ledger-eof value 'Y'.
       01 ws-bl-count pic 9(5) value 0.
       01 ws-bl-table.
           05 ws-bl-entry occurs 1 to 30000 times
               depending on ws-bl-count.
               10 ws-bl-data pic x(58).
       01 ws-bl-index pic 9(5).
       01 ws-bl-found pic 9(5).
       01 ws-bl-full pic x(1) value 'N'.
           88 bl-table-full value 'Y'.
       01 ws-bl-next pic 9(7) value 0.
       01 ws-held-count pic 9(5) value 0.
       01 ws-serial-token pic x(10).
       01 ws-serial pic 9(7).
       01 ws-token-len pic 9(2).
       01 ws-char-index pic 9(2).
       01 ws-token-bad pic x(1) value 'N'.
           88 token-bad value 'Y'.
       01 ws-action pic x(1).
           88 action-lost value 'L'.
           88 action-returned value 'T'.
       01 ws-replace-reply pic x(1).
           88 replace-wanted value 'Y'.
       01 ws-old-serial pic 9(7).
       01 ws-status-label pic x(8).
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

           perform load-badge-ledger
           display "BADGE LEDGER - " ws-held-count " BADGES HELD"
           move spaces to ws-serial-token
           perform until ws-serial-token = "END"
               display "Badge serial (or END): "
               accept ws-serial-token from sysin
               if ws-serial-token not = "END"
                   perform badge-transaction
               end-if
           end-perform
           if ws-changed-count > 0
               perform save-badge-ledger
               if not bl-table-full
                   display ws-changed-count
                       " BADGE LEDGER CHANGES POSTED"
               end-if
           else
               display "NO CHANGES - BADGE LEDGER NOT REWRITTEN"
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

       load-badge-ledger.
           open input day3-badge-ledger
           if ws-ledger-status = "00"
               perform until ledger-eof
                   read day3-badge-ledger
                       AT END move 'Y' to ws-ledger-eof
                       not AT END
                           if ws-bl-count >= 30000
                               if not bl-table-full
                                   display "BADGE LEDGER EXCEEDS 30000 "
                                       "BADGES - CHANGES NOT SAVED"
                               end-if
                               move 'Y' to ws-bl-full
                           else
                               add 1 to ws-bl-count
                               move bl-record
                                   to ws-bl-data(ws-bl-count)
                               if bl-held
                                   add 1 to ws-held-count
                               end-if
                           end-if
                           if bl-serial > ws-bl-next
                               move bl-serial to ws-bl-next
                           end-if
                   end-read
               end-perform
           end-if
           close day3-badge-ledger.

       save-badge-ledger.
           if bl-table-full
               display "BADGE LEDGER NOT REWRITTEN - TABLE OVERFLOWED "
                   "AT LOAD"
               exit paragraph
           end-if
           move 'B' to fg-function
           move "day3badge-ledger.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output day3-badge-ledger
           perform varying ws-bl-index from 1 by 1
               until ws-bl-index > ws-bl-count
               move ws-bl-data(ws-bl-index) to bl-record
               write bl-record
           end-perform
           close day3-badge-ledger.

      *    a held badge can be reported lost or handed back; a lost
      *    one can be replaced then or on a later day. badges already
      *    replaced or returned are closed and take no transaction.
       badge-transaction.
           perform check-serial-token
           if token-bad
               display "BADGE SERIAL MUST BE 1-7 DIGITS"
               exit paragraph
           end-if
           compute ws-serial = function numval(ws-serial-token)
           move 0 to ws-bl-found
           perform varying ws-bl-index from 1 by 1
               until ws-bl-index > ws-bl-count
               move ws-bl-data(ws-bl-index) to bl-record
               if bl-serial = ws-serial
                   move ws-bl-index to ws-bl-found
               end-if
           end-perform
           if ws-bl-found = 0
               display "BADGE " ws-serial " NOT ON LEDGER"
               exit paragraph
           end-if
           move ws-bl-data(ws-bl-found) to bl-record
           perform show-badge
           evaluate true
               when bl-held
                   display "Action (L=lost, T=returned): "
                   accept ws-action from sysin
                   evaluate true
                       when action-returned
                           move 'T' to bl-status
                           perform post-status-change
                           display "  BADGE " bl-serial " RETURNED"
                       when action-lost
                           move 'L' to bl-status
                           perform post-status-change
                           display "  BADGE " bl-serial " LOST"
                           perform offer-replacement
                       when other
                           display "UNKNOWN ACTION '" ws-action
                               "' - BADGE " bl-serial " NOT CHANGED"
                   end-evaluate
               when bl-lost
                   perform offer-replacement
               when other
                   display "BADGE " bl-serial " IS " ws-status-label
                       " - NO TRANSACTION ALLOWED"
           end-evaluate.

       show-badge.
           evaluate true
               when bl-held
                   move "ISSUED" to ws-status-label
               when bl-lost
                   move "LOST" to ws-status-label
               when bl-replaced
                   move "REPLACED" to ws-status-label
               when bl-returned
                   move "RETURNED" to ws-status-label
               when other
                   move bl-status to ws-status-label
           end-evaluate
           display "  GROUP " bl-group " ELF " bl-elf
               " BADGE " bl-badge " ISSUED " bl-issued
               " " ws-status-label " " bl-status-date.

       post-status-change.
           move ws-run-timestamp(1:8) to bl-status-date
           move ws-operator-id to bl-operator
           move bl-record to ws-bl-data(ws-bl-found)
           add 1 to ws-changed-count.

      *    the replacement goes to the same elf and group under a new
      *    serial; the lost badge is marked replaced and points at it.
       offer-replacement.
           display "Issue replacement badge (Y/N): "
           accept ws-replace-reply from sysin
           if not replace-wanted
               exit paragraph
           end-if
           if ws-bl-count >= 30000
               display "BADGE LEDGER FULL - NO REPLACEMENT ISSUED"
               exit paragraph
           end-if
           move ws-bl-data(ws-bl-found) to bl-record
           move bl-serial to ws-old-serial
           add 1 to ws-bl-next
           move 'R' to bl-status
           move ws-bl-next to bl-replaced-by
           perform post-status-change
           move ws-bl-next to bl-serial
           move ws-run-timestamp(1:8) to bl-issued
           move 'I' to bl-status
           move ws-run-timestamp(1:8) to bl-status-date
           move ws-old-serial to bl-replaces
           move 0 to bl-replaced-by
           move ws-operator-id to bl-operator
           add 1 to ws-bl-count
           move bl-record to ws-bl-data(ws-bl-count)
           display "  REPLACEMENT BADGE " bl-serial " ISSUED FOR "
               ws-old-serial.

       check-serial-token.
           move 'N' to ws-token-bad
           compute ws-token-len =
               function length(function trim(ws-serial-token))
           if ws-serial-token = spaces or ws-token-len > 7
               move 'Y' to ws-token-bad
               exit paragraph
           end-if
           perform varying ws-char-index from 1 by 1
               until ws-char-index > ws-token-len or token-bad
               if ws-serial-token(ws-char-index:1) < '0'
                   or ws-serial-token(ws-char-index:1) > '9'
                   move 'Y' to ws-token-bad
               end-if
           end-perform.
