       identification division.
       program-id. "alert-ack".

       environment division.
       input-output section.
       file-control.
           select sysin assign to keyboard
               organization line sequential.
           select optional alert-file assign to "alerts.dat"
               organization line sequential
               file status is ws-alert-status.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd alert-file.
       copy "alert-record.cpy".

       working-storage section.
       01 ws-alert-status pic xx.
       01 ws-alert-eof pic x(1) value 'N'.
           88 alert-eof value 'Y'.
       01 ws-alr-count pic 9(5) value 0.
       01 ws-alr-table.
           05 ws-alr-entry occurs 1 to 20000 times
               depending on ws-alr-count.
               10 ws-alr-data pic x(182).
       01 ws-alr-index pic 9(5).
       01 ws-alr-found pic 9(5).
       01 ws-alr-full pic x(1) value 'N'.
           88 alr-table-full value 'Y'.
       01 ws-open-count pic 9(5) value 0.
       01 ws-action pic x(10).
       01 ws-num-token pic x(10).
       01 ws-token-len pic 9(2).
       01 ws-char-index pic 9(2).
       01 ws-token-bad pic x(1) value 'N'.
           88 token-bad value 'Y'.
       01 ws-alert-num pic 9(6).
       01 ws-ack-note pic x(30).
       01 ws-operator-id pic x(4).
       01 ws-now pic x(21).
       01 ws-changed-count pic 9(5) value 0.
       copy "file-gen-record.cpy".

       procedure division.
           display "Operator ID: "
           accept ws-operator-id from sysin
           if ws-operator-id = spaces
               display "OPERATOR ID REQUIRED - NOTHING ACKNOWLEDGED"
               stop run
           end-if

           perform load-alerts
           display "OPERATIONS ALERTS - " ws-alr-count " ON FILE, "
               ws-open-count " NOT ACKNOWLEDGED"
           move spaces to ws-action
           perform until ws-action = "END"
               display "Alert number (L=list open, END): "
               accept ws-action from sysin
               evaluate true
                   when ws-action = "END"
                       continue
                   when ws-action = "L"
                       perform list-open-alerts
                   when other
                       perform acknowledge-alert
               end-evaluate
           end-perform
           if ws-changed-count > 0
               perform save-alerts
               if not alr-table-full
                   display ws-changed-count " ALERTS ACKNOWLEDGED"
               end-if
           else
               display "NO CHANGES - ALERT FILE NOT REWRITTEN"
           end-if.

       stop run.

       load-alerts.
           open input alert-file
           if ws-alert-status = "00"
               perform until alert-eof
                   read alert-file
                       AT END move 'Y' to ws-alert-eof
                       not AT END
                           if ws-alr-count >= 20000
                               display "ALERT FILE EXCEEDS 20000 "
                                   "ALERTS - ACKNOWLEDGEMENTS NOT SAVED"
                               move 'Y' to ws-alr-full
                               move 'Y' to ws-alert-eof
                           else
                               add 1 to ws-alr-count
                               move alert-record
                                   to ws-alr-data(ws-alr-count)
                               if not alr-acknowledged
                                   add 1 to ws-open-count
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close alert-file.

       save-alerts.
           if alr-table-full
               display "ALERT FILE NOT REWRITTEN - TABLE OVERFLOWED "
                   "AT LOAD"
               exit paragraph
           end-if
           move 'B' to fg-function
           move "alerts.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output alert-file
           perform varying ws-alr-index from 1 by 1
               until ws-alr-index > ws-alr-count
               move ws-alr-data(ws-alr-index) to alert-record
               write alert-record
           end-perform
           close alert-file.

       list-open-alerts.
           move 0 to ws-open-count
           perform varying ws-alr-index from 1 by 1
               until ws-alr-index > ws-alr-count
               move ws-alr-data(ws-alr-index) to alert-record
               if not alr-acknowledged
                   add 1 to ws-open-count
                   perform show-alert
               end-if
           end-perform
           if ws-open-count = 0
               display "  NO ALERTS AWAITING ACKNOWLEDGEMENT"
           end-if.

      *    an alert is acknowledged once, by the operator taking it,
      *    with a note of what was done about it.
       acknowledge-alert.
           move ws-action to ws-num-token
           perform check-numeric-token
           if token-bad or ws-token-len > 6
               display "ALERT NUMBER MUST BE 1-6 DIGITS"
               exit paragraph
           end-if
           compute ws-alert-num = function numval(ws-num-token)
           move 0 to ws-alr-found
           perform varying ws-alr-index from 1 by 1
               until ws-alr-index > ws-alr-count
               move ws-alr-data(ws-alr-index) to alert-record
               if alr-seq = ws-alert-num
                   move ws-alr-index to ws-alr-found
               end-if
           end-perform
           if ws-alr-found = 0
               display "ALERT " ws-alert-num " NOT ON FILE"
               exit paragraph
           end-if
           move ws-alr-data(ws-alr-found) to alert-record
           perform show-alert
           if alr-acknowledged
               display "ALERT " alr-seq " ALREADY ACKNOWLEDGED BY "
                   alr-ack-by " AT " alr-ack-time
               exit paragraph
           end-if
           display "Action taken: "
           accept ws-ack-note from sysin
           if ws-ack-note = spaces
               display "ACTION TAKEN REQUIRED - ALERT " alr-seq
                   " NOT ACKNOWLEDGED"
               exit paragraph
           end-if
           move function current-date to ws-now
           move 'Y' to alr-ack
           move ws-operator-id to alr-ack-by
           move ws-now(1:14) to alr-ack-time
           move ws-ack-note to alr-ack-note
           move alert-record to ws-alr-data(ws-alr-found)
           add 1 to ws-changed-count
           display "  ALERT " alr-seq " ACKNOWLEDGED".

       show-alert.
           display "  ALERT " alr-seq " " alr-severity " "
               alr-bus-date " STEP " alr-step " "
               function trim(alr-program) " - "
               function trim(alr-message)
           display "    RAISED " alr-raised " CALL "
               function trim(alr-contact).

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
