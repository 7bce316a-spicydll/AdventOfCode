       identification division.
       program-id. "alert".

       environment division.
       input-output section.
       file-control.
           select optional alert-file assign to "alerts.dat"
               organization line sequential
               file status is ws-alert-status.
           select optional escalation assign to "escalation.dat"
               organization line sequential
               file status is ws-esc-status.

       data division.
       file section.
       fd alert-file.
       01 alert-file-record pic x(182).

      *    escalation table: who is called for a program's alerts.
      *    esc-program '*' matches any program; esc-severity space
      *    or '*' matches either severity. the most specific entry
      *    wins - program and severity, then program, then severity,
      *    then the '*' catch-all.
       fd escalation.
       01 esc-record.
           05 esc-program pic x(12).
           05 esc-severity pic x(1).
           05 esc-contact pic x(30).

       working-storage section.
       01 ws-alert-status pic xx.
       01 ws-esc-status pic xx.
       01 ws-file-eof pic x(1).
           88 file-eof value 'Y'.
       01 ws-last-seq pic 9(6).
       01 ws-seq-text pic x(6).
       01 ws-esc-rank pic 9(1).
       01 ws-best-rank pic 9(1).
       01 ws-now pic x(21).
       copy "bus-date-record.cpy".
       copy "step-parms.cpy".

       linkage section.
       copy "alert-record.cpy".

       procedure division using alert-record.
           move function current-date to ws-now
           move ws-now(1:14) to alr-raised
           if alr-bus-date = spaces
               move 'G' to bd-function
               move spaces to bd-date
               call "busdate" using bd-record
                   on exception
                       move ws-now(1:8) to bd-date
               end-call
               move bd-date to alr-bus-date
           end-if
           if alr-step not numeric or alr-step = 0
               move 0 to alr-step
               move 'G' to sp-function
               call "stepparm" using step-parms
                   on exception
                       move 0 to sp-step
               end-call
               if sp-step numeric
                   move sp-step to alr-step
               end-if
           end-if
           if alr-severity not = 'C'
               move 'H' to alr-severity
           end-if
           perform find-contact
           perform find-last-seq
           add 1 to ws-last-seq giving alr-seq
           move 'N' to alr-ack
           move spaces to alr-ack-by
           move spaces to alr-ack-time
           move spaces to alr-ack-note
           open extend alert-file
           if ws-alert-status = "00" or "05"
               write alert-file-record from alert-record
               close alert-file
               display "ALERT " alr-seq " RAISED (" alr-severity
                   ") FOR " function trim(alr-contact) " - "
                   function trim(alr-message)
           else
               display "ALERT FILE UNAVAILABLE - STATUS "
                   ws-alert-status " - " function trim(alr-message)
           end-if
           goback.

       find-contact.
           move "NO ESCALATION ENTRY" to alr-contact
           move 0 to ws-best-rank
           move 'N' to ws-file-eof
           open input escalation
           if ws-esc-status = "00"
               perform until file-eof
                   read escalation
                       AT END move 'Y' to ws-file-eof
                       not AT END perform rank-escalation-entry
                   end-read
               end-perform
           end-if
           close escalation.

       rank-escalation-entry.
           move 0 to ws-esc-rank
           if esc-program = alr-program
               if esc-severity = alr-severity
                   move 4 to ws-esc-rank
               end-if
               if esc-severity = space or '*'
                   move 3 to ws-esc-rank
               end-if
           end-if
           if esc-program = '*'
               if esc-severity = alr-severity
                   move 2 to ws-esc-rank
               end-if
               if esc-severity = space or '*'
                   move 1 to ws-esc-rank
               end-if
           end-if
           if ws-esc-rank > ws-best-rank
               move ws-esc-rank to ws-best-rank
               move esc-contact to alr-contact
           end-if.

       find-last-seq.
           move 0 to ws-last-seq
           move 'N' to ws-file-eof
           open input alert-file
           if ws-alert-status = "00"
               perform until file-eof
                   read alert-file
                       AT END move 'Y' to ws-file-eof
                       not AT END
                           move alert-file-record(1:6) to ws-seq-text
                           if ws-seq-text numeric
                               and ws-seq-text > ws-last-seq
                               move ws-seq-text to ws-last-seq
                           end-if
                   end-read
               end-perform
           end-if
           close alert-file.
