           select optional holiday-file assign to "holidays.dat"
               organization line sequential
               file status is ws-holiday-status.
           select optional step-input assign using ws-check-file-name
               organization line sequential
               file status is ws-check-status.

       data division.
       file section.
           05 ctl-max-rc pic 9(2).
           05 ctl-freq pic x(8).
           05 ctl-output pic x(30).
           05 ctl-dep-step pic x(2) occurs 4 times.
           05 ctl-cond pic x(1).
           05 ctl-cond-rc pic x(2).

      *    one record per step of the last run: its state and rc.
      *    a file from before step states were kept holds just the
      *    last step that finished, in status-last-ok.
       fd ctl-status.
       01 status-record.
           05 status-last-ok pic 9(2).
           05 status-state pic x(1).
           05 status-rc pic 9(4).

       fd ctl-log.
       01 ctl-log-record pic x(160).

       fd step-input.
       01 step-input-record pic x(255).

       fd holiday-file.
       01 holiday-record pic x(8).
               10 ws-step-max-rc pic 9(2).
               10 ws-step-freq pic x(8).
               10 ws-step-output pic x(30).
               10 ws-step-dep pic 9(2) occurs 4 times.
               10 ws-step-legacy pic x(1).
                   88 step-legacy value 'Y'.
               10 ws-step-cond pic x(1).
                   88 cond-pred-ok value ' '.
                   88 cond-pred-rc value 'R'.
                   88 cond-input-file value 'F'.
                   88 cond-always value 'A'.
               10 ws-step-cond-rc pic 9(2).
               10 ws-step-state pic x(1).
                   88 state-pending value ' '.
                   88 state-ok value 'O'.
                   88 state-failed value 'F'.
                   88 state-held value 'H'.
                   88 state-bypassed value 'B'.
                   88 state-not-due value 'S'.
                   88 state-done value 'O' 'B' 'S'.
               10 ws-step-ran-rc pic 9(4).
       01 ws-step-index pic 9(2).
       01 ws-pred-index pic 9(2).
       01 ws-dep-index pic 9(1).
       01 ws-dep-step pic 9(2).
       01 ws-pred-found pic 9(2).
       01 ws-pred-result pic x(1).
           88 preds-ok value 'O'.
           88 preds-failed value 'F'.
           88 preds-bypassed value 'B'.
       01 ws-pred-max-rc pic 9(4).
       01 ws-pred-max-step pic 9(2).
       01 ws-step-reason pic x(40).
       01 ws-failed-count pic 9(2) value 0.
       01 ws-held-count pic 9(2) value 0.
       01 ws-check-file-name pic x(30).
       01 ws-check-status pic xx.
       01 ws-input-has-records pic x(1).
           88 input-has-records value 'Y'.
       01 ws-run-mode pic x(1).
           88 restart-run value 'R'.
       01 ws-step-rc pic 9(4).
       01 ws-call-failed pic x(1).
           88 call-failed value 'Y'.
       01 ws-chain-failed pic x(1) value 'N'.
           88 chain-failed value 'Y'.
       01 ws-run-timestamp pic x(21).
       01 ws-log-line pic x(160).
       01 ws-holiday-status pic xx.
       01 ws-holiday-eof pic x(1) value 'N'.
           88 holiday-eof value 'Y'.
       01 ws-skip-reason pic x(30).
       copy "bus-date-record.cpy".
       copy "step-parms.cpy".
       copy "alert-record.cpy".
       01 ws-parm-index pic 9(3).
       01 ws-parm-lookup pic x(20).
       01 ws-parm-fnd pic x(1) value 'N'.
                           to ws-step-freq(ws-step-count)
                       move ctl-output
                           to ws-step-output(ws-step-count)
                       perform load-step-dependencies
               end-read
           end-perform
           close run-control
           perform get-run-mode
           if restart-run
               perform read-restart-point
           end-if

           perform varying ws-step-index from 1 by 1
               until ws-step-index > ws-step-count
               if state-done(ws-step-index)
                   perform log-step-done-earlier
               else
                   perform decide-one-step
                   perform save-restart-point
               end-if
           end-perform

           if chain-failed
               display "CHAIN INCOMPLETE - " ws-failed-count
                   " STEPS FAILED, " ws-held-count " HELD - RESTART "
                   "WITH MODE R TO RE-RUN THE FAILED BRANCH"
               move 8 to return-code
           else
               display "CHAIN COMPLETE"
               " SKIPPED - " function trim(ws-skip-reason)
               " (FREQ " ws-step-freq(ws-step-index) ")"
           move 0 to ws-step-rc
           move 'S' to ws-step-state(ws-step-index)
           move 0 to ws-step-ran-rc(ws-step-index)
           move ws-skip-reason to ws-step-reason
           move "SCHED " to ws-log-line(1:6)
           perform write-step-log.

      *    a restart re-runs only the steps that failed or were held
      *    behind a failure; steps that finished, were bypassed or
      *    were not due keep the state and rc of the earlier run.
       read-restart-point.
           move 'N' to ws-control-eof
           open input ctl-status
           if ws-sts-status = "00"
               perform until control-eof
                   read ctl-status
                       AT END move 'Y' to ws-control-eof
                       not AT END perform apply-restart-record
                   end-read
               end-perform
           end-if
           close ctl-status
           display "RESTART - STEPS COMPLETED EARLIER ARE NOT RE-RUN".

       apply-restart-record.
           perform varying ws-pred-index from 1 by 1
               until ws-pred-index > ws-step-count
               if status-state = space
                   if ws-step-num(ws-pred-index) <= status-last-ok
                       move 'O' to ws-step-state(ws-pred-index)
                       move 0 to ws-step-ran-rc(ws-pred-index)
                   end-if
               else
                   if ws-step-num(ws-pred-index) = status-last-ok
                       move status-state
                           to ws-step-state(ws-pred-index)
                       move status-rc to ws-step-ran-rc(ws-pred-index)
                   end-if
               end-if
           end-perform.

       save-restart-point.
           open output ctl-status
           perform varying ws-pred-index from 1 by 1
               until ws-pred-index > ws-step-count
               move ws-step-num(ws-pred-index) to status-last-ok
               move ws-step-state(ws-pred-index) to status-state
               move ws-step-ran-rc(ws-pred-index) to status-rc
               write status-record
           end-perform
           close ctl-status.

       clear-restart-point.
           open output ctl-status
           close ctl-status.

      *    ctl-dep-step names up to four earlier steps this one
      *    depends on ('00' for none). a step that names none is
      *    held behind any earlier failure, as every step once was.
      *    ctl-cond: blank - run when the predecessors finished ok;
      *    'R' - and none of them ended over rc ctl-cond-rc; 'F' -
      *    and the step's input file has records; 'A' - always run,
      *    whatever happened before, for cleanup steps.
       load-step-dependencies.
           move 'Y' to ws-step-legacy(ws-step-count)
           perform varying ws-dep-index from 1 by 1
               until ws-dep-index > 4
               if ctl-dep-step(ws-dep-index) numeric
                   move 'N' to ws-step-legacy(ws-step-count)
                   move ctl-dep-step(ws-dep-index)
                       to ws-step-dep(ws-step-count, ws-dep-index)
               else
                   move 0 to ws-step-dep(ws-step-count, ws-dep-index)
               end-if
           end-perform
           move ctl-cond to ws-step-cond(ws-step-count)
           if ctl-cond-rc numeric
               move ctl-cond-rc to ws-step-cond-rc(ws-step-count)
           else
               move 0 to ws-step-cond-rc(ws-step-count)
           end-if
           move space to ws-step-state(ws-step-count)
           move 0 to ws-step-ran-rc(ws-step-count).

       decide-one-step.
           perform check-predecessors
           if not cond-always(ws-step-index)
               if preds-failed
                   perform log-step-skipped
                   exit paragraph
               end-if
               if preds-bypassed
                   move 'B' to ws-step-state(ws-step-index)
                   move 0 to ws-step-ran-rc(ws-step-index)
                   perform log-step-bypassed
                   exit paragraph
               end-if
           end-if
           perform check-step-due
           if not step-due
               perform log-step-not-scheduled
               exit paragraph
           end-if
           evaluate true
               when cond-always(ws-step-index)
                   move "ALWAYS RUN" to ws-step-reason
               when cond-pred-rc(ws-step-index)
                   if ws-pred-max-rc > ws-step-cond-rc(ws-step-index)
                       move spaces to ws-step-reason
                       string
                           "STEP " delimited by size
                           ws-pred-max-step delimited by size
                           " RC " delimited by size
                           ws-pred-max-rc delimited by size
                           " OVER " delimited by size
                           ws-step-cond-rc(ws-step-index)
                               delimited by size
                           into ws-step-reason
                       end-string
                       move 'B' to ws-step-state(ws-step-index)
                       move 0 to ws-step-ran-rc(ws-step-index)
                       perform log-step-bypassed
                       exit paragraph
                   end-if
                   move spaces to ws-step-reason
                   string
                       "PREDECESSOR RC WITHIN " delimited by size
                       ws-step-cond-rc(ws-step-index) delimited by size
                       into ws-step-reason
                   end-string
               when cond-input-file(ws-step-index)
                   perform check-input-records
                   if not input-has-records
                       move 'B' to ws-step-state(ws-step-index)
                       move 0 to ws-step-ran-rc(ws-step-index)
                       perform log-step-bypassed
                       exit paragraph
                   end-if
                   move "INPUT HAS RECORDS" to ws-step-reason
               when step-legacy(ws-step-index)
                   move "EARLIER STEPS OK" to ws-step-reason
               when other
                   move "PREDECESSORS OK" to ws-step-reason
           end-evaluate
           perform execute-one-step.

      *    ws-pred-result is 'F' if a predecessor failed or is held,
      *    else 'B' if one was bypassed, else 'O'. ws-pred-max-rc is
      *    the highest rc among the predecessors that ran.
       check-predecessors.
           move 'O' to ws-pred-result
           move 0 to ws-pred-max-rc
           move 0 to ws-pred-max-step
           move spaces to ws-step-reason
           if step-legacy(ws-step-index)
               perform varying ws-pred-index from 1 by 1
                   until ws-pred-index >= ws-step-index
                   if state-failed(ws-pred-index)
                       or state-held(ws-pred-index)
                       move 'F' to ws-pred-result
                       perform set-pred-failed-reason
                   end-if
               end-perform
               exit paragraph
           end-if
           perform varying ws-dep-index from 1 by 1
               until ws-dep-index > 4
               move ws-step-dep(ws-step-index, ws-dep-index)
                   to ws-dep-step
               if ws-dep-step not = 0
                   perform check-one-predecessor
               end-if
           end-perform.

       check-one-predecessor.
           move 0 to ws-pred-found
           perform varying ws-pred-index from 1 by 1
               until ws-pred-index >= ws-step-index
               if ws-step-num(ws-pred-index) = ws-dep-step
                   move ws-pred-index to ws-pred-found
               end-if
           end-perform
           if ws-pred-found = 0
               move 'F' to ws-pred-result
               move spaces to ws-step-reason
               string
                   "NO EARLIER STEP " delimited by size
                   ws-dep-step delimited by size
                   into ws-step-reason
               end-string
               exit paragraph
           end-if
           move ws-pred-found to ws-pred-index
           evaluate true
               when state-failed(ws-pred-index)
               when state-held(ws-pred-index)
               when state-pending(ws-pred-index)
                   move 'F' to ws-pred-result
                   perform set-pred-failed-reason
               when state-bypassed(ws-pred-index)
                   if not preds-failed
                       move 'B' to ws-pred-result
                       move spaces to ws-step-reason
                       string
                           "STEP " delimited by size
                           ws-dep-step delimited by size
                           " BYPASSED" delimited by size
                           into ws-step-reason
                       end-string
                   end-if
               when other
                   if ws-step-ran-rc(ws-pred-index) >= ws-pred-max-rc
                       move ws-step-ran-rc(ws-pred-index)
                           to ws-pred-max-rc
                       move ws-dep-step to ws-pred-max-step
                   end-if
           end-evaluate.

       set-pred-failed-reason.
           move spaces to ws-step-reason
           if state-failed(ws-pred-index)
               string
                   "STEP " delimited by size
                   ws-step-num(ws-pred-index) delimited by size
                   " FAILED" delimited by size
                   into ws-step-reason
               end-string
           else
               string
                   "STEP " delimited by size
                   ws-step-num(ws-pred-index) delimited by size
                   " NOT RUN" delimited by size
                   into ws-step-reason
               end-string
           end-if.

       check-input-records.
           move 'N' to ws-input-has-records
           move ws-step-input(ws-step-index) to ws-check-file-name
           if ws-check-file-name = spaces
               move "NO INPUT FILE NAMED" to ws-step-reason
               exit paragraph
           end-if
           open input step-input
           if ws-check-status = "00"
               read step-input
                   AT END continue
                   not AT END move 'Y' to ws-input-has-records
               end-read
           end-if
           close step-input
           if not input-has-records
               move "INPUT FILE EMPTY OR MISSING" to ws-step-reason
           end-if.

       execute-one-step.
           display "STEP " ws-step-num(ws-step-index)
               " RUN - " function trim(ws-step-reason)
           display "STEP " ws-step-num(ws-step-index)
               " RUNNING " ws-step-program(ws-step-index)
               " INPUT " ws-step-input(ws-step-index)
           move 'S' to sp-function
           move ws-step-input(ws-step-index) to sp-input
           move ws-step-output(ws-step-index) to sp-output
           move ws-step-num(ws-step-index) to sp-step
           call "stepparm" using step-parms
               on exception
                   display "STEPPARM MODULE NOT AVAILABLE - "
               display "STEP " ws-step-num(ws-step-index)
                   " PROGRAM NOT AVAILABLE"
               move 'Y' to ws-chain-failed
               move 'F' to ws-step-state(ws-step-index)
               move ws-step-rc to ws-step-ran-rc(ws-step-index)
               add 1 to ws-failed-count
               move "PROGRAM NOT AVAILABLE" to ws-step-reason
               perform log-step-failed
           else
               if ws-step-rc > ws-step-max-rc(ws-step-index)
                       " OVER LIMIT "
                       ws-step-max-rc(ws-step-index)
                   move 'Y' to ws-chain-failed
                   move 'F' to ws-step-state(ws-step-index)
                   move ws-step-rc to ws-step-ran-rc(ws-step-index)
                   add 1 to ws-failed-count
                   move spaces to ws-step-reason
                   string
                       "RC OVER LIMIT " delimited by size
                       ws-step-max-rc(ws-step-index) delimited by size
                       into ws-step-reason
                   end-string
                   perform log-step-failed
               else
                   display "STEP " ws-step-num(ws-step-index)
                       " OK - RC " ws-step-rc
                   move 'O' to ws-step-state(ws-step-index)
                   move ws-step-rc to ws-step-ran-rc(ws-step-index)
                   perform log-step-ok
               end-if
           end-if.

       log-step-failed.
           move "FAILED" to ws-log-line(1:6)
           perform write-step-log
           perform raise-step-alert.

      *    every failed step goes on the operations alert queue; a
      *    step whose program could not be called at all is critical.
       raise-step-alert.
           initialize alert-record
           if call-failed
               move 'C' to alr-severity
           else
               move 'H' to alr-severity
           end-if
           move ws-step-program(ws-step-index) to alr-program
           move ws-step-num(ws-step-index) to alr-step
           move ws-busdate to alr-bus-date
           move spaces to alr-message
           string
               "STEP " delimited by size
               ws-step-num(ws-step-index) delimited by size
               " FAILED - RC " delimited by size
               ws-step-rc delimited by size
               " - " delimited by size
               ws-step-reason delimited by size
               into alr-message
           end-string
           call "alert" using alert-record
               on exception
                   display "ALERT MODULE NOT AVAILABLE - "
                       "NO ALERT RAISED"
           end-call.

       log-step-skipped.
           display "STEP " ws-step-num(ws-step-index)
               " NOT STARTED - " function trim(ws-step-reason)
           move 'Y' to ws-chain-failed
           move 'H' to ws-step-state(ws-step-index)
           move 0 to ws-step-ran-rc(ws-step-index)
           add 1 to ws-held-count
           move 0 to ws-step-rc
           move "HELD  " to ws-log-line(1:6)
           perform write-step-log.

       log-step-bypassed.
           display "STEP " ws-step-num(ws-step-index)
               " BYPASSED - " function trim(ws-step-reason)
           move 0 to ws-step-rc
           move "BYPASS" to ws-log-line(1:6)
           perform write-step-log.

       log-step-done-earlier.
           display "STEP " ws-step-num(ws-step-index)
               " " ws-step-program(ws-step-index)
               " COMPLETED IN EARLIER RUN - NOT RE-RUN"
           move ws-step-ran-rc(ws-step-index) to ws-step-rc
           move "DONE IN EARLIER RUN" to ws-step-reason
           move "DONE  " to ws-log-line(1:6)
           perform write-step-log.

       write-step-log.
           move function current-date to ws-run-timestamp
           move spaces to ws-log-line(7:)
               ws-step-rc delimited by size
               " AT " delimited by size
               ws-run-timestamp delimited by size
               " - " delimited by size
               ws-step-reason delimited by size
               into ws-log-line(7:)
           end-string
           open extend ctl-log
