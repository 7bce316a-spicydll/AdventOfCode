       01  ws-report-line pic x(200).
       01  ws-day1in-name pic x(40) value "day1in.dat".
       copy "run-log-record.cpy".
       copy "alert-record.cpy".
       copy "bus-date-record.cpy".
       copy "run-parms.cpy".
       copy "step-parms.cpy".
           move 0 to ws-final-rc
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
           move "calorie" to alr-program
           move 'C' to alr-severity
           move "I/O ERROR - RUN ENDED RC 12" to alr-message
           call "alert" using alert-record
               on exception
                   display "ALERT MODULE NOT AVAILABLE - "
                       "NO ALERT RAISED"
           end-call.

       log-run-start.
           move "calorie" to log-program-id
           move 'S' to log-event
