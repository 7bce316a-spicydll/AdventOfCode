       identification division.
       program-id. "reciept-budget-load".

       environment division.
       input-output section.
       file-control.
       select optional budget-input assign using ws-input-name
           organization line sequential
           file status is ws-input-status.
       select optional reciept-budget assign to "reciept-budget.idx"
           organization indexed
           access random
           record key bud-key
           file status is ws-budget-status.
       select optional central-exc assign to "exceptions.dat"
           organization line sequential
           file status is ws-central-status.

       data division.
       file section.
      *    one line per store and day, or one line per store and month
      *    (date given as yyyymm with the day left blank) to spread the
      *    same daily figure over every day of that month. a day line
      *    later in the file overrides a month line for that day.
       fd budget-input.
       01 budget-input-record.
           05 bin-store pic x(2).
           05 bin-date.
               10 bin-month pic x(6).
               10 bin-day pic x(2).
           05 bin-amount pic 9(7)v9(2).

       fd reciept-budget.
       copy "reciept-budget-record.cpy".

       fd central-exc.
       copy "std-exception-record.cpy".

       working-storage section.
       01 ws-input-name pic x(40) value "reciept-budget-load.dat".
       01 ws-input-status pic xx.
       01 ws-input-eof pic x(1) value 'N'.
           88 input-eof value 'Y'.
       01 ws-budget-status pic xx.
       01 ws-central-status pic xx.
       01 ws-run-timestamp pic x(21).
       01 ws-date-num pic 9(8).
       01 ws-first-int pic 9(7).
       01 ws-next-int pic 9(7).
       01 ws-next-num pic 9(8).
       01 ws-day-int pic 9(7).
       01 ws-line-bad pic x(1) value 'N'.
           88 line-bad value 'Y'.
       01 ws-exc-key pic x(12).
       01 ws-exc-reason pic x(40).
       01 ws-read-count pic 9(9) value 0.
       01 ws-added-count pic 9(9) value 0.
       01 ws-replaced-count pic 9(9) value 0.
       01 ws-rejected-count pic 9(9) value 0.
       01 ws-io-error pic x(1) value 'N'.
           88 io-error value 'Y'.
       01 ws-final-rc pic 9(2) value 0.
       copy "run-log-record.cpy".
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
           move "FILE-BUDGETLOAD" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value to ws-input-name
           end-if

           open input budget-input
           if ws-input-status not = "00"
               display "NO BUDGET INPUT " function trim(ws-input-name)
                   " - NOTHING LOADED"
               close budget-input
               perform finish-run
               goback
           end-if
           open i-o reciept-budget
           if ws-budget-status not = "00" and "05"
               display "BUDGET FILE UNAVAILABLE - STATUS "
                   ws-budget-status
               close budget-input
               close reciept-budget
               move 'Y' to ws-io-error
               perform finish-run
               goback
           end-if
           perform until input-eof
               read budget-input
                   at end move 'Y' to ws-input-eof
                   not at end
                       add 1 to ws-read-count
                       perform load-one-budget-line
               end-read
           end-perform
           close budget-input
           close reciept-budget

           display "BUDGET LINES READ " ws-read-count
               " REJECTED " ws-rejected-count
           display "BUDGET DAYS ADDED " ws-added-count
               " REPLACED " ws-replaced-count
           perform finish-run.

       goback.

       finish-run.
           move 0 to ws-final-rc
           if ws-rejected-count > 0
               move 4 to ws-final-rc
           end-if
           if io-error
               move 12 to ws-final-rc
           end-if
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

       log-run-start.
           move "rcpt-budget" to log-program-id
           move 'S' to log-event
           move 0 to log-records-read
           move 0 to log-records-written
           move 0 to log-exception-count
           move spaces to log-status
           perform call-run-log.

       log-run-end.
           move 'E' to log-event
           move ws-read-count to log-records-read
           compute log-records-written =
               ws-added-count + ws-replaced-count
           move ws-rejected-count to log-exception-count
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

       load-one-budget-line.
           move 'N' to ws-line-bad
           if bin-store(2:1) = space
               move bin-store(1:1) to bin-store(2:1)
               move '0' to bin-store(1:1)
           end-if
           if bin-store not numeric or bin-month not numeric
               or bin-amount not numeric
               move 'Y' to ws-line-bad
           end-if
           if not line-bad
               move bin-month to ws-date-num(1:6)
               if bin-day = spaces
                   move "01" to ws-date-num(7:2)
               else
                   move bin-day to ws-date-num(7:2)
               end-if
               if function test-date-yyyymmdd(ws-date-num) not = 0
                   move 'Y' to ws-line-bad
               end-if
           end-if
           if line-bad
               add 1 to ws-rejected-count
               move budget-input-record(1:10) to ws-exc-key
               move spaces to ws-exc-reason
               string
                   "BAD BUDGET LINE " delimited by size
                   budget-input-record delimited by size
                   into ws-exc-reason
               end-string
               display ws-exc-reason
               perform write-central-exception
               exit paragraph
           end-if
           if bin-day not = spaces
               perform post-budget-day
               exit paragraph
           end-if
      *    a month line: every day from the first to the last
           compute ws-first-int = function integer-of-date(ws-date-num)
           if ws-date-num(5:2) = "12"
               compute ws-next-num = ws-date-num + 8900
           else
               compute ws-next-num = ws-date-num + 100
           end-if
           compute ws-next-int = function integer-of-date(ws-next-num)
           perform varying ws-day-int from ws-first-int by 1
               until ws-day-int >= ws-next-int
               compute ws-date-num =
                   function date-of-integer(ws-day-int)
               perform post-budget-day
           end-perform.

       post-budget-day.
           move bin-store to bud-store
           move ws-date-num to bud-date
           read reciept-budget
               invalid key
                   move bin-amount to bud-amount
                   move ws-run-timestamp(1:8) to bud-loaded
                   write budget-record
                       invalid key
                           move 'Y' to ws-io-error
                       not invalid key
                           add 1 to ws-added-count
                   end-write
               not invalid key
                   move bin-amount to bud-amount
                   move ws-run-timestamp(1:8) to bud-loaded
                   rewrite budget-record
                       invalid key
                           move 'Y' to ws-io-error
                       not invalid key
                           add 1 to ws-replaced-count
                   end-rewrite
           end-read.

       write-central-exception.
           open extend central-exc
           if ws-central-status = "00" or "05"
               move "rcpt-budget" to stdexc-program-id
               move ws-run-timestamp(1:8) to stdexc-run-date
               move 'E' to stdexc-severity
               move ws-exc-key to stdexc-key
               move ws-exc-reason to stdexc-reason
               move 'N' to stdexc-resolved
               write std-exception
           end-if
           close central-exc.
