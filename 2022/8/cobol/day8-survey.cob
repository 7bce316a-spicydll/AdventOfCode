       identification division.
       program-id. "day8-survey".

       environment division.
       input-output section.
       file-control.
           select sysin assign to keyboard
               organization line sequential.
           select optional day8-survey assign to "day8survey.dat"
               organization line sequential
               file status is ws-survey-status.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd day8-survey.
       copy "day8-survey-record.cpy".

       working-storage section.
       01 ws-survey-status pic xx.
       01 ws-survey-eof pic x(1) value 'N'.
           88 survey-eof value 'Y'.
       01 ws-svy-count pic 9(4) value 0.
       01 ws-svy-table.
           05 ws-svy-entry occurs 1 to 999 times
               depending on ws-svy-count.
               10 ws-svy-data pic x(35).
       01 ws-svy-index pic 9(4).
       01 ws-svy-found pic 9(4).
       01 ws-svy-full pic x(1) value 'N'.
           88 svy-table-full value 'Y'.
       01 ws-grid-token pic x(10).
       01 ws-num-token pic x(10).
       01 ws-token-len pic 9(2).
       01 ws-char-index pic 9(2).
       01 ws-token-bad pic x(1) value 'N'.
           88 token-bad value 'Y'.
       01 ws-grid pic 9(3).
       01 ws-action pic x(1).
           88 action-survey value 'S'.
           88 action-interval value 'I'.
       01 ws-date-token pic x(10).
       01 ws-survey-date pic 9(8).
       01 ws-surveyor pic x(20).
       01 ws-survey-days pic 9(4) value 365.
       01 ws-operator-id pic x(4).
       01 ws-run-timestamp pic x(21).
       01 ws-changed-count pic 9(5) value 0.
       copy "bus-date-record.cpy".
       copy "file-gen-record.cpy".
       copy "run-parms.cpy".
       01 ws-parm-index pic 9(3).
       01 ws-parm-lookup pic x(20).
       01 ws-parm-fnd pic x(1) value 'N'.
           88 parm-found value 'Y'.
       01 ws-parm-found-value pic x(40).

       procedure division.
           move function current-date to ws-run-timestamp
           perform get-business-date
           perform load-run-parms

           display "Operator ID: "
           accept ws-operator-id from sysin

           perform load-survey-schedule
           display "SURVEY SCHEDULE - " ws-svy-count " GRIDS"
           move spaces to ws-grid-token
           perform until ws-grid-token = "END"
               display "Grid number (or END): "
               accept ws-grid-token from sysin
               if ws-grid-token not = "END"
                   perform schedule-transaction
               end-if
           end-perform
           if ws-changed-count > 0
               perform save-survey-schedule
               if not svy-table-full
                   display ws-changed-count " SURVEY SCHEDULE CHANGES "
                       "POSTED"
               end-if
           else
               display "NO CHANGES - SURVEY SCHEDULE NOT REWRITTEN"
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

       load-run-parms.
           call "runparm" using run-parms
               on exception
                   move 0 to parm-count
           end-call
           move "SURVEY-DAYS" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               and function numval(ws-parm-found-value) > 0
               compute ws-survey-days =
                   function numval(ws-parm-found-value)
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

       load-survey-schedule.
           open input day8-survey
           if ws-survey-status = "00"
               perform until survey-eof
                   read day8-survey
                       AT END move 'Y' to ws-survey-eof
                       not AT END
                           if ws-svy-count >= 999
                               display "SURVEY SCHEDULE EXCEEDS 999 "
                                   "GRIDS - CHANGES NOT SAVED"
                               move 'Y' to ws-svy-full
                               move 'Y' to ws-survey-eof
                           else
                               add 1 to ws-svy-count
                               move svy-record
                                   to ws-svy-data(ws-svy-count)
                           end-if
                   end-read
               end-perform
           end-if
           close day8-survey.

       save-survey-schedule.
           if svy-table-full
               display "SURVEY SCHEDULE NOT REWRITTEN - TABLE "
                   "OVERFLOWED AT LOAD"
               exit paragraph
           end-if
           move 'B' to fg-function
           move "day8survey.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output day8-survey
           perform varying ws-svy-index from 1 by 1
               until ws-svy-index > ws-svy-count
               move ws-svy-data(ws-svy-index) to svy-record
               write svy-record
           end-perform
           close day8-survey.

      *    a survey that found nothing to change still resets the
      *    grid's clock; one that changed heights is stamped by
      *    day8-upd. a grid new to the schedule starts with the
      *    SURVEY-DAYS interval.
       schedule-transaction.
           move ws-grid-token to ws-num-token
           perform check-numeric-token
           if token-bad or ws-token-len > 3
               display "GRID MUST BE 1-3 DIGITS"
               exit paragraph
           end-if
           compute ws-grid = function numval(ws-grid-token)
           if ws-grid = 0
               display "GRID MUST BE 1-3 DIGITS"
               exit paragraph
           end-if
           move 0 to ws-svy-found
           perform varying ws-svy-index from 1 by 1
               until ws-svy-index > ws-svy-count
               move ws-svy-data(ws-svy-index) to svy-record
               if svy-grid = ws-grid
                   move ws-svy-index to ws-svy-found
               end-if
           end-perform
           if ws-svy-found = 0
               initialize svy-record
               move ws-grid to svy-grid
               move spaces to svy-last-date
               move ws-survey-days to svy-interval
               display "  GRID " ws-grid " NOT ON SCHEDULE - INTERVAL "
                   svy-interval " DAYS"
           else
               move ws-svy-data(ws-svy-found) to svy-record
               display "  GRID " svy-grid " LAST SURVEYED "
                   svy-last-date " BY " function trim(svy-surveyor)
                   " INTERVAL " svy-interval " DAYS"
           end-if
           display "Action (S=survey done, I=set interval): "
           accept ws-action from sysin
           evaluate true
               when action-survey
                   perform record-survey
               when action-interval
                   perform set-interval
               when other
                   display "UNKNOWN ACTION '" ws-action
                       "' - GRID " ws-grid " NOT CHANGED"
           end-evaluate.

       record-survey.
           display "Survey date YYYYMMDD (blank = today): "
           accept ws-date-token from sysin
           if ws-date-token = spaces
               move ws-run-timestamp(1:8) to ws-survey-date
           else
               move ws-date-token to ws-num-token
               perform check-numeric-token
               if token-bad or ws-token-len not = 8
                   display "SURVEY DATE MUST BE YYYYMMDD - GRID "
                       ws-grid " NOT CHANGED"
                   exit paragraph
               end-if
               move ws-date-token(1:8) to ws-survey-date
               if function test-date-yyyymmdd(ws-survey-date) not = 0
                   display "SURVEY DATE NOT A VALID DATE - GRID "
                       ws-grid " NOT CHANGED"
                   exit paragraph
               end-if
               if ws-date-token(1:8) > ws-run-timestamp(1:8)
                   display "SURVEY DATE IS IN THE FUTURE - GRID "
                       ws-grid " NOT CHANGED"
                   exit paragraph
               end-if
           end-if
           if svy-last-date numeric
               and ws-survey-date < svy-last-date
               display "GRID " ws-grid " ALREADY SURVEYED "
                   svy-last-date " - NOT CHANGED"
               exit paragraph
           end-if
           display "Surveyor name: "
           accept ws-surveyor from sysin
           if ws-surveyor = spaces
               display "SURVEYOR NAME REQUIRED - GRID " ws-grid
                   " NOT CHANGED"
               exit paragraph
           end-if
           move ws-survey-date to svy-last-date
           move ws-surveyor to svy-surveyor
           perform post-schedule-change
           display "  GRID " ws-grid " SURVEYED " svy-last-date.

       set-interval.
           display "Re-survey interval in days: "
           accept ws-num-token from sysin
           perform check-numeric-token
           if token-bad or ws-token-len > 4
               display "INTERVAL MUST BE 1-4 DIGITS - GRID " ws-grid
                   " NOT CHANGED"
               exit paragraph
           end-if
           compute svy-interval = function numval(ws-num-token)
           if svy-interval = 0
               display "INTERVAL MUST BE 1-4 DIGITS - GRID " ws-grid
                   " NOT CHANGED"
               exit paragraph
           end-if
           perform post-schedule-change
           display "  GRID " ws-grid " INTERVAL " svy-interval " DAYS".

       post-schedule-change.
           if ws-svy-found = 0
               if ws-svy-count >= 999
                   display "SURVEY SCHEDULE FULL - GRID " ws-grid
                       " NOT ADDED"
                   exit paragraph
               end-if
               add 1 to ws-svy-count
               move ws-svy-count to ws-svy-found
           end-if
           move svy-record to ws-svy-data(ws-svy-found)
           add 1 to ws-changed-count.

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
