       identification division.
       program-id. "exc-correct".

       environment division.
       input-output section.
       file-control.
           select sysin assign to keyboard
               organization line sequential.
           select central-exc assign to "exceptions.dat"
               organization line sequential
               file status is ws-central-status.
           select optional exc-images assign to "exc-images.dat"
               organization line sequential
               file status is ws-image-status.
           select optional resub-file assign using ws-resub-name
               organization line sequential
               file status is ws-resub-status.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd central-exc.
       copy "std-exception-record.cpy".

       fd exc-images.
       copy "exc-image-record.cpy".

       fd resub-file.
       copy "resub-record.cpy".

       working-storage section.
       01 ws-central-status pic xx.
       01 ws-image-status pic xx.
       01 ws-resub-status pic xx.
       01 ws-resub-name pic x(40).
       01 ws-exc-eof pic x(1) value 'N'.
           88 exc-eof value 'Y'.
       01 ws-image-eof pic x(1) value 'N'.
           88 image-eof value 'Y'.
       01 ws-exc-count pic 9(5) value 0.
       01 ws-exc-table.
           05 ws-exc-entry occurs 1 to 5000 times
               depending on ws-exc-count.
               10 ws-exc-data pic x(74).
               10 ws-exc-imaged pic x(1).
                   88 exc-imaged value 'Y'.
       01 ws-exc-index pic 9(5).
       01 ws-exc-found pic 9(5).
       01 ws-load-capped pic x(1) value 'N'.
           88 load-capped value 'Y'.
       01 ws-img-count pic 9(5) value 0.
       01 ws-img-table.
           05 ws-img-entry occurs 1 to 5000 times
               depending on ws-img-count.
               10 ws-img-program pic x(12).
               10 ws-img-date pic x(8).
               10 ws-img-key pic x(12).
       01 ws-img-index pic 9(5).
       01 ws-edit-count pic 9(3) value 0.
       01 ws-edit-table.
           05 ws-edit-line pic x(200) occurs 100 times.
       01 ws-edit-index pic 9(3).
       01 ws-edit-num pic 9(3).
       01 ws-edit-text pic x(200).
       01 ws-edit-done pic x(1) value 'N'.
           88 edit-done value 'Y'.
       01 ws-program-id pic x(12).
       01 ws-program-ok pic x(1) value 'N'.
           88 program-ok value 'Y'.
       01 ws-listed-count pic 9(5).
       01 ws-action pic x(10).
       01 ws-command pic x(1).
       01 ws-num-token pic x(10).
       01 ws-token-len pic 9(2).
       01 ws-char-index pic 9(2).
       01 ws-token-bad pic x(1) value 'N'.
           88 token-bad value 'Y'.
       01 ws-operator-id pic x(4).
       01 ws-changed-count pic 9(5) value 0.
       01 ws-backup-taken pic x(1) value 'N'.
           88 backup-taken value 'Y'.
       copy "file-gen-record.cpy".

       procedure division.
           display "Operator ID: "
           accept ws-operator-id from sysin
           if ws-operator-id = spaces
               display "OPERATOR ID REQUIRED - NOTHING QUEUED"
               stop run
           end-if

           perform load-exceptions
           if ws-central-status not = "00"
               display "NO CENTRAL EXCEPTION FILE"
               stop run
           end-if
           if load-capped
               display "CORRECTION REFUSED - THE FILE HOLDS MORE "
                   "EXCEPTIONS THAN THIS PROGRAM CAN REWRITE"
               stop run
           end-if
           perform load-image-keys
           perform mark-imaged-exceptions

           move spaces to ws-program-id
           perform until ws-program-id = "END"
               display "Program ID (day2, day3, day8, calorie-2, "
                   "reciept or END): "
               accept ws-program-id from sysin
               if ws-program-id not = "END"
                   perform select-program
                   if program-ok
                       perform list-open-exceptions
                       perform correct-program-exceptions
                   end-if
               end-if
           end-perform
           if ws-changed-count > 0
               display ws-changed-count " CORRECTIONS QUEUED"
           else
               display "NO CHANGES - EXCEPTION FILE NOT REWRITTEN"
           end-if.

       stop run.

       load-exceptions.
           open input central-exc
           if ws-central-status = "00"
               perform until exc-eof or load-capped
                   read central-exc
                       AT END move 'Y' to ws-exc-eof
                       not AT END
                           if ws-exc-count >= 5000
                               move 'Y' to ws-load-capped
                           else
                               add 1 to ws-exc-count
                               move std-exception
                                   to ws-exc-data(ws-exc-count)
                               move 'N' to ws-exc-imaged(ws-exc-count)
                           end-if
                   end-read
               end-perform
           end-if
           close central-exc.

      *    one table entry per exception that has a record image; the
      *    lines of one image are written together, so a key only has
      *    to be compared with the entry before it.
       load-image-keys.
           open input exc-images
           if ws-image-status = "00"
               perform until image-eof
                   read exc-images
                       AT END move 'Y' to ws-image-eof
                       not AT END perform add-image-key
                   end-read
               end-perform
           end-if
           close exc-images.

       add-image-key.
           if ws-img-count > 0
               and ws-img-program(ws-img-count) = eim-program-id
               and ws-img-date(ws-img-count) = eim-run-date
               and ws-img-key(ws-img-count) = eim-key
               exit paragraph
           end-if
           if ws-img-count < 5000
               add 1 to ws-img-count
               move eim-program-id to ws-img-program(ws-img-count)
               move eim-run-date to ws-img-date(ws-img-count)
               move eim-key to ws-img-key(ws-img-count)
           end-if.

       mark-imaged-exceptions.
           perform varying ws-exc-index from 1 by 1
               until ws-exc-index > ws-exc-count
               move ws-exc-data(ws-exc-index) to std-exception
               perform varying ws-img-index from 1 by 1
                   until ws-img-index > ws-img-count
                       or exc-imaged(ws-exc-index)
                   if ws-img-program(ws-img-index) = stdexc-program-id
                       and ws-img-date(ws-img-index) = stdexc-run-date
                       and ws-img-key(ws-img-index) = stdexc-key
                       move 'Y' to ws-exc-imaged(ws-exc-index)
                   end-if
               end-perform
           end-perform.

      *    each program that re-reads corrected input has a
      *    resubmission file of its own.
       select-program.
           move 'Y' to ws-program-ok
           evaluate ws-program-id
               when "reciept"
                   move "reciept-resub.dat" to ws-resub-name
               when "day2"
                   move "day2resub.dat" to ws-resub-name
               when "day3"
                   move "day3resub.dat" to ws-resub-name
               when "calorie-2"
                   move "calorie2resub.dat" to ws-resub-name
               when "day8"
                   move "day8resub.dat" to ws-resub-name
               when other
                   move 'N' to ws-program-ok
                   display "PROGRAM '" function trim(ws-program-id)
                       "' DOES NOT TAKE RESUBMISSIONS"
           end-evaluate.

       list-open-exceptions.
           move 0 to ws-listed-count
           perform varying ws-exc-index from 1 by 1
               until ws-exc-index > ws-exc-count
               move ws-exc-data(ws-exc-index) to std-exception
               if stdexc-program-id = ws-program-id
                   and stdexc-resolved = 'N'
                   and exc-imaged(ws-exc-index)
                   add 1 to ws-listed-count
                   display "  " ws-exc-index " " stdexc-run-date
                       " KEY " stdexc-key " "
                       function trim(stdexc-reason)
               end-if
           end-perform
           if ws-listed-count = 0
               display "  NO OPEN REJECTIONS FOR "
                   function trim(ws-program-id)
           end-if.

       correct-program-exceptions.
           move spaces to ws-action
           perform until ws-action = "END"
               display "Exception number (L=list, END): "
               accept ws-action from sysin
               evaluate true
                   when ws-action = "END"
                       continue
                   when ws-action = "L"
                       perform list-open-exceptions
                   when other
                       perform correct-one-exception
               end-evaluate
           end-perform.

      *    only an open rejection with its record image on file can be
      *    corrected; the corrected lines go to the program's
      *    resubmission file and the exception waits, marked 'Q',
      *    for the program to report how the resubmission went. the
      *    'Q' is written to the exception file as soon as the lines
      *    are queued, so a session cut short cannot queue it again.
       correct-one-exception.
           move ws-action to ws-num-token
           perform check-numeric-token
           if token-bad or ws-token-len > 5
               display "EXCEPTION NUMBER MUST BE 1-5 DIGITS"
               exit paragraph
           end-if
           compute ws-exc-found = function numval(ws-num-token)
           if ws-exc-found = 0 or ws-exc-found > ws-exc-count
               display "EXCEPTION " ws-exc-found " NOT ON FILE"
               exit paragraph
           end-if
           move ws-exc-data(ws-exc-found) to std-exception
           if stdexc-program-id not = ws-program-id
               display "EXCEPTION " ws-exc-found " BELONGS TO "
                   function trim(stdexc-program-id)
               exit paragraph
           end-if
           if stdexc-resolved not = 'N'
               display "EXCEPTION " ws-exc-found " IS NOT OPEN - "
                   "STATUS " stdexc-resolved
               exit paragraph
           end-if
           if not exc-imaged(ws-exc-found)
               display "EXCEPTION " ws-exc-found " HAS NO RECORD "
                   "IMAGE - RESOLVE IT WITH exc-review"
               exit paragraph
           end-if
           display "  " stdexc-run-date " KEY " stdexc-key " "
               function trim(stdexc-reason)
           perform load-edit-lines
           perform show-edit-lines
           move 'N' to ws-edit-done
           perform until edit-done
               display "Command (R=replace, D=delete, I=insert, "
                   "S=show, Q=queue, X=abandon): "
               accept ws-command from sysin
               evaluate ws-command
                   when 'R'
                       perform replace-edit-line
                   when 'D'
                       perform delete-edit-line
                   when 'I'
                       perform insert-edit-line
                   when 'S'
                       perform show-edit-lines
                   when 'Q'
                       perform queue-correction
                   when 'X'
                       move 'Y' to ws-edit-done
                       display "  CORRECTION ABANDONED - EXCEPTION "
                           ws-exc-found " STILL OPEN"
                   when other
                       display "UNKNOWN COMMAND '" ws-command "'"
               end-evaluate
           end-perform.

      *    an image written twice for one key (a rerun after a
      *    restart, or the same key rejected twice in a day) starts
      *    again at line 1; only the last complete image is kept.
       load-edit-lines.
           move 0 to ws-edit-count
           move 'N' to ws-image-eof
           open input exc-images
           if ws-image-status = "00"
               perform until image-eof
                   read exc-images
                       AT END move 'Y' to ws-image-eof
                       not AT END
                           if eim-program-id = stdexc-program-id
                               and eim-run-date = stdexc-run-date
                               and eim-key = stdexc-key
                               perform take-image-line
                           end-if
                   end-read
               end-perform
           end-if
           close exc-images.

       take-image-line.
           if eim-line = 1
               move 0 to ws-edit-count
           end-if
           if ws-edit-count < 100
               add 1 to ws-edit-count
               move eim-image to ws-edit-line(ws-edit-count)
           end-if.

       show-edit-lines.
           perform varying ws-edit-index from 1 by 1
               until ws-edit-index > ws-edit-count
               display "  " ws-edit-index " |"
                   function trim(ws-edit-line(ws-edit-index) trailing)
                   "|"
           end-perform
           if ws-edit-count = 0
               display "  NO LINES"
           end-if.

       accept-line-number.
           display "Line number: "
           accept ws-num-token from sysin
           perform check-numeric-token
           move 0 to ws-edit-num
           if token-bad or ws-token-len > 3
               display "LINE NUMBER MUST BE 1-3 DIGITS"
               exit paragraph
           end-if
           compute ws-edit-num = function numval(ws-num-token)
           if ws-edit-num > ws-edit-count
               display "NO LINE " ws-edit-num
               move 0 to ws-edit-num
           end-if.

       replace-edit-line.
           perform accept-line-number
           if ws-edit-num = 0
               exit paragraph
           end-if
           display "Corrected line: "
           accept ws-edit-text from sysin
           move ws-edit-text to ws-edit-line(ws-edit-num)
           display "  " ws-edit-num " |"
               function trim(ws-edit-line(ws-edit-num) trailing) "|".

       delete-edit-line.
           perform accept-line-number
           if ws-edit-num = 0
               exit paragraph
           end-if
           perform varying ws-edit-index from ws-edit-num by 1
               until ws-edit-index >= ws-edit-count
               move ws-edit-line(ws-edit-index + 1)
                   to ws-edit-line(ws-edit-index)
           end-perform
           subtract 1 from ws-edit-count
           display "  LINE " ws-edit-num " DELETED".

      *    a blank new line is taken as it stands - day8 separates its
      *    grids with one.
       insert-edit-line.
           if ws-edit-count >= 100
               display "100 LINES ALREADY - NOTHING INSERTED"
               exit paragraph
           end-if
           display "Insert before line (blank = at end): "
           accept ws-num-token from sysin
           if ws-num-token = spaces
               compute ws-edit-num = ws-edit-count + 1
           else
               perform check-numeric-token
               if token-bad or ws-token-len > 3
                   display "LINE NUMBER MUST BE 1-3 DIGITS"
                   exit paragraph
               end-if
               compute ws-edit-num = function numval(ws-num-token)
               if ws-edit-num = 0 or ws-edit-num > ws-edit-count
                   display "NO LINE " ws-edit-num
                   exit paragraph
               end-if
           end-if
           display "New line: "
           accept ws-edit-text from sysin
           perform varying ws-edit-index from ws-edit-count by -1
               until ws-edit-index < ws-edit-num
               move ws-edit-line(ws-edit-index)
                   to ws-edit-line(ws-edit-index + 1)
           end-perform
           add 1 to ws-edit-count
           move ws-edit-text to ws-edit-line(ws-edit-num)
           display "  LINE " ws-edit-num " INSERTED".

       queue-correction.
           if ws-edit-count = 0
               display "NOTHING TO QUEUE - INSERT A LINE OR ABANDON"
               exit paragraph
           end-if
           open extend resub-file
           if ws-resub-status not = "00" and "05"
               display "CANNOT OPEN " function trim(ws-resub-name)
                   " - STATUS " ws-resub-status " - NOT QUEUED"
               close resub-file
               exit paragraph
           end-if
           perform varying ws-edit-index from 1 by 1
               until ws-edit-index > ws-edit-count
               move stdexc-run-date to rsb-exc-date
               move stdexc-key to rsb-exc-key
               move ws-edit-index to rsb-line
               move ws-operator-id to rsb-operator
               move ws-edit-line(ws-edit-index) to rsb-image
               write resub-record
           end-perform
           close resub-file
           move 'Q' to stdexc-resolved
           move std-exception to ws-exc-data(ws-exc-found)
           perform save-exceptions
           add 1 to ws-changed-count
           move 'Y' to ws-edit-done
           display "  " ws-edit-count " LINES QUEUED TO "
               function trim(ws-resub-name) " - EXCEPTION "
               ws-exc-found " AWAITS THE NEXT RUN".

      *    the generation copy is taken once, before the first
      *    rewrite of the session.
       save-exceptions.
           if not backup-taken
               move 'B' to fg-function
               move "exceptions.dat" to fg-file-name
               move 3 to fg-keep
               call "filegen" using fg-record
                   on exception
                       display "FILEGEN MODULE NOT AVAILABLE - "
                           "NO BACKUP TAKEN"
               end-call
               move 'Y' to ws-backup-taken
           end-if
           open output central-exc
           perform varying ws-exc-index from 1 by 1
               until ws-exc-index > ws-exc-count
               move ws-exc-data(ws-exc-index) to std-exception
               write std-exception
           end-perform
           close central-exc.

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
