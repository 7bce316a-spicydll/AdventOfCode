       identification division.
       program-id. "reciept-canteen-ext".

       environment division.
       input-output section.
       file-control.
       select optional reciept-canteen assign to "reciept-canteen.dat"
           organization line sequential
           file status is ws-canteen-status.
       select optional reciept-food-map assign to "reciept-food-map.dat"
           organization line sequential
           file status is ws-fmap-status.
       select optional reciept-archive assign to "reciept-archive.idx"
           organization indexed
           access dynamic
           record key arc-seq
           alternate record key arc-store-date with duplicates
           alternate record key arc-void-of with duplicates
           file status is ws-archive-status.
       select optional reciept-detail assign to "reciept-detail.idx"
           organization indexed
           access dynamic
           record key dtl-key
           file status is ws-detail-status.
       select optional calorie-input assign using ws-day1in-name
           organization line sequential
           file status is ws-day1in-status.
       select optional central-exc assign to "exceptions.dat"
           organization line sequential
           file status is ws-central-status.

       data division.
       file section.
       fd reciept-canteen.
       copy "reciept-canteen-record.cpy".

       fd reciept-food-map.
       copy "reciept-food-map-record.cpy".

       fd reciept-archive.
       copy "reciept-archive-record.cpy".

       fd reciept-detail.
       copy "reciept-detail-record.cpy".

      *    calorie-2 input: "ELF <id>" opens an elf, each following
      *    "<qty> <food code>" line is priced from food-master.dat and
      *    a blank line closes the elf.
       fd calorie-input.
       01 calorie-input-record pic x(80).

       fd central-exc.
       copy "std-exception-record.cpy".

       working-storage section.
       01 ws-canteen-status pic xx.
       01 ws-canteen-eof pic x(1) value 'N'.
           88 canteen-eof value 'Y'.
       01 ws-fmap-status pic xx.
       01 ws-fmap-eof pic x(1) value 'N'.
           88 fmap-eof value 'Y'.
       01 ws-archive-status pic xx.
       01 ws-arch-eof pic x(1) value 'N'.
           88 arch-eof value 'Y'.
       01 ws-detail-status pic xx.
       01 ws-dtl-eof pic x(1) value 'N'.
           88 dtl-eof value 'Y'.
       01 ws-dtl-want pic 9(9).
       01 ws-day1in-name pic x(40) value "day1in.dat".
       01 ws-day1in-status pic xx.
       01 ws-central-status pic xx.
       01 ws-run-timestamp pic x(21).
       01 ws-can-count pic 9(4) value 0.
       01 ws-can-table.
           05 ws-can-entry occurs 1 to 5000 times
               depending on ws-can-count.
               10 ws-can-seq pic 9(9).
               10 ws-can-store pic x(2).
               10 ws-can-date pic x(8).
               10 ws-can-elf pic 9(9).
               10 ws-can-stat pic x(1).
               10 ws-can-extract pic x(8).
       01 ws-can-index pic 9(4).
       01 ws-can-full pic x(1) value 'N'.
           88 can-table-full value 'Y'.
       01 ws-fmap-count pic 9(3) value 0.
       01 ws-fmap-table.
           05 ws-fmap-entry occurs 1 to 500 times
               depending on ws-fmap-count.
               10 ws-fmap-sku pic x(8).
               10 ws-fmap-food pic x(8).
       01 ws-fmap-index pic 9(3).
       01 ws-lookup-sku pic x(8).
       01 ws-lookup-food pic x(8).
       01 ws-sl-count pic 9(3) value 0.
       01 ws-sl-table.
           05 ws-sl-entry occurs 99 times.
               10 ws-sl-sku pic x(8).
               10 ws-sl-food pic x(8).
               10 ws-sl-qty pic 9(5).
       01 ws-sl-index pic 9(3).
       01 ws-sl-found pic 9(3).
       01 ws-ret-count pic 9(2) value 0.
       01 ws-ret-table.
           05 ws-ret-seq pic 9(9) occurs 20 times.
       01 ws-ret-index pic 9(2).
       01 ws-sale-found pic x(1) value 'N'.
           88 sale-found value 'Y'.
       01 ws-sale-voided pic x(1) value 'N'.
           88 sale-voided value 'Y'.
       01 ws-ec-count pic 9(4) value 0.
       01 ws-ec-table.
           05 ws-ec-entry occurs 1 to 3000 times
               depending on ws-ec-count.
               10 ws-ec-elf pic 9(9).
               10 ws-ec-food pic x(8).
               10 ws-ec-qty pic 9(5).
       01 ws-ec-index pic 9(4).
       01 ws-ec-found pic 9(4).
       01 ws-ec-full pic x(1) value 'N'.
           88 ec-table-full value 'Y'.
       01 ws-elf-count pic 9(4) value 0.
       01 ws-elf-table.
           05 ws-elf-id pic 9(9) occurs 1 to 3000 times
               depending on ws-elf-count.
       01 ws-elf-index pic 9(4).
       01 ws-elf-found pic 9(4).
       01 ws-out-line pic x(80).
       01 ws-read-count pic 9(9) value 0.
       01 ws-meal-count pic 9(9) value 0.
       01 ws-void-count pic 9(9) value 0.
       01 ws-error-count pic 9(9) value 0.
       01 ws-line-count pic 9(9) value 0.
       01 ws-exc-key pic x(12).
       01 ws-exc-reason pic x(40).
       01 ws-io-error pic x(1) value 'N'.
           88 io-error value 'Y'.
       01 ws-final-rc pic 9(2) value 0.
       copy "file-gen-record.cpy".
       copy "run-log-record.cpy".
       copy "bus-date-record.cpy".
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
           move "FILE-DAY1IN" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value to ws-day1in-name
           end-if
           perform get-business-date

           perform load-canteen-file
           if can-table-full
               display "CANTEEN FILE EXCEEDS 5000 MEALS - NOTHING "
                   "EXTRACTED"
               move 'Y' to ws-io-error
               perform finish-run
               goback
           end-if
           perform load-food-map

           open input reciept-archive
           open input reciept-detail
           perform varying ws-can-index from 1 by 1
               until ws-can-index > ws-can-count
               if ws-can-stat(ws-can-index) = space
                   and ws-can-date(ws-can-index)
                       <= ws-run-timestamp(1:8)
                   perform extract-one-meal
               end-if
           end-perform
           close reciept-archive
           close reciept-detail

           if ec-table-full
               display "MORE THAN 3000 ELF/FOOD LINES - NOTHING "
                   "EXTRACTED"
               move 'Y' to ws-io-error
               perform finish-run
               goback
           end-if
           if ws-ec-count > 0
               perform write-calorie-input
               if io-error
                   perform finish-run
                   goback
               end-if
           end-if
           if ws-meal-count > 0 or ws-void-count > 0
               or ws-error-count > 0
               perform save-canteen-file
           end-if

           display "CANTEEN MEALS EXTRACTED " ws-meal-count
               " VOIDED " ws-void-count
               " IN ERROR " ws-error-count
           display "CALORIE LINES WRITTEN " ws-line-count
               " FOR " ws-elf-count " ELVES TO "
               function trim(ws-day1in-name)
           perform finish-run.

       goback.

       finish-run.
           move 0 to ws-final-rc
           if ws-error-count > 0
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

       log-run-start.
           move "rcpt-canteen" to log-program-id
           move 'S' to log-event
           move 0 to log-records-read
           move 0 to log-records-written
           move 0 to log-exception-count
           move spaces to log-status
           perform call-run-log.

       log-run-end.
           move 'E' to log-event
           move ws-read-count to log-records-read
           move ws-line-count to log-records-written
           move ws-error-count to log-exception-count
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

       take-generation-backup.
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call.

       load-canteen-file.
           move 0 to ws-can-count
           open input reciept-canteen
           if ws-canteen-status = "00"
               perform until canteen-eof
                   read reciept-canteen
                       at end move 'Y' to ws-canteen-eof
                       not at end
                           if ws-can-count >= 5000
                               move 'Y' to ws-can-full
                               move 'Y' to ws-canteen-eof
                           else
                               add 1 to ws-read-count
                               add 1 to ws-can-count
                               move can-seq to ws-can-seq(ws-can-count)
                               move can-store
                                   to ws-can-store(ws-can-count)
                               move can-date
                                   to ws-can-date(ws-can-count)
                               move can-elf to ws-can-elf(ws-can-count)
                               move can-status
                                   to ws-can-stat(ws-can-count)
                               move can-extract-date
                                   to ws-can-extract(ws-can-count)
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-canteen.

       save-canteen-file.
           move 'B' to fg-function
           move "reciept-canteen.dat" to fg-file-name
           move 3 to fg-keep
           perform take-generation-backup
           open output reciept-canteen
           perform varying ws-can-index from 1 by 1
               until ws-can-index > ws-can-count
               move ws-can-seq(ws-can-index) to can-seq
               move ws-can-store(ws-can-index) to can-store
               move ws-can-date(ws-can-index) to can-date
               move ws-can-elf(ws-can-index) to can-elf
               move ws-can-stat(ws-can-index) to can-status
               move ws-can-extract(ws-can-index) to can-extract-date
               write can-record
           end-perform
           close reciept-canteen.

       load-food-map.
           move 0 to ws-fmap-count
           open input reciept-food-map
           if ws-fmap-status = "00"
               perform until fmap-eof
                   read reciept-food-map
                       at end move 'Y' to ws-fmap-eof
                       not at end
                           if ws-fmap-count < 500
                               add 1 to ws-fmap-count
                               move fmap-sku
                                   to ws-fmap-sku(ws-fmap-count)
                               move fmap-food-code
                                   to ws-fmap-food(ws-fmap-count)
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-food-map.

       find-food-map.
           move spaces to ws-lookup-food
           perform varying ws-fmap-index from 1 by 1
               until ws-fmap-index > ws-fmap-count
                   or ws-lookup-food not = spaces
               if ws-fmap-sku(ws-fmap-index) = ws-lookup-sku
                   move ws-fmap-food(ws-fmap-index) to ws-lookup-food
               end-if
           end-perform.

      *    one canteen sale: its mapped lines, less anything returned
      *    against it, go to the elf; a voided sale sends nothing.
       extract-one-meal.
           move 'N' to ws-sale-found
           move 'N' to ws-sale-voided
           move 0 to ws-sl-count
           move 0 to ws-ret-count
           move ws-can-seq(ws-can-index) to arc-seq
           read reciept-archive
               invalid key
                   continue
               not invalid key
                   if arc-type = 'S'
                       move 'Y' to ws-sale-found
                   end-if
           end-read
           if not sale-found
               move 'E' to ws-can-stat(ws-can-index)
               add 1 to ws-error-count
               move ws-can-seq(ws-can-index) to ws-exc-key
               move "CANTEEN SALE NOT ON ARCHIVE" to ws-exc-reason
               display ws-exc-reason " SEQ " ws-can-seq(ws-can-index)
               perform write-central-exception
               exit paragraph
           end-if
           move ws-can-seq(ws-can-index) to arc-void-of
           move 'N' to ws-arch-eof
           start reciept-archive key = arc-void-of
               invalid key move 'Y' to ws-arch-eof
           end-start
           perform until arch-eof
               read reciept-archive next
                   at end move 'Y' to ws-arch-eof
                   not at end
                       if arc-void-of not = ws-can-seq(ws-can-index)
                           move 'Y' to ws-arch-eof
                       else
                           if arc-type = 'V'
                               move 'Y' to ws-sale-voided
                           end-if
                           if arc-type = 'R' and ws-ret-count < 20
                               add 1 to ws-ret-count
                               move arc-seq to ws-ret-seq(ws-ret-count)
                           end-if
                       end-if
               end-read
           end-perform
           if sale-voided
               move 'V' to ws-can-stat(ws-can-index)
               move ws-run-timestamp(1:8)
                   to ws-can-extract(ws-can-index)
               add 1 to ws-void-count
               exit paragraph
           end-if

           move ws-can-seq(ws-can-index) to ws-dtl-want
           perform start-detail-lines
           perform until dtl-eof
               read reciept-detail next
                   at end move 'Y' to ws-dtl-eof
                   not at end
                       if dtl-seq not = ws-dtl-want
                           move 'Y' to ws-dtl-eof
                       else
                           perform take-sale-line
                       end-if
               end-read
           end-perform
           perform varying ws-ret-index from 1 by 1
               until ws-ret-index > ws-ret-count
               move ws-ret-seq(ws-ret-index) to ws-dtl-want
               perform start-detail-lines
               perform until dtl-eof
                   read reciept-detail next
                       at end move 'Y' to ws-dtl-eof
                       not at end
                           if dtl-seq not = ws-dtl-want
                               move 'Y' to ws-dtl-eof
                           else
                               perform take-return-line
                           end-if
                   end-read
               end-perform
           end-perform

           perform varying ws-sl-index from 1 by 1
               until ws-sl-index > ws-sl-count
               if ws-sl-qty(ws-sl-index) > 0
                   perform add-elf-line
               end-if
           end-perform
           move 'X' to ws-can-stat(ws-can-index)
           move ws-run-timestamp(1:8) to ws-can-extract(ws-can-index)
           add 1 to ws-meal-count.

       start-detail-lines.
           move 'N' to ws-dtl-eof
           move ws-dtl-want to dtl-seq
           move 0 to dtl-line
           start reciept-detail key >= dtl-key
               invalid key move 'Y' to ws-dtl-eof
           end-start.

       take-sale-line.
           move dtl-sku to ws-lookup-sku
           perform find-food-map
           if ws-lookup-food = spaces
               exit paragraph
           end-if
           perform find-sale-line
           if ws-sl-found = 0
               if ws-sl-count >= 99
                   exit paragraph
               end-if
               add 1 to ws-sl-count
               move ws-sl-count to ws-sl-found
               move dtl-sku to ws-sl-sku(ws-sl-found)
               move ws-lookup-food to ws-sl-food(ws-sl-found)
               move 0 to ws-sl-qty(ws-sl-found)
           end-if
           add dtl-qty to ws-sl-qty(ws-sl-found).

       take-return-line.
           move dtl-sku to ws-lookup-sku
           perform find-sale-line
           if ws-sl-found = 0
               exit paragraph
           end-if
           if dtl-qty > ws-sl-qty(ws-sl-found)
               move 0 to ws-sl-qty(ws-sl-found)
           else
               subtract dtl-qty from ws-sl-qty(ws-sl-found)
           end-if.

       find-sale-line.
           move 0 to ws-sl-found
           perform varying ws-sl-index from 1 by 1
               until ws-sl-index > ws-sl-count or ws-sl-found > 0
               if ws-sl-sku(ws-sl-index) = ws-lookup-sku
                   move ws-sl-index to ws-sl-found
               end-if
           end-perform.

      *    lines are totalled by elf and food code so an elf who ate
      *    at the canteen several times in the day gets one block.
       add-elf-line.
           move 0 to ws-elf-found
           perform varying ws-elf-index from 1 by 1
               until ws-elf-index > ws-elf-count or ws-elf-found > 0
               if ws-elf-id(ws-elf-index) = ws-can-elf(ws-can-index)
                   move ws-elf-index to ws-elf-found
               end-if
           end-perform
           if ws-elf-found = 0
               if ws-elf-count >= 3000
                   move 'Y' to ws-ec-full
                   exit paragraph
               end-if
               add 1 to ws-elf-count
               move ws-can-elf(ws-can-index) to ws-elf-id(ws-elf-count)
           end-if
           move 0 to ws-ec-found
           perform varying ws-ec-index from 1 by 1
               until ws-ec-index > ws-ec-count or ws-ec-found > 0
               if ws-ec-elf(ws-ec-index) = ws-can-elf(ws-can-index)
                   and ws-ec-food(ws-ec-index) = ws-sl-food(ws-sl-index)
                   move ws-ec-index to ws-ec-found
               end-if
           end-perform
           if ws-ec-found = 0
               if ws-ec-count >= 3000
                   move 'Y' to ws-ec-full
                   exit paragraph
               end-if
               add 1 to ws-ec-count
               move ws-ec-count to ws-ec-found
               move ws-can-elf(ws-can-index) to ws-ec-elf(ws-ec-found)
               move ws-sl-food(ws-sl-index) to ws-ec-food(ws-ec-found)
               move 0 to ws-ec-qty(ws-ec-found)
           end-if
           add ws-sl-qty(ws-sl-index) to ws-ec-qty(ws-ec-found).

      *    the lines are added to the end of the day's calorie input.
      *    a blank line first closes any elf left open there, and
      *    DUPES MERGE lets an elf already keyed for the day take the
      *    canteen meals on top of what was keyed.
       write-calorie-input.
           open extend calorie-input
           if ws-day1in-status not = "00" and "05"
               display "CALORIE INPUT " function trim(ws-day1in-name)
                   " UNAVAILABLE - STATUS " ws-day1in-status
                   " - NOTHING EXTRACTED"
               close calorie-input
               move 'Y' to ws-io-error
               exit paragraph
           end-if
           move spaces to calorie-input-record
           write calorie-input-record
           move "DUPES MERGE" to calorie-input-record
           write calorie-input-record
           perform varying ws-elf-index from 1 by 1
               until ws-elf-index > ws-elf-count
               move spaces to ws-out-line
               string
                   "ELF " delimited by size
                   ws-elf-id(ws-elf-index) delimited by size
                   into ws-out-line
               end-string
               write calorie-input-record from ws-out-line
               perform varying ws-ec-index from 1 by 1
                   until ws-ec-index > ws-ec-count
                   if ws-ec-elf(ws-ec-index) = ws-elf-id(ws-elf-index)
                       move spaces to ws-out-line
                       string
                           ws-ec-qty(ws-ec-index) delimited by size
                           " " delimited by size
                           ws-ec-food(ws-ec-index) delimited by space
                           into ws-out-line
                       end-string
                       write calorie-input-record from ws-out-line
                       add 1 to ws-line-count
                   end-if
               end-perform
               move spaces to calorie-input-record
               write calorie-input-record
           end-perform
           close calorie-input.

       write-central-exception.
           open extend central-exc
           if ws-central-status = "00" or "05"
               move "rcpt-canteen" to stdexc-program-id
               move ws-run-timestamp(1:8) to stdexc-run-date
               move 'E' to stdexc-severity
               move ws-exc-key to stdexc-key
               move ws-exc-reason to stdexc-reason
               move 'N' to stdexc-resolved
               write std-exception
           end-if
           close central-exc.
