       identification division.
       program-id. "day3-trace".

       environment division.
       input-output section.
       file-control.
           select sysin assign to keyboard
               organization line sequential.
           select day3-itemhist assign to "day3itemhist.dat"
               organization line sequential
               file status is ws-itemhist-status.
           select optional elf-roster assign to "elf-roster.dat"
               organization line sequential
               file status is ws-roster-status.
           select trace-report assign to "day3trace.dat"
               organization line sequential.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd day3-itemhist.
       copy "day3-item-index-record.cpy".

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

       fd trace-report.
       01 trace-report-record pic x(120).

       working-storage section.
       01 ws-itemhist-status pic xx.
       01 ws-itemhist-eof pic x(1) value 'N'.
           88 itemhist-eof value 'Y'.
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
       01 ws-trace-date pic x(8).
       01 ws-latest-date pic x(8) value spaces.
       01 ws-trace-letters pic x(52).
       01 ws-letter-count pic 9(2).
       01 ws-letter-index pic 9(2).
       01 ws-letter-wanted pic x(1) value 'N'.
           88 letter-wanted value 'Y'.
       01 ws-hit-count pic 9(9) value 0.
       01 ws-line-count pic 9(9) value 0.
       01 ws-last-line pic 9(9) value 0.
      *    distinct elves and groups touched by the trace
       01 ws-elf-count pic 9(5) value 0.
       01 ws-elf-table.
           05 ws-elf-id pic 9(9)
               occurs 1 to 30000 times
               depending on ws-elf-count.
       01 ws-elf-index pic 9(5).
       01 ws-elf-found pic 9(5).
       01 ws-no-elf-lines pic 9(9) value 0.
       01 ws-group-count pic 9(5) value 0.
       01 ws-group-table.
           05 ws-group-num pic 9(6)
               occurs 1 to 10000 times
               depending on ws-group-count.
       01 ws-group-index pic 9(5).
       01 ws-group-found pic 9(5).
       01 ws-report-line pic x(120).
       01 ws-run-timestamp pic x(21).
       copy "bus-date-record.cpy".

       procedure division.
           move function current-date to ws-run-timestamp
           perform get-business-date
           display "Item letters to trace (e.g. aZ): "
           accept ws-trace-letters from sysin
           compute ws-letter-count =
               function length(function trim(ws-trace-letters))
           if ws-trace-letters = spaces
               display "NO ITEM LETTERS GIVEN - NOTHING TRACED"
               stop run
           end-if
           display "Business date (YYYYMMDD, blank = latest run): "
           accept ws-trace-date from sysin
           open input day3-itemhist
           if ws-itemhist-status not = "00"
               display "NO ITEM INDEX ON FILE - RUN day3 FIRST"
               close day3-itemhist
               stop run
           end-if
           if ws-trace-date = spaces
               perform find-latest-date
               move ws-latest-date to ws-trace-date
           end-if
           perform load-roster
           open output trace-report
           move spaces to ws-report-line
           string
               "ITEM TRACE " delimited by size
               ws-trace-letters(1:ws-letter-count) delimited by size
               " FOR BUSINESS DATE " delimited by size
               ws-trace-date delimited by size
               " RUN " delimited by size
               ws-run-timestamp(1:8) delimited by size
               into ws-report-line
           end-string
           write trace-report-record from ws-report-line
           perform until itemhist-eof
               read day3-itemhist
                   AT END move 'Y' to ws-itemhist-eof
                   not AT END
                       if iidx-date = ws-trace-date
                           perform check-trace-record
                       end-if
               end-read
           end-perform
           close day3-itemhist
           perform write-trace-summary
           close trace-report
           display ws-hit-count " ITEM LINES FOUND, "
               ws-elf-count " ELVES AFFECTED - SEE day3trace.dat".

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

      *    the index is posted a date at a time, so the latest date
      *    is found by a pass over the file before the real one.
       find-latest-date.
           perform until itemhist-eof
               read day3-itemhist
                   AT END move 'Y' to ws-itemhist-eof
                   not AT END
                       if iidx-date > ws-latest-date
                           move iidx-date to ws-latest-date
                       end-if
               end-read
           end-perform
           close day3-itemhist
           move 'N' to ws-itemhist-eof
           open input day3-itemhist.

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

       check-trace-record.
           move 'N' to ws-letter-wanted
           perform varying ws-letter-index from 1 by 1
               until ws-letter-index > ws-letter-count
               if ws-trace-letters(ws-letter-index:1) = iidx-letter
                   move 'Y' to ws-letter-wanted
               end-if
           end-perform
           if not letter-wanted
               exit paragraph
           end-if
           add 1 to ws-hit-count
           move iidx-elf to ws-lookup-id
           perform find-roster-name
           move spaces to ws-report-line
           string
               "LINE " delimited by size
               iidx-line delimited by size
               " ITEM " delimited by size
               iidx-letter delimited by size
               " X" delimited by size
               iidx-count delimited by size
               " COMPARTMENT " delimited by size
               iidx-compartment delimited by size
               " BADGE GROUP " delimited by size
               iidx-group delimited by size
               " PLACE " delimited by size
               iidx-pos delimited by size
               into ws-report-line
           end-string
           if iidx-elf = 0
               move " NO GROUP ASSIGNMENT" to ws-report-line(71:20)
           else
               move spaces to ws-report-line(71:50)
               string
                   " ELF " delimited by size
                   iidx-elf delimited by size
                   " " delimited by size
                   ws-lookup-name delimited by size
                   into ws-report-line(71:50)
               end-string
           end-if
           write trace-report-record from ws-report-line
           perform note-group
      *    a line holding the item in both compartments is one
      *    rucksack, so its elf is counted once.
           if iidx-line = ws-last-line
               exit paragraph
           end-if
           move iidx-line to ws-last-line
           add 1 to ws-line-count
           if iidx-elf = 0
               add 1 to ws-no-elf-lines
           else
               perform note-elf
           end-if.

       note-group.
           move 0 to ws-group-found
           perform varying ws-group-index from 1 by 1
               until ws-group-index > ws-group-count
               if ws-group-num(ws-group-index) = iidx-group
                   move ws-group-index to ws-group-found
               end-if
           end-perform
           if ws-group-found = 0 and ws-group-count < 10000
               add 1 to ws-group-count
               move iidx-group to ws-group-num(ws-group-count)
           end-if.

       note-elf.
           move 0 to ws-elf-found
           perform varying ws-elf-index from 1 by 1
               until ws-elf-index > ws-elf-count
               if ws-elf-id(ws-elf-index) = iidx-elf
                   move ws-elf-index to ws-elf-found
               end-if
           end-perform
           if ws-elf-found = 0 and ws-elf-count < 30000
               add 1 to ws-elf-count
               move iidx-elf to ws-elf-id(ws-elf-count)
           end-if.

       write-trace-summary.
           if ws-hit-count = 0
               move spaces to ws-report-line
               string
                   "NO RUCKSACK CARRIES THE TRACED ITEMS ON "
                       delimited by size
                   ws-trace-date delimited by size
                   into ws-report-line
               end-string
               write trace-report-record from ws-report-line
           end-if
           move spaces to ws-report-line
           string
               "RUCKSACKS " delimited by size
               ws-line-count delimited by size
               " BADGE GROUPS " delimited by size
               ws-group-count delimited by size
               " LINES WITH NO GROUP ASSIGNMENT " delimited by size
               ws-no-elf-lines delimited by size
               into ws-report-line
           end-string
           write trace-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "AFFECTED ELVES " delimited by size
               ws-elf-count delimited by size
               into ws-report-line
           end-string
           write trace-report-record from ws-report-line.
