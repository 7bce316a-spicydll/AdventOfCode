       identification division.
       program-id. "day2-fixgen".

       environment division.
       input-output section.
       file-control.
           select sysin assign to keyboard
               organization line sequential.
           select optional rps-players assign to "rps-players.dat"
               organization line sequential
               file status is ws-players-status.
           select optional day2-fixtures assign to "day2fixtures.dat"
               organization line sequential
               file status is ws-fixture-status.
           select optional day2-results assign to "day2results.dat"
               organization line sequential
               file status is ws-results-status.
           select fixture-list assign to "day2fixlist.dat"
               organization line sequential.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd rps-players.
       copy "rps-player-record.cpy".

       fd day2-fixtures.
       01 fixture-record.
           05 fixture-record-round pic 9(3).
           05 fixture-record-p1 pic x(20).
           05 fixture-record-p2 pic x(20).

       fd day2-results.
       copy "day2-result-record.cpy".

       fd fixture-list.
       01 fixture-list-record pic x(120).

       working-storage section.
       01 ws-players-status pic xx.
       01 ws-players-eof pic x(1) value 'N'.
           88 players-eof value 'Y'.
       01 ws-fixture-status pic xx.
       01 ws-fixture-eof pic x(1) value 'N'.
           88 fixtures-eof value 'Y'.
       01 ws-results-status pic xx.
       01 ws-results-eof pic x(1) value 'N'.
           88 results-eof value 'Y'.
       01 ws-player-count pic 9(3) value 0.
       01 ws-player-table.
           05 ws-player-entry occurs 1 to 400 times
               depending on ws-player-count.
               10 ws-plr-name pic x(20).
               10 ws-plr-opp pic 9(3).
               10 ws-plr-you pic 9(3).
               10 ws-plr-byes pic 9(3).
       01 ws-player-index pic 9(3).
       01 ws-old-count pic 9(3) value 0.
       01 ws-old-table.
           05 ws-old-entry occurs 1 to 500 times
               depending on ws-old-count.
               10 ws-old-p1 pic x(20).
               10 ws-old-p2 pic x(20).
       01 ws-old-index pic 9(3).
       01 ws-played-count pic 9(5) value 0.
       01 ws-format pic x(1).
           88 format-single value 'S'.
           88 format-double value 'D'.
       01 ws-slot-count pic 9(3).
       01 ws-half pic 9(3).
       01 ws-slot-table.
           05 ws-slot pic 9(3) occurs 401 times.
       01 ws-slot-index pic 9(3).
       01 ws-slot-other pic 9(3).
       01 ws-slot-save pic 9(3).
       01 ws-leg-rounds pic 9(3).
       01 ws-round pic 9(3).
       01 ws-leg-round pic 9(3).
       01 ws-leg pic 9(1).
       01 ws-seat-a pic 9(3).
       01 ws-seat-b pic 9(3).
       01 ws-seat-swap pic 9(3).
       01 ws-fixture-total pic 9(7).
       01 ws-written-count pic 9(5) value 0.
       01 ws-bye-name pic x(20).
       01 ws-report-line pic x(120).
       01 ws-run-timestamp pic x(21).
       copy "file-gen-record.cpy".

       procedure division.
           move function current-date to ws-run-timestamp

           perform load-players
           if ws-player-count < 2
               display "FEWER THAN 2 PLAYERS ON rps-players.dat - "
                   "NO FIXTURES WRITTEN"
               stop run
           end-if
           perform check-played-fixtures
           if ws-played-count > 0
               display "day2fixtures.dat HAS " ws-played-count
                   " FIXTURES ALREADY PLAYED IN day2results.dat - "
                   "NOT OVERWRITTEN"
               display "CLOSE OFF THE SEASON'S RESULTS BEFORE "
                   "GENERATING A NEW SCHEDULE"
               stop run
           end-if

           display "Round robin (S=single, D=double): "
           accept ws-format from sysin
           if not format-single and not format-double
               display "FORMAT MUST BE S OR D - NO FIXTURES WRITTEN"
               stop run
           end-if
           compute ws-fixture-total =
               ws-player-count * (ws-player-count - 1) / 2
           if format-double
               compute ws-fixture-total = ws-fixture-total * 2
           end-if
           if ws-fixture-total > 200
               display ws-player-count " PLAYERS NEED "
                   ws-fixture-total " FIXTURES - day2 HOLDS 200 - "
                   "NO FIXTURES WRITTEN"
               stop run
           end-if

           perform build-slots
           move 'B' to fg-function
           move "day2fixtures.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output day2-fixtures
           open output fixture-list
           move spaces to ws-report-line
           string
               "ROUND ROBIN SCHEDULE RUN " delimited by size
               ws-run-timestamp delimited by size
               " FORMAT " delimited by size
               ws-format delimited by size
               " PLAYERS " delimited by size
               ws-player-count delimited by size
               into ws-report-line
           end-string
           write fixture-list-record from ws-report-line
           move 0 to ws-round
           move 1 to ws-leg
           perform varying ws-leg-round from 1 by 1
               until ws-leg-round > ws-leg-rounds
               perform write-one-round
               perform rotate-slots
           end-perform
           if format-double
               perform build-slots
               move 2 to ws-leg
               perform varying ws-leg-round from 1 by 1
                   until ws-leg-round > ws-leg-rounds
                   perform write-one-round
                   perform rotate-slots
               end-perform
           end-if
           perform write-seat-balance
           close day2-fixtures
           close fixture-list

           display ws-written-count " FIXTURES IN " ws-round
               " ROUNDS WRITTEN TO day2fixtures.dat"
           display "SCHEDULE LISTING WRITTEN TO day2fixlist.dat".

       stop run.

      *    aliases are old spellings of a primary player, so only the
      *    primary records are scheduled.
       load-players.
           open input rps-players
           if ws-players-status = "00"
               perform until players-eof
                   read rps-players
                       AT END move 'Y' to ws-players-eof
                       not AT END
                           if plr-record-type = 'P'
                               and ws-player-count < 400
                               add 1 to ws-player-count
                               move plr-record-name
                                   to ws-plr-name(ws-player-count)
                               move 0 to ws-plr-opp(ws-player-count)
                               move 0 to ws-plr-you(ws-player-count)
                               move 0 to ws-plr-byes(ws-player-count)
                           end-if
                   end-read
               end-perform
           end-if
           close rps-players.

      *    a fixture counts as played when a result exists for the
      *    same two players in either seat - the same test day2 and
      *    the forecast use.
       check-played-fixtures.
           open input day2-fixtures
           if ws-fixture-status = "00"
               perform until fixtures-eof
                   read day2-fixtures
                       AT END move 'Y' to ws-fixture-eof
                       not AT END
                           if ws-old-count < 500
                               add 1 to ws-old-count
                               move fixture-record-p1
                                   to ws-old-p1(ws-old-count)
                               move fixture-record-p2
                                   to ws-old-p2(ws-old-count)
                           end-if
                   end-read
               end-perform
           end-if
           close day2-fixtures
           if ws-old-count = 0
               exit paragraph
           end-if
           open input day2-results
           if ws-results-status = "00"
               perform until results-eof
                   read day2-results
                       AT END move 'Y' to ws-results-eof
                       not AT END
                           perform match-result-to-fixtures
                   end-read
               end-perform
           end-if
           close day2-results.

       match-result-to-fixtures.
           perform varying ws-old-index from 1 by 1
               until ws-old-index > ws-old-count
               if (ws-old-p1(ws-old-index) = result-p1
                   and ws-old-p2(ws-old-index) = result-p2)
               or (ws-old-p1(ws-old-index) = result-p2
                   and ws-old-p2(ws-old-index) = result-p1)
                   add 1 to ws-played-count
                   move spaces to ws-old-p1(ws-old-index)
                   move spaces to ws-old-p2(ws-old-index)
               end-if
           end-perform.

      *    circle method: slot 1 stays put and the rest turn one
      *    place each round. an odd field gets a bye (slot 0) in
      *    slot 1, so whoever faces slot 1 sits out and every player
      *    sits out exactly once per leg.
       build-slots.
           move 0 to ws-slot-count
           if function mod(ws-player-count, 2) = 1
               add 1 to ws-slot-count
               move 0 to ws-slot(ws-slot-count)
           end-if
           perform varying ws-player-index from 1 by 1
               until ws-player-index > ws-player-count
               add 1 to ws-slot-count
               move ws-player-index to ws-slot(ws-slot-count)
           end-perform
           compute ws-half = ws-slot-count / 2
           compute ws-leg-rounds = ws-slot-count - 1.

       rotate-slots.
           move ws-slot(ws-slot-count) to ws-slot-save
           perform varying ws-slot-index from ws-slot-count by -1
               until ws-slot-index < 3
               move ws-slot(ws-slot-index - 1)
                   to ws-slot(ws-slot-index)
           end-perform
           move ws-slot-save to ws-slot(2).

       write-one-round.
           add 1 to ws-round
           move spaces to ws-bye-name
           perform varying ws-slot-index from 1 by 1
               until ws-slot-index > ws-half
               compute ws-slot-other = ws-slot-count + 1 - ws-slot-index
               move ws-slot(ws-slot-index) to ws-seat-a
               move ws-slot(ws-slot-other) to ws-seat-b
               evaluate true
                   when ws-seat-a = 0
                       move ws-plr-name(ws-seat-b) to ws-bye-name
                       if ws-leg = 1
                           add 1 to ws-plr-byes(ws-seat-b)
                       end-if
                   when ws-seat-b = 0
                       move ws-plr-name(ws-seat-a) to ws-bye-name
                       if ws-leg = 1
                           add 1 to ws-plr-byes(ws-seat-a)
                       end-if
                   when other
                       perform write-one-fixture
               end-evaluate
           end-perform
           if ws-bye-name not = spaces
               move spaces to ws-report-line
               string
                   "ROUND " delimited by size
                   ws-round delimited by size
                   " BYE  " delimited by size
                   ws-bye-name delimited by size
                   into ws-report-line
               end-string
               write fixture-list-record from ws-report-line
           end-if.

      *    the fixed slot swaps seats every round and the other pairs
      *    seat the top half of the circle as OPP; the turning circle
      *    moves each player through both halves, which keeps every
      *    player within one of an even OPP/YOU split. the second leg
      *    of a double round robin replays the first with the seats
      *    reversed.
       write-one-fixture.
           if ws-slot-index = 1
               and function mod(ws-leg-round, 2) = 0
               move ws-seat-a to ws-seat-swap
               move ws-seat-b to ws-seat-a
               move ws-seat-swap to ws-seat-b
           end-if
           if ws-leg = 2
               move ws-seat-a to ws-seat-swap
               move ws-seat-b to ws-seat-a
               move ws-seat-swap to ws-seat-b
           end-if
           move ws-round to fixture-record-round
           move ws-plr-name(ws-seat-a) to fixture-record-p1
           move ws-plr-name(ws-seat-b) to fixture-record-p2
           write fixture-record
           add 1 to ws-written-count
           add 1 to ws-plr-opp(ws-seat-a)
           add 1 to ws-plr-you(ws-seat-b)
           move spaces to ws-report-line
           string
               "ROUND " delimited by size
               ws-round delimited by size
               " OPP  " delimited by size
               ws-plr-name(ws-seat-a) delimited by size
               " YOU  " delimited by size
               ws-plr-name(ws-seat-b) delimited by size
               into ws-report-line
           end-string
           write fixture-list-record from ws-report-line.

       write-seat-balance.
           perform varying ws-player-index from 1 by 1
               until ws-player-index > ws-player-count
               move spaces to ws-report-line
               string
                   "PLAYER " delimited by size
                   ws-plr-name(ws-player-index) delimited by size
                   " OPP " delimited by size
                   ws-plr-opp(ws-player-index) delimited by size
                   " YOU " delimited by size
                   ws-plr-you(ws-player-index) delimited by size
                   " BYES PER LEG " delimited by size
                   ws-plr-byes(ws-player-index) delimited by size
                   into ws-report-line
               end-string
               write fixture-list-record from ws-report-line
           end-perform
           move spaces to ws-report-line
           string
               "FIXTURES " delimited by size
               ws-written-count delimited by size
               " ROUNDS " delimited by size
               ws-round delimited by size
               into ws-report-line
           end-string
           write fixture-list-record from ws-report-line.
