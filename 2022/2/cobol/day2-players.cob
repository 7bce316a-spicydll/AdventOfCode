           select optional day2-fixtures assign to "day2fixtures.dat"
               organization line sequential
               file status is ws-fixture-status.
           select optional rps-clubs assign to "rps-clubs.dat"
               organization line sequential
               file status is ws-clubs-status.
           select optional club-hist assign to "rps-club-history.dat"
               organization line sequential
               file status is ws-chist-status.

       data division.
       file section.
           05 fixture-record-p1 pic x(20).
           05 fixture-record-p2 pic x(20).

       fd rps-clubs.
       copy "rps-club-record.cpy".

       fd club-hist.
       copy "rps-club-hist-record.cpy".

       working-storage section.
       01 ws-players-status pic xx.
       01 ws-players-eof pic x(1) value 'N'.
               10 ws-plr-id pic 9(5).
               10 ws-plr-name pic x(20).
               10 ws-plr-type pic x(1).
               10 ws-plr-club pic x(4).
               10 ws-plr-club-eff pic x(8).
       01 ws-player-index pic 9(3).
       01 ws-player-found pic 9(3).
       01 ws-dup-found pic 9(3).
               10 ws-fix-p2 pic x(20).
       01 ws-fix-index pic 9(3).
       01 ws-fix-touched pic 9(3).
       01 ws-clubs-status pic xx.
       01 ws-clubs-eof pic x(1) value 'N'.
           88 clubs-eof value 'Y'.
       01 ws-chist-status pic xx.
       01 ws-club-count pic 9(3) value 0.
       01 ws-club-table.
           05 ws-club-entry occurs 1 to 200 times
               depending on ws-club-count.
               10 ws-club-code pic x(4).
               10 ws-club-name pic x(30).
       01 ws-club-index pic 9(3).
       01 ws-club-found pic 9(3).
       01 ws-club-full pic x(1) value 'N'.
           88 club-table-full value 'Y'.
       01 ws-clubs-changed pic 9(3) value 0.
       01 ws-entry-club pic x(4).
       01 ws-entry-club-name pic x(30).
       01 ws-entry-date pic x(8).
       01 ws-run-timestamp pic x(21).
       copy "file-gen-record.cpy".
       copy "bus-date-record.cpy".

       procedure division.
           move function current-date to ws-run-timestamp
           perform get-business-date
           perform load-players
           perform load-clubs
           display "PLAYER MASTER MAINTENANCE - " ws-player-count
               " RECORDS ON FILE"
           move 'X' to ws-action
           perform until ws-action = 'E'
               display "Action (A=add, R=rename, C=club transfer, "
                   "K=club file, L=list, E=end): "
               accept ws-action from sysin
               evaluate ws-action
                   when 'A'
                       perform add-player
                   when 'R'
                       perform rename-player
                   when 'C'
                       perform transfer-club
                   when 'K'
                       perform maintain-club
                   when 'L'
                       perform list-players
                   when 'E'
                   " RECORDS WRITTEN TO PLAYER MASTER"
           else
               display "NO CHANGES - MASTER NOT REWRITTEN"
           end-if
           if ws-clubs-changed > 0
               perform save-clubs
               if not club-table-full
                   display ws-club-count " CLUBS WRITTEN TO CLUB FILE"
               end-if
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

       load-players.
           open input rps-players
           if ws-players-status = "00"
                               to ws-plr-name(ws-player-count)
                           move plr-record-type
                               to ws-plr-type(ws-player-count)
                           move plr-record-club
                               to ws-plr-club(ws-player-count)
                           move plr-record-club-eff
                               to ws-plr-club-eff(ws-player-count)
                           if plr-record-id > ws-next-id
                               move plr-record-id to ws-next-id
                           end-if
               move ws-plr-id(ws-player-index) to plr-record-id
               move ws-plr-name(ws-player-index) to plr-record-name
               move ws-plr-type(ws-player-index) to plr-record-type
               move ws-plr-club(ws-player-index) to plr-record-club
               move ws-plr-club-eff(ws-player-index)
                   to plr-record-club-eff
               write player-record
           end-perform
           close rps-players.
           move ws-next-id to ws-plr-id(ws-player-count)
           move ws-maint-name to ws-plr-name(ws-player-count)
           move 'P' to ws-plr-type(ws-player-count)
           move spaces to ws-plr-club(ws-player-count)
           move spaces to ws-plr-club-eff(ws-player-count)
           add 1 to ws-changed-count
           display "  ADDED AS ID " ws-next-id.

           move ws-rename-id to ws-plr-id(ws-player-count)
           move ws-maint-name to ws-plr-name(ws-player-count)
           move 'A' to ws-plr-type(ws-player-count)
           move spaces to ws-plr-club(ws-player-count)
           move spaces to ws-plr-club-eff(ws-player-count)
           add 1 to ws-changed-count
           perform carry-rating-forward
           perform carry-history-forward
               if ws-plr-type(ws-player-index) = 'P'
                   display "ID " ws-plr-id(ws-player-index)
                       " " ws-plr-name(ws-player-index)
                       " CLUB " ws-plr-club(ws-player-index)
                       " SINCE " ws-plr-club-eff(ws-player-index)
               else
                   display "ID " ws-plr-id(ws-player-index)
                       " " ws-plr-name(ws-player-index)
                       " (ALIAS)"
               end-if
           end-perform.

       load-clubs.
           open input rps-clubs
           if ws-clubs-status = "00"
               perform until clubs-eof
                   read rps-clubs
                       AT END move 'Y' to ws-clubs-eof
                       not AT END
                           if ws-club-count >= 200
                               if not club-table-full
                                   display "CLUB FILE EXCEEDS 200 "
                                       "CLUBS - CHANGES NOT SAVED"
                               end-if
                               move 'Y' to ws-club-full
                           else
                               add 1 to ws-club-count
                               move club-code
                                   to ws-club-code(ws-club-count)
                               move club-name
                                   to ws-club-name(ws-club-count)
                           end-if
                   end-read
               end-perform
           end-if
           close rps-clubs.

       save-clubs.
           if club-table-full
               display "CLUB FILE NOT REWRITTEN - TABLE OVERFLOWED "
                   "AT LOAD"
               exit paragraph
           end-if
           move 'B' to fg-function
           move "rps-clubs.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output rps-clubs
           perform varying ws-club-index from 1 by 1
               until ws-club-index > ws-club-count
               move ws-club-code(ws-club-index) to club-code
               move ws-club-name(ws-club-index) to club-name
               write club-record
           end-perform
           close rps-clubs.

       find-club.
           move 0 to ws-club-found
           perform varying ws-club-index from 1 by 1
               until ws-club-index > ws-club-count
               if ws-club-code(ws-club-index) = ws-entry-club
                   move ws-club-index to ws-club-found
               end-if
           end-perform.

      *    a club code is never removed once players may have been
      *    credited to it; only its name can change.
       maintain-club.
           display "Club code: "
           accept ws-entry-club from sysin
           if ws-entry-club = spaces or ws-entry-club = "NONE"
               display "  NO CLUB CODE GIVEN"
               exit paragraph
           end-if
           perform find-club
           if ws-club-found > 0
               display "  " ws-entry-club " "
                   ws-club-name(ws-club-found)
           end-if
           display "Club name (blank = no change): "
           accept ws-entry-club-name from sysin
           if ws-entry-club-name = spaces
               display "  CLUB NOT CHANGED"
               exit paragraph
           end-if
           if ws-club-found = 0
               if ws-club-count >= 200
                   display "  CLUB FILE FULL - NOT ADDED"
                   exit paragraph
               end-if
               add 1 to ws-club-count
               move ws-club-count to ws-club-found
               move ws-entry-club to ws-club-code(ws-club-found)
               display "  CLUB " ws-entry-club " ADDED"
           else
               display "  CLUB " ws-entry-club " RENAMED"
           end-if
           move ws-entry-club-name to ws-club-name(ws-club-found)
           add 1 to ws-clubs-changed.

      *    the membership change is appended to the club history at
      *    once; the player master keeps only the club now in force.
       transfer-club.
           display "Player name: "
           accept ws-maint-name from sysin
           perform find-player-by-name
           if ws-player-found = 0
               display "  '" ws-maint-name "' NOT ON FILE"
               exit paragraph
           end-if
           if ws-plr-type(ws-player-found) = 'A'
               move ws-plr-id(ws-player-found) to ws-rename-id
               perform varying ws-player-index from 1 by 1
                   until ws-player-index > ws-player-count
                   if ws-plr-id(ws-player-index) = ws-rename-id
                       and ws-plr-type(ws-player-index) = 'P'
                       move ws-player-index to ws-player-found
                   end-if
               end-perform
           end-if
           display "  " ws-plr-name(ws-player-found) " CLUB "
               ws-plr-club(ws-player-found) " SINCE "
               ws-plr-club-eff(ws-player-found)
           display "New club code (NONE to leave the club): "
           accept ws-entry-club from sysin
           if ws-entry-club = spaces
               display "  CLUB NOT CHANGED"
               exit paragraph
           end-if
           if ws-entry-club = "NONE"
               move spaces to ws-entry-club
           else
               perform find-club
               if ws-club-found = 0
                   display "  CLUB " ws-entry-club
                       " NOT ON CLUB FILE - CLUB NOT CHANGED"
                   exit paragraph
               end-if
           end-if
           if ws-entry-club = ws-plr-club(ws-player-found)
               display "  ALREADY WITH THAT CLUB"
               exit paragraph
           end-if
           display "Effective date (YYYYMMDD, blank = today): "
           accept ws-entry-date from sysin
           if ws-entry-date = spaces
               move ws-run-timestamp(1:8) to ws-entry-date
           end-if
           if ws-entry-date not numeric
               display "  DATE MUST BE YYYYMMDD - CLUB NOT CHANGED"
               exit paragraph
           end-if
           if ws-plr-club-eff(ws-player-found) not = spaces
               and ws-entry-date < ws-plr-club-eff(ws-player-found)
               display "  DATE BEFORE CURRENT MEMBERSHIP "
                   ws-plr-club-eff(ws-player-found)
                   " - CLUB NOT CHANGED"
               exit paragraph
           end-if
           move ws-entry-club to ws-plr-club(ws-player-found)
           move ws-entry-date to ws-plr-club-eff(ws-player-found)
           move ws-plr-id(ws-player-found) to chist-player-id
           move ws-entry-club to chist-club
           move ws-entry-date to chist-eff
           move ws-run-timestamp(1:8) to chist-posted
           open extend club-hist
           write chist-record
           close club-hist
           add 1 to ws-changed-count
           if ws-entry-club = spaces
               display "  LEFT CLUB FROM " ws-entry-date
           else
               display "  WITH CLUB " ws-entry-club " FROM "
                   ws-entry-date
           end-if.
