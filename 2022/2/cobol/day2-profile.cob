       identification division.
       program-id. "day2-profile".

       environment division.
       input-output section.
       file-control.
           select sysin assign to keyboard
               organization line sequential.
           select optional rps-players assign to "rps-players.dat"
               organization line sequential
               file status is ws-players-status.
           select optional rps-ratings assign to "rps-ratings.dat"
               organization line sequential
               file status is ws-ratings-status.
           select optional rps-rating-hist
               assign to "rps-rating-hist.dat"
               organization line sequential
               file status is ws-hist-status.
           select optional day2-results assign to "day2results.dat"
               organization line sequential
               file status is ws-results-status.
           select optional day2-tendency assign to "day2tendency.dat"
               organization line sequential
               file status is ws-tendency-status.
           select profile-report assign to "day2profile.dat"
               organization line sequential.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd rps-players.
       copy "rps-player-record.cpy".

       fd rps-ratings.
       01 rating-record.
           05 rating-record-player pic x(20).
           05 rating-record-value pic 9(4).

       fd rps-rating-hist.
       copy "rps-rating-hist-record.cpy".

       fd day2-results.
       copy "day2-result-record.cpy".

       fd day2-tendency.
       01 tendency-record pic x(132).

       fd profile-report.
       01 profile-report-record pic x(132).

       working-storage section.
       01 ws-players-status pic xx.
       01 ws-players-eof pic x(1) value 'N'.
           88 players-eof value 'Y'.
       01 ws-player-count pic 9(3) value 0.
       01 ws-player-table.
           05 ws-player-entry occurs 1 to 400 times
               depending on ws-player-count.
               10 ws-plr-id pic 9(5).
               10 ws-plr-name pic x(20).
               10 ws-plr-type pic x(1).
       01 ws-player-index pic 9(3).
       01 ws-player-found pic 9(3).
       01 ws-canon-name pic x(20).
       01 ws-canon-id pic 9(5).
       01 ws-ratings-status pic xx.
       01 ws-ratings-eof pic x(1) value 'N'.
           88 ratings-eof value 'Y'.
       01 ws-rating-count pic 9(3) value 0.
       01 ws-rating-table.
           05 ws-rating-entry occurs 1 to 200 times
               depending on ws-rating-count.
               10 ws-rating-player pic x(20).
               10 ws-rating-value pic 9(4).
       01 ws-rating-index pic 9(3).
       01 ws-hist-status pic xx.
       01 ws-hist-eof pic x(1) value 'N'.
           88 hist-eof value 'Y'.
       01 ws-hist-count pic 9(5) value 0.
       01 ws-hist-table.
           05 ws-hist-entry occurs 1 to 5000 times
               depending on ws-hist-count.
               10 ws-hist-date pic x(8).
               10 ws-hist-player pic x(20).
               10 ws-hist-old pic 9(4).
               10 ws-hist-new pic 9(4).
       01 ws-hist-index pic 9(5).
       01 ws-results-status pic xx.
       01 ws-results-eof pic x(1) value 'N'.
           88 results-eof value 'Y'.
       01 ws-match-count pic 9(4) value 0.
       01 ws-match-table.
           05 ws-match-entry occurs 1 to 2000 times
               depending on ws-match-count.
               10 ws-match-run pic x(8).
               10 ws-match-p1 pic x(20).
               10 ws-match-p2 pic x(20).
               10 ws-match-p1-score pic 9(18).
               10 ws-match-p2-score pic 9(18).
               10 ws-match-p2-wins pic 9(9).
               10 ws-match-p2-losses pic 9(9).
               10 ws-match-draws pic 9(9).
               10 ws-match-winner pic x(20).
               10 ws-match-kind pic x(1).
               10 ws-match-absent pic x(20).
       01 ws-match-index pic 9(4).
       01 ws-tendency-status pic xx.
       01 ws-tendency-eof pic x(1) value 'N'.
           88 tendency-eof value 'Y'.
       01 ws-tendency-count pic 9(3) value 0.
       01 ws-tendency-table.
           05 ws-tendency-line pic x(132)
               occurs 1 to 200 times
               depending on ws-tendency-count.
       01 ws-tendency-index pic 9(3).
      *    the players to profile: the primary names from the player
      *    master plus any name met in ratings or results that the
      *    master does not know.
       01 ws-subject-count pic 9(3) value 0.
       01 ws-subject-table.
           05 ws-subject-name pic x(20)
               occurs 1 to 400 times
               depending on ws-subject-count.
       01 ws-subject-index pic 9(3).
       01 ws-subject-found pic 9(3).
       01 ws-wanted pic x(20).
       01 ws-cur-player pic x(20).
       01 ws-cur-id pic 9(5).
       01 ws-profile-count pic 9(3) value 0.
       01 ws-cur-rating pic 9(4).
       01 ws-rated pic x(1).
           88 player-rated value 'Y'.
       01 ws-peak pic 9(4).
       01 ws-peak-date pic x(8).
       01 ws-low pic 9(4).
       01 ws-low-date pic x(8).
       01 ws-hist-rows pic 9(5).
      *    career figures, from the player's own side of each result
       01 ws-car-matches pic 9(5).
       01 ws-car-wins pic 9(5).
       01 ws-car-losses pic 9(5).
       01 ws-car-drawn pic 9(5).
       01 ws-car-wo-won pic 9(5).
       01 ws-car-wo-lost pic 9(5).
       01 ws-car-rnd-wins pic 9(9).
       01 ws-car-rnd-losses pic 9(9).
       01 ws-car-rnd-draws pic 9(9).
       01 ws-car-points pic 9(18).
       01 ws-streak-cur pic 9(5).
       01 ws-streak-best pic 9(5).
       01 ws-streak-best-end pic x(8).
       01 ws-side pic x(1).
           88 side-p1 value '1'.
           88 side-p2 value '2'.
       01 ws-opponent pic x(20).
       01 ws-my-points pic 9(18).
       01 ws-opp-points pic 9(18).
       01 ws-h2h-count pic 9(3) value 0.
       01 ws-h2h-table.
           05 ws-h2h-entry occurs 1 to 200 times
               depending on ws-h2h-count.
               10 ws-h2h-opp pic x(20).
               10 ws-h2h-matches pic 9(5).
               10 ws-h2h-wins pic 9(5).
               10 ws-h2h-losses pic 9(5).
               10 ws-h2h-drawn pic 9(5).
               10 ws-h2h-for pic 9(18).
               10 ws-h2h-against pic 9(18).
       01 ws-h2h-index pic 9(3).
       01 ws-h2h-found pic 9(3).
       01 ws-alias-line pic x(132).
       01 ws-alias-ptr pic 9(3).
       01 ws-alias-count pic 9(3).
       01 ws-report-line pic x(132).
       01 ws-run-timestamp pic x(21).

       procedure division.
           move function current-date to ws-run-timestamp
           perform load-players
           perform load-ratings
           perform load-history
           perform load-results
           perform load-tendencies
           perform build-subject-list
           display "Player to profile (blank = all players): "
           accept ws-wanted from sysin
           open output profile-report
           move spaces to ws-report-line
           string
               "PLAYER CAREER PROFILES " delimited by size
               ws-run-timestamp(1:8) delimited by size
               into ws-report-line
           end-string
           write profile-report-record from ws-report-line
           if ws-wanted = spaces
               perform varying ws-subject-index from 1 by 1
                   until ws-subject-index > ws-subject-count
                   move ws-subject-name(ws-subject-index)
                       to ws-cur-player
                   perform write-player-profile
               end-perform
           else
               move ws-wanted to ws-canon-name
               perform canonicalize-player
               move ws-canon-name to ws-cur-player
               move 0 to ws-subject-found
               perform varying ws-subject-index from 1 by 1
                   until ws-subject-index > ws-subject-count
                   if ws-subject-name(ws-subject-index)
                       = ws-cur-player
                       move ws-subject-index to ws-subject-found
                   end-if
               end-perform
               if ws-subject-found = 0
                   display "NO RECORD OF PLAYER " ws-wanted
                   move spaces to ws-report-line
                   string
                       "NO RECORD OF PLAYER " delimited by size
                       ws-wanted delimited by size
                       into ws-report-line
                   end-string
                   write profile-report-record from ws-report-line
               else
                   perform write-player-profile
               end-if
           end-if
           close profile-report
           display ws-profile-count
               " PLAYER PROFILES WRITTEN TO day2profile.dat".

       stop run.

       load-players.
           open input rps-players
           if ws-players-status = "00"
               perform until players-eof
                   read rps-players
                       AT END move 'Y' to ws-players-eof
                       not AT END
                           if ws-player-count < 400
                               add 1 to ws-player-count
                               move plr-record-id
                                   to ws-plr-id(ws-player-count)
                               move plr-record-name
                                   to ws-plr-name(ws-player-count)
                               move plr-record-type
                                   to ws-plr-type(ws-player-count)
                           end-if
                   end-read
               end-perform
           end-if
           close rps-players.

       load-ratings.
           open input rps-ratings
           if ws-ratings-status = "00"
               perform until ratings-eof
                   read rps-ratings
                       AT END move 'Y' to ws-ratings-eof
                       not AT END
                           if ws-rating-count < 200
                               add 1 to ws-rating-count
                               move rating-record-player
                                   to ws-canon-name
                               perform canonicalize-player
                               move ws-canon-name
                                   to ws-rating-player(ws-rating-count)
                               move rating-record-value
                                   to ws-rating-value(ws-rating-count)
                           end-if
                   end-read
               end-perform
           end-if
           close rps-ratings.

       load-history.
           open input rps-rating-hist
           if ws-hist-status = "00"
               perform until hist-eof
                   read rps-rating-hist
                       AT END move 'Y' to ws-hist-eof
                       not AT END
                           if ws-hist-count < 5000
                               add 1 to ws-hist-count
                               move rhist-date
                                   to ws-hist-date(ws-hist-count)
                               move rhist-player to ws-canon-name
                               perform canonicalize-player
                               move ws-canon-name
                                   to ws-hist-player(ws-hist-count)
                               move rhist-old
                                   to ws-hist-old(ws-hist-count)
                               move rhist-new
                                   to ws-hist-new(ws-hist-count)
                           end-if
                   end-read
               end-perform
           end-if
           close rps-rating-hist.

      *    results are kept in file order, which is the order the
      *    matches were played; the streaks depend on it.
       load-results.
           open input day2-results
           if ws-results-status = "00"
               perform until results-eof
                   read day2-results
                       AT END move 'Y' to ws-results-eof
                       not AT END
                           if result-p1 not = spaces
                               and result-p2 not = spaces
                               and not result-correction
                               and ws-match-count < 2000
                               perform keep-result
                           end-if
                   end-read
               end-perform
           end-if
           close day2-results.

       keep-result.
           add 1 to ws-match-count
           move result-run(1:8) to ws-match-run(ws-match-count)
           move result-p1 to ws-canon-name
           perform canonicalize-player
           move ws-canon-name to ws-match-p1(ws-match-count)
           move result-p2 to ws-canon-name
           perform canonicalize-player
           move ws-canon-name to ws-match-p2(ws-match-count)
           move result-p1-score to ws-match-p1-score(ws-match-count)
           move result-p2-score to ws-match-p2-score(ws-match-count)
           move result-p2-wins to ws-match-p2-wins(ws-match-count)
           move result-p2-losses
               to ws-match-p2-losses(ws-match-count)
           move result-draws to ws-match-draws(ws-match-count)
           move spaces to ws-match-winner(ws-match-count)
           if result-winner not = spaces
               move result-winner to ws-canon-name
               perform canonicalize-player
               move ws-canon-name to ws-match-winner(ws-match-count)
           end-if
           move result-kind to ws-match-kind(ws-match-count)
           move spaces to ws-match-absent(ws-match-count)
           if result-walkover
               move result-absent to ws-canon-name
               perform canonicalize-player
               move ws-canon-name to ws-match-absent(ws-match-count)
           end-if.

      *    day2 rewrites the tendency file every run, so the throw
      *    habits shown are those of the latest run only.
       load-tendencies.
           open input day2-tendency
           if ws-tendency-status = "00"
               perform until tendency-eof
                   read day2-tendency
                       AT END move 'Y' to ws-tendency-eof
                       not AT END
                           if tendency-record(1:7) = "PLAYER "
                               and ws-tendency-count < 200
                               add 1 to ws-tendency-count
                               move tendency-record
                                   to ws-tendency-line
                                       (ws-tendency-count)
                           end-if
                   end-read
               end-perform
           end-if
           close day2-tendency.

       build-subject-list.
           perform varying ws-player-index from 1 by 1
               until ws-player-index > ws-player-count
               if ws-plr-type(ws-player-index) = 'P'
                   move ws-plr-name(ws-player-index) to ws-canon-name
                   perform add-subject
               end-if
           end-perform
           perform varying ws-rating-index from 1 by 1
               until ws-rating-index > ws-rating-count
               move ws-rating-player(ws-rating-index)
                   to ws-canon-name
               perform add-subject
           end-perform
           perform varying ws-match-index from 1 by 1
               until ws-match-index > ws-match-count
               move ws-match-p1(ws-match-index) to ws-canon-name
               perform add-subject
               move ws-match-p2(ws-match-index) to ws-canon-name
               perform add-subject
           end-perform.

       add-subject.
           move 0 to ws-subject-found
           perform varying ws-subject-index from 1 by 1
               until ws-subject-index > ws-subject-count
               if ws-subject-name(ws-subject-index) = ws-canon-name
                   move ws-subject-index to ws-subject-found
               end-if
           end-perform
           if ws-subject-found = 0 and ws-subject-count < 400
               add 1 to ws-subject-count
               move ws-canon-name to ws-subject-name(ws-subject-count)
           end-if.

      *    the same alias folding day2 applies to incoming match
      *    names, so a player's old spellings land on one profile.
       canonicalize-player.
           move 0 to ws-player-found
           perform varying ws-player-index from 1 by 1
               until ws-player-index > ws-player-count
               if ws-plr-name(ws-player-index) = ws-canon-name
                   move ws-player-index to ws-player-found
               end-if
           end-perform
           if ws-player-found = 0
               exit paragraph
           end-if
           if ws-plr-type(ws-player-found) = 'A'
               move ws-plr-id(ws-player-found) to ws-canon-id
               perform varying ws-player-index from 1 by 1
                   until ws-player-index > ws-player-count
                   if ws-plr-id(ws-player-index) = ws-canon-id
                       and ws-plr-type(ws-player-index) = 'P'
                       move ws-plr-name(ws-player-index)
                           to ws-canon-name
                   end-if
               end-perform
           end-if.

       write-player-profile.
           add 1 to ws-profile-count
           perform write-profile-heading
           perform write-rating-section
           perform gather-career
           perform write-career-section
           perform write-head-to-head
           perform write-tendency-section.

       write-profile-heading.
           move spaces to ws-report-line
           write profile-report-record from ws-report-line
           move 0 to ws-cur-id
           perform varying ws-player-index from 1 by 1
               until ws-player-index > ws-player-count
               if ws-plr-name(ws-player-index) = ws-cur-player
                   and ws-plr-type(ws-player-index) = 'P'
                   move ws-plr-id(ws-player-index) to ws-cur-id
               end-if
           end-perform
           move spaces to ws-report-line
           if ws-cur-id = 0
               string
                   "PLAYER " delimited by size
                   ws-cur-player delimited by size
                   " NOT ON PLAYER MASTER" delimited by size
                   into ws-report-line
               end-string
               write profile-report-record from ws-report-line
               exit paragraph
           end-if
           string
               "PLAYER " delimited by size
               ws-cur-player delimited by size
               " ID " delimited by size
               ws-cur-id delimited by size
               into ws-report-line
           end-string
           write profile-report-record from ws-report-line
           move spaces to ws-alias-line
           move "  ALIASES" to ws-alias-line
           move 10 to ws-alias-ptr
           move 0 to ws-alias-count
           perform varying ws-player-index from 1 by 1
               until ws-player-index > ws-player-count
               if ws-plr-id(ws-player-index) = ws-cur-id
                   and ws-plr-type(ws-player-index) = 'A'
                   add 1 to ws-alias-count
                   if ws-alias-ptr > 110
                       write profile-report-record from ws-alias-line
                       move spaces to ws-alias-line
                       move 10 to ws-alias-ptr
                   end-if
                   string
                       " " delimited by size
                       ws-plr-name(ws-player-index)
                           delimited by space
                       into ws-alias-line
                       with pointer ws-alias-ptr
                   end-string
               end-if
           end-perform
           if ws-alias-count = 0
               move "  ALIASES NONE" to ws-alias-line
           end-if
           write profile-report-record from ws-alias-line.

      *    the rating a player started from counts towards the peak
      *    and the low, dated with the first match that moved it.
       write-rating-section.
           move 'N' to ws-rated
           move 0 to ws-cur-rating
           perform varying ws-rating-index from 1 by 1
               until ws-rating-index > ws-rating-count
               if ws-rating-player(ws-rating-index) = ws-cur-player
                   move ws-rating-value(ws-rating-index)
                       to ws-cur-rating
                   move 'Y' to ws-rated
               end-if
           end-perform
           move 0 to ws-hist-rows
           perform varying ws-hist-index from 1 by 1
               until ws-hist-index > ws-hist-count
               if ws-hist-player(ws-hist-index) = ws-cur-player
                   add 1 to ws-hist-rows
                   if ws-hist-rows = 1
                       move ws-hist-old(ws-hist-index) to ws-peak
                       move ws-hist-date(ws-hist-index)
                           to ws-peak-date
                       move ws-hist-old(ws-hist-index) to ws-low
                       move ws-hist-date(ws-hist-index)
                           to ws-low-date
                   end-if
                   if ws-hist-new(ws-hist-index) > ws-peak
                       move ws-hist-new(ws-hist-index) to ws-peak
                       move ws-hist-date(ws-hist-index)
                           to ws-peak-date
                   end-if
                   if ws-hist-new(ws-hist-index) < ws-low
                       move ws-hist-new(ws-hist-index) to ws-low
                       move ws-hist-date(ws-hist-index)
                           to ws-low-date
                   end-if
               end-if
           end-perform
           move spaces to ws-report-line
           if player-rated
               string
                   "  RATING CURRENT " delimited by size
                   ws-cur-rating delimited by size
                   into ws-report-line
               end-string
           else
               move "  RATING CURRENT UNRATED" to ws-report-line
           end-if
           write profile-report-record from ws-report-line
           move spaces to ws-report-line
           if ws-hist-rows = 0
               move "  RATING NO HISTORY ON FILE" to ws-report-line
           else
               string
                   "  RATING PEAK " delimited by size
                   ws-peak delimited by size
                   " ON " delimited by size
                   ws-peak-date delimited by size
                   " LOWEST " delimited by size
                   ws-low delimited by size
                   " ON " delimited by size
                   ws-low-date delimited by size
                   " RATED MATCHES " delimited by size
                   ws-hist-rows delimited by size
                   into ws-report-line
               end-string
           end-if
           write profile-report-record from ws-report-line.

      *    a walkover counts as a match won or lost like any other,
      *    and so carries a win streak on or breaks it.
       gather-career.
           move 0 to ws-car-matches
           move 0 to ws-car-wins
           move 0 to ws-car-losses
           move 0 to ws-car-drawn
           move 0 to ws-car-wo-won
           move 0 to ws-car-wo-lost
           move 0 to ws-car-rnd-wins
           move 0 to ws-car-rnd-losses
           move 0 to ws-car-rnd-draws
           move 0 to ws-car-points
           move 0 to ws-streak-cur
           move 0 to ws-streak-best
           move spaces to ws-streak-best-end
           move 0 to ws-h2h-count
           perform varying ws-match-index from 1 by 1
               until ws-match-index > ws-match-count
               move space to ws-side
               if ws-match-p1(ws-match-index) = ws-cur-player
                   move '1' to ws-side
               end-if
               if ws-match-p2(ws-match-index) = ws-cur-player
                   move '2' to ws-side
               end-if
               if ws-side not = space
                   perform post-career-match
               end-if
           end-perform.

       post-career-match.
           add 1 to ws-car-matches
           add ws-match-draws(ws-match-index) to ws-car-rnd-draws
           if side-p1
               move ws-match-p2(ws-match-index) to ws-opponent
               move ws-match-p1-score(ws-match-index) to ws-my-points
               move ws-match-p2-score(ws-match-index)
                   to ws-opp-points
               add ws-match-p2-losses(ws-match-index)
                   to ws-car-rnd-wins
               add ws-match-p2-wins(ws-match-index)
                   to ws-car-rnd-losses
           else
               move ws-match-p1(ws-match-index) to ws-opponent
               move ws-match-p2-score(ws-match-index) to ws-my-points
               move ws-match-p1-score(ws-match-index)
                   to ws-opp-points
               add ws-match-p2-wins(ws-match-index)
                   to ws-car-rnd-wins
               add ws-match-p2-losses(ws-match-index)
                   to ws-car-rnd-losses
           end-if
           add ws-my-points to ws-car-points
           perform find-or-add-opponent
           add 1 to ws-h2h-matches(ws-h2h-found)
           add ws-my-points to ws-h2h-for(ws-h2h-found)
           add ws-opp-points to ws-h2h-against(ws-h2h-found)
           evaluate true
               when ws-match-winner(ws-match-index) = spaces
                   add 1 to ws-car-drawn
                   add 1 to ws-h2h-drawn(ws-h2h-found)
                   move 0 to ws-streak-cur
               when ws-match-winner(ws-match-index) = ws-cur-player
                   add 1 to ws-car-wins
                   add 1 to ws-h2h-wins(ws-h2h-found)
                   add 1 to ws-streak-cur
                   if ws-match-kind(ws-match-index) = 'W'
                       add 1 to ws-car-wo-won
                   end-if
                   if ws-streak-cur > ws-streak-best
                       move ws-streak-cur to ws-streak-best
                       move ws-match-run(ws-match-index)
                           to ws-streak-best-end
                   end-if
               when other
                   add 1 to ws-car-losses
                   add 1 to ws-h2h-losses(ws-h2h-found)
                   move 0 to ws-streak-cur
                   if ws-match-kind(ws-match-index) = 'W'
                       add 1 to ws-car-wo-lost
                   end-if
           end-evaluate.

       find-or-add-opponent.
           move 0 to ws-h2h-found
           perform varying ws-h2h-index from 1 by 1
               until ws-h2h-index > ws-h2h-count
               if ws-h2h-opp(ws-h2h-index) = ws-opponent
                   move ws-h2h-index to ws-h2h-found
               end-if
           end-perform
           if ws-h2h-found = 0
               if ws-h2h-count < 200
                   add 1 to ws-h2h-count
               end-if
               move ws-h2h-count to ws-h2h-found
               move ws-opponent to ws-h2h-opp(ws-h2h-found)
               move 0 to ws-h2h-matches(ws-h2h-found)
               move 0 to ws-h2h-wins(ws-h2h-found)
               move 0 to ws-h2h-losses(ws-h2h-found)
               move 0 to ws-h2h-drawn(ws-h2h-found)
               move 0 to ws-h2h-for(ws-h2h-found)
               move 0 to ws-h2h-against(ws-h2h-found)
           end-if.

       write-career-section.
           move spaces to ws-report-line
           string
               "  CAREER MATCHES " delimited by size
               ws-car-matches delimited by size
               " WON " delimited by size
               ws-car-wins delimited by size
               " LOST " delimited by size
               ws-car-losses delimited by size
               " DRAWN " delimited by size
               ws-car-drawn delimited by size
               " POINTS " delimited by size
               ws-car-points delimited by size
               into ws-report-line
           end-string
           write profile-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "  ROUNDS W-L-D " delimited by size
               ws-car-rnd-wins delimited by size
               "-" delimited by size
               ws-car-rnd-losses delimited by size
               "-" delimited by size
               ws-car-rnd-draws delimited by size
               " WALKOVERS WON " delimited by size
               ws-car-wo-won delimited by size
               " FORFEITED " delimited by size
               ws-car-wo-lost delimited by size
               into ws-report-line
           end-string
           write profile-report-record from ws-report-line
           move spaces to ws-report-line
           move 1 to ws-alias-ptr
           string
               "  WIN STREAK CURRENT " delimited by size
               ws-streak-cur delimited by size
               " LONGEST " delimited by size
               ws-streak-best delimited by size
               into ws-report-line
               with pointer ws-alias-ptr
           end-string
           if ws-streak-best > 0
               string
                   " ENDED RUN OF " delimited by size
                   ws-streak-best-end delimited by size
                   into ws-report-line
                   with pointer ws-alias-ptr
               end-string
           end-if
           write profile-report-record from ws-report-line.

       write-head-to-head.
           if ws-h2h-count = 0
               move "  HEAD-TO-HEAD NONE" to ws-report-line
               write profile-report-record from ws-report-line
               exit paragraph
           end-if
           move "  HEAD-TO-HEAD" to ws-report-line
           write profile-report-record from ws-report-line
           perform varying ws-h2h-index from 1 by 1
               until ws-h2h-index > ws-h2h-count
               move spaces to ws-report-line
               string
                   "    VS " delimited by size
                   ws-h2h-opp(ws-h2h-index) delimited by size
                   " MATCHES " delimited by size
                   ws-h2h-matches(ws-h2h-index) delimited by size
                   " W-L-D " delimited by size
                   ws-h2h-wins(ws-h2h-index) delimited by size
                   "-" delimited by size
                   ws-h2h-losses(ws-h2h-index) delimited by size
                   "-" delimited by size
                   ws-h2h-drawn(ws-h2h-index) delimited by size
                   " FOR " delimited by size
                   ws-h2h-for(ws-h2h-index) delimited by size
                   " AGAINST " delimited by size
                   ws-h2h-against(ws-h2h-index) delimited by size
                   into ws-report-line
               end-string
               write profile-report-record from ws-report-line
           end-perform.

       write-tendency-section.
           move spaces to ws-report-line
           move "  THROWS NOT SEEN IN THE LATEST RUN" to ws-report-line
           perform varying ws-tendency-index from 1 by 1
               until ws-tendency-index > ws-tendency-count
               if ws-tendency-line(ws-tendency-index)(8:20)
                   = ws-cur-player
                   move spaces to ws-report-line
                   string
                       "  THROWS (LATEST RUN)" delimited by size
                       ws-tendency-line(ws-tendency-index)(28:100)
                           delimited by size
                       into ws-report-line
                   end-string
               end-if
           end-perform
           write profile-report-record from ws-report-line.
