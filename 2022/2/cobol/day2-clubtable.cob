       identification division.
       program-id. "day2-clubtable".

       environment division.
       input-output section.
       file-control.
           select optional rps-players assign to "rps-players.dat"
               organization line sequential
               file status is ws-players-status.
           select optional rps-clubs assign to "rps-clubs.dat"
               organization line sequential
               file status is ws-clubs-status.
           select optional club-hist assign to "rps-club-history.dat"
               organization line sequential
               file status is ws-chist-status.
           select optional rps-ratings assign to "rps-ratings.dat"
               organization line sequential
               file status is ws-ratings-status.
           select optional day2-results assign to "day2results.dat"
               organization line sequential
               file status is ws-results-status.
           select club-report assign to "day2clubs.dat"
               organization line sequential.

       data division.
       file section.
       fd rps-players.
       copy "rps-player-record.cpy".

       fd rps-clubs.
       copy "rps-club-record.cpy".

       fd club-hist.
       copy "rps-club-hist-record.cpy".

       fd rps-ratings.
       01 rating-record.
           05 rating-record-player pic x(20).
           05 rating-record-value pic 9(4).

       fd day2-results.
       copy "day2-result-record.cpy".

       fd club-report.
       01 club-report-record pic x(132).

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
               10 ws-plr-club pic x(4).
               10 ws-plr-club-eff pic x(8).
       01 ws-player-index pic 9(3).
       01 ws-player-found pic 9(3).
       01 ws-canon-name pic x(20).
       01 ws-canon-id pic 9(5).
       01 ws-clubs-status pic xx.
       01 ws-clubs-eof pic x(1) value 'N'.
           88 clubs-eof value 'Y'.
       01 ws-club-count pic 9(3) value 0.
       01 ws-club-table.
           05 ws-club-entry occurs 1 to 200 times
               depending on ws-club-count.
               10 ws-club-code pic x(4).
               10 ws-club-name pic x(30).
               10 ws-club-matches pic 9(5).
               10 ws-club-wins pic 9(5).
               10 ws-club-losses pic 9(5).
               10 ws-club-drawn pic 9(5).
               10 ws-club-points pic 9(18).
               10 ws-club-members pic 9(5).
               10 ws-club-rated pic 9(5).
               10 ws-club-rating-sum pic 9(9).
               10 ws-club-avg-rating pic 9(4).
       01 ws-club-index pic 9(3).
       01 ws-club-j pic 9(3).
       01 ws-club-best pic 9(3).
       01 ws-club-found pic 9(3).
       01 ws-swap-club.
           05 filler pic x(4).
           05 filler pic x(30).
           05 filler pic 9(5).
           05 filler pic 9(5).
           05 filler pic 9(5).
           05 filler pic 9(5).
           05 filler pic 9(18).
           05 filler pic 9(5).
           05 filler pic 9(5).
           05 filler pic 9(9).
           05 filler pic 9(4).
       01 ws-chist-status pic xx.
       01 ws-chist-eof pic x(1) value 'N'.
           88 chist-eof value 'Y'.
       01 ws-chist-count pic 9(5) value 0.
       01 ws-chist-table.
           05 ws-chist-entry occurs 1 to 5000 times
               depending on ws-chist-count.
               10 ws-chist-id pic 9(5).
               10 ws-chist-club pic x(4).
               10 ws-chist-eff pic x(8).
       01 ws-chist-index pic 9(5).
       01 ws-chist-best pic 9(5).
       01 ws-ratings-status pic xx.
       01 ws-ratings-eof pic x(1) value 'N'.
           88 ratings-eof value 'Y'.
       01 ws-results-status pic xx.
       01 ws-results-eof pic x(1) value 'N'.
           88 results-eof value 'Y'.
       01 ws-match-date pic x(8).
       01 ws-lookup-id pic 9(5).
       01 ws-lookup-club pic x(4).
       01 ws-p1-club pic x(4).
       01 ws-p2-club pic x(4).
       01 ws-side-club pic x(4).
       01 ws-side-name pic x(20).
       01 ws-side-points pic 9(18).
       01 ws-season-from pic x(8) value spaces.
       01 ws-results-read pic 9(5) value 0.
       01 ws-results-used pic 9(5) value 0.
       01 ws-same-club pic 9(5) value 0.
       01 ws-no-club-sides pic 9(5) value 0.
       01 ws-place pic 9(3).
       01 ws-report-line pic x(132).
       01 ws-run-timestamp pic x(21).
       01 ws-parm-index pic 9(3).
       01 ws-parm-lookup pic x(20).
       01 ws-parm-fnd pic x(1) value 'N'.
           88 parm-found value 'Y'.
       01 ws-parm-found-value pic x(40).
       copy "run-parms.cpy".

       procedure division.
           move function current-date to ws-run-timestamp
           perform load-run-parms
           perform load-players
           perform load-clubs
           perform load-club-history
           perform load-ratings
           if ws-club-count = 0
               display "NO CLUB FILE - NOTHING TO LIST"
               stop run
           end-if
           open input day2-results
           if ws-results-status = "00"
               perform until results-eof
                   read day2-results
                       AT END move 'Y' to ws-results-eof
                       not AT END perform post-club-result
                   end-read
               end-perform
           end-if
           close day2-results
           perform average-member-ratings
           perform sort-clubs
           perform write-club-table
           display ws-club-count " CLUBS LISTED TO day2clubs.dat".

       stop run.

       load-run-parms.
           call "runparm" using run-parms
               on exception
                   move 0 to parm-count
           end-call
           move "CLUB-SEASON-FROM" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value(1:8) to ws-season-from
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
                               move plr-record-club
                                   to ws-plr-club(ws-player-count)
                               move plr-record-club-eff
                                   to ws-plr-club-eff
                                       (ws-player-count)
                           end-if
                   end-read
               end-perform
           end-if
           close rps-players.

       load-clubs.
           open input rps-clubs
           if ws-clubs-status = "00"
               perform until clubs-eof
                   read rps-clubs
                       AT END move 'Y' to ws-clubs-eof
                       not AT END
                           if ws-club-count < 200
                               add 1 to ws-club-count
                               move club-code
                                   to ws-club-code(ws-club-count)
                               move club-name
                                   to ws-club-name(ws-club-count)
                               perform clear-club-totals
                           end-if
                   end-read
               end-perform
           end-if
           close rps-clubs.

       clear-club-totals.
           move 0 to ws-club-matches(ws-club-count)
           move 0 to ws-club-wins(ws-club-count)
           move 0 to ws-club-losses(ws-club-count)
           move 0 to ws-club-drawn(ws-club-count)
           move 0 to ws-club-points(ws-club-count)
           move 0 to ws-club-members(ws-club-count)
           move 0 to ws-club-rated(ws-club-count)
           move 0 to ws-club-rating-sum(ws-club-count)
           move 0 to ws-club-avg-rating(ws-club-count).

       load-club-history.
           open input club-hist
           if ws-chist-status = "00"
               perform until chist-eof
                   read club-hist
                       AT END move 'Y' to ws-chist-eof
                       not AT END
                           if ws-chist-count < 5000
                               add 1 to ws-chist-count
                               move chist-player-id
                                   to ws-chist-id(ws-chist-count)
                               move chist-club
                                   to ws-chist-club(ws-chist-count)
                               move chist-eff
                                   to ws-chist-eff(ws-chist-count)
                           end-if
                   end-read
               end-perform
           end-if
           close club-hist.

      *    members are counted from the player master as it stands;
      *    the average is over the members who hold a rating.
       load-ratings.
           perform varying ws-player-index from 1 by 1
               until ws-player-index > ws-player-count
               if ws-plr-type(ws-player-index) = 'P'
                   and ws-plr-club(ws-player-index) not = spaces
                   move ws-plr-club(ws-player-index)
                       to ws-lookup-club
                   perform find-club
                   if ws-club-found > 0
                       add 1 to ws-club-members(ws-club-found)
                   end-if
               end-if
           end-perform
           open input rps-ratings
           if ws-ratings-status = "00"
               perform until ratings-eof
                   read rps-ratings
                       AT END move 'Y' to ws-ratings-eof
                       not AT END perform post-member-rating
                   end-read
               end-perform
           end-if
           close rps-ratings.

       post-member-rating.
           move rating-record-player to ws-canon-name
           perform canonicalize-player
           if ws-player-found = 0
               exit paragraph
           end-if
           if ws-plr-club(ws-player-found) = spaces
               exit paragraph
           end-if
           move ws-plr-club(ws-player-found) to ws-lookup-club
           perform find-club
           if ws-club-found > 0
               add 1 to ws-club-rated(ws-club-found)
               add rating-record-value
                   to ws-club-rating-sum(ws-club-found)
           end-if.

       find-club.
           move 0 to ws-club-found
           perform varying ws-club-index from 1 by 1
               until ws-club-index > ws-club-count
               if ws-club-code(ws-club-index) = ws-lookup-club
                   move ws-club-index to ws-club-found
               end-if
           end-perform.

      *    leaves ws-player-found on the player's primary record, or
      *    0 when the name is not on the player master.
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
                       move ws-player-index to ws-player-found
                       move ws-plr-name(ws-player-index)
                           to ws-canon-name
                   end-if
               end-perform
           end-if.

      *    the club a player was with on ws-match-date: the latest
      *    history record effective on or before it, else the club
      *    on the master if that membership had begun.
       club-as-at-date.
           move spaces to ws-lookup-club
           move 0 to ws-chist-best
           perform varying ws-chist-index from 1 by 1
               until ws-chist-index > ws-chist-count
               if ws-chist-id(ws-chist-index) = ws-lookup-id
                   and ws-chist-eff(ws-chist-index)
                       not > ws-match-date
                   if ws-chist-best = 0
                       move ws-chist-index to ws-chist-best
                   else
                       if ws-chist-eff(ws-chist-index)
                           not < ws-chist-eff(ws-chist-best)
                           move ws-chist-index to ws-chist-best
                       end-if
                   end-if
               end-if
           end-perform
           if ws-chist-best > 0
               move ws-chist-club(ws-chist-best) to ws-lookup-club
               exit paragraph
           end-if
           if ws-plr-club-eff(ws-player-found) not > ws-match-date
               move ws-plr-club(ws-player-found) to ws-lookup-club
           end-if.

       side-club.
           move spaces to ws-side-club
           move ws-side-name to ws-canon-name
           perform canonicalize-player
           if ws-player-found = 0
               exit paragraph
           end-if
           move ws-plr-id(ws-player-found) to ws-lookup-id
           perform club-as-at-date
           move ws-lookup-club to ws-side-club.

       post-club-result.
           if result-correction
               exit paragraph
           end-if
           if result-p1 = spaces or result-p2 = spaces
               exit paragraph
           end-if
           move result-run(1:8) to ws-match-date
           if ws-season-from not = spaces
               and ws-match-date < ws-season-from
               exit paragraph
           end-if
           add 1 to ws-results-read
           move result-p1 to ws-side-name
           perform side-club
           move ws-side-club to ws-p1-club
           move result-p2 to ws-side-name
           perform side-club
           move ws-side-club to ws-p2-club
           if ws-p1-club not = spaces and ws-p1-club = ws-p2-club
               add 1 to ws-same-club
               exit paragraph
           end-if
           add 1 to ws-results-used
           move ws-p1-club to ws-side-club
           move result-p1 to ws-side-name
           move result-p1-score to ws-side-points
           perform post-club-side
           move ws-p2-club to ws-side-club
           move result-p2 to ws-side-name
           move result-p2-score to ws-side-points
           perform post-club-side.

      *    either name may be an old spelling, so both the side and
      *    the winner are folded before they are compared.
       post-club-side.
           if ws-side-club = spaces
               add 1 to ws-no-club-sides
               exit paragraph
           end-if
           move ws-side-club to ws-lookup-club
           perform find-club
           if ws-club-found = 0
               add 1 to ws-no-club-sides
               exit paragraph
           end-if
           add 1 to ws-club-matches(ws-club-found)
           add ws-side-points to ws-club-points(ws-club-found)
           move ws-side-name to ws-canon-name
           perform canonicalize-player
           move ws-canon-name to ws-side-name
           if result-winner = spaces
               add 1 to ws-club-drawn(ws-club-found)
               exit paragraph
           end-if
           move result-winner to ws-canon-name
           perform canonicalize-player
           if ws-canon-name = ws-side-name
               add 1 to ws-club-wins(ws-club-found)
           else
               add 1 to ws-club-losses(ws-club-found)
           end-if.

       average-member-ratings.
           perform varying ws-club-index from 1 by 1
               until ws-club-index > ws-club-count
               if ws-club-rated(ws-club-index) > 0
                   compute ws-club-avg-rating(ws-club-index) rounded =
                       ws-club-rating-sum(ws-club-index)
                       / ws-club-rated(ws-club-index)
               end-if
           end-perform.

       sort-clubs.
           perform varying ws-club-index from 1 by 1
               until ws-club-index > ws-club-count
               move ws-club-index to ws-club-best
               perform varying ws-club-j from ws-club-index by 1
                   until ws-club-j > ws-club-count
                   if ws-club-points(ws-club-j) >
                       ws-club-points(ws-club-best)
                       or (ws-club-points(ws-club-j) =
                           ws-club-points(ws-club-best)
                       and ws-club-wins(ws-club-j) >
                           ws-club-wins(ws-club-best))
                       move ws-club-j to ws-club-best
                   end-if
               end-perform
               if ws-club-best not = ws-club-index
                   move ws-club-entry(ws-club-index) to ws-swap-club
                   move ws-club-entry(ws-club-best)
                       to ws-club-entry(ws-club-index)
                   move ws-swap-club to ws-club-entry(ws-club-best)
               end-if
           end-perform.

       write-club-table.
           open output club-report
           move spaces to ws-report-line
           string
               "=== CLUB LEAGUE TABLE " delimited by size
               ws-run-timestamp(1:8) delimited by size
               " ===" delimited by size
               into ws-report-line
           end-string
           write club-report-record from ws-report-line
           if ws-season-from not = spaces
               move spaces to ws-report-line
               string
                   "RESULTS FROM " delimited by size
                   ws-season-from delimited by size
                   into ws-report-line
               end-string
               write club-report-record from ws-report-line
           end-if
           move 0 to ws-place
           perform varying ws-club-index from 1 by 1
               until ws-club-index > ws-club-count
               add 1 to ws-place
               move spaces to ws-report-line
               string
                   "PLACE " delimited by size
                   ws-place delimited by size
                   " CLUB " delimited by size
                   ws-club-code(ws-club-index) delimited by size
                   " " delimited by size
                   ws-club-name(ws-club-index) delimited by size
                   " MATCHES " delimited by size
                   ws-club-matches(ws-club-index) delimited by size
                   " W-L-D " delimited by size
                   ws-club-wins(ws-club-index) delimited by size
                   "-" delimited by size
                   ws-club-losses(ws-club-index) delimited by size
                   "-" delimited by size
                   ws-club-drawn(ws-club-index) delimited by size
                   " POINTS " delimited by size
                   ws-club-points(ws-club-index) delimited by size
                   into ws-report-line
               end-string
               write club-report-record from ws-report-line
               move spaces to ws-report-line
               if ws-club-rated(ws-club-index) = 0
                   string
                       "          MEMBERS " delimited by size
                       ws-club-members(ws-club-index)
                           delimited by size
                       " AVG RATING NONE RATED" delimited by size
                       into ws-report-line
                   end-string
               else
                   string
                       "          MEMBERS " delimited by size
                       ws-club-members(ws-club-index)
                           delimited by size
                       " AVG RATING " delimited by size
                       ws-club-avg-rating(ws-club-index)
                           delimited by size
                       " OVER " delimited by size
                       ws-club-rated(ws-club-index) delimited by size
                       " RATED" delimited by size
                       into ws-report-line
                   end-string
               end-if
               write club-report-record from ws-report-line
           end-perform
           move spaces to ws-report-line
           string
               "RESULTS READ " delimited by size
               ws-results-read delimited by size
               " SAME-CLUB MATCHES EXCLUDED " delimited by size
               ws-same-club delimited by size
               " UNAFFILIATED SIDES " delimited by size
               ws-no-club-sides delimited by size
               into ws-report-line
           end-string
           write club-report-record from ws-report-line
           close club-report.
