       copy "day2-result-record.cpy".

       fd day2-standings.
       01 standings-record pic x(150).

       working-storage section.
       01 ws-results-status pic xx.
               10 ws-std-round-wins pic 9(9).
               10 ws-std-round-losses pic 9(9).
               10 ws-std-round-draws pic 9(9).
               10 ws-std-forfeits pic 9(3).
       01 ws-std-index pic 9(3).
       01 ws-std-j pic 9(3).
       01 ws-std-best pic 9(3).
           05 filler pic 9(9).
           05 filler pic 9(9).
           05 filler pic 9(9).
           05 filler pic 9(3).
       01 ws-match-count pic 9(4) value 0.
       01 ws-match-table.
           05 ws-match-entry occurs 1 to 2000 times
       01 ws-h2h-b-wins pic 9(5).
       01 ws-better pic x(1).
           88 j-is-better value 'Y'.
       01 ws-standings-line pic x(150).

       procedure division.
           open input day2-results
       stop run.

       post-result-record.
           if result-correction
               exit paragraph
           end-if
           if result-run not = ws-run-timestamp
               perform write-standings-section
               move result-run to ws-run-timestamp
           if result-winner = result-p2
               add 1 to ws-std-match-wins(ws-std-found)
           end-if
           if result-walkover and result-absent = result-p2
               add 1 to ws-std-forfeits(ws-std-found)
           end-if
           move result-p1 to ws-std-lookup
           perform find-or-add-player
           add 1 to ws-std-matches(ws-std-found)
           add result-draws to ws-std-round-draws(ws-std-found)
           if result-winner = result-p1
               add 1 to ws-std-match-wins(ws-std-found)
           end-if
           if result-walkover and result-absent = result-p1
               add 1 to ws-std-forfeits(ws-std-found)
           end-if.

       find-or-add-player.
               move 0 to ws-std-round-wins(ws-std-found)
               move 0 to ws-std-round-losses(ws-std-found)
               move 0 to ws-std-round-draws(ws-std-found)
               move 0 to ws-std-forfeits(ws-std-found)
           end-if.

       count-head-to-head.
                       delimited by size
                   "-" delimited by size
                   ws-std-round-draws(ws-std-index) delimited by size
                   " FORFEITS " delimited by size
                   ws-std-forfeits(ws-std-index) delimited by size
                   into ws-standings-line
               end-string
               write standings-record from ws-standings-line
