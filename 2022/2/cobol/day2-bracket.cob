       01 input-line pic x(255).

       fd day2-standings.
       01 standings-line pic x(150).
           88 STANDINGS-EOF VALUE high-values.

       fd day2-results.
               " RESULTS APPLIED TO THE BRACKET".

       match-result-to-bracket.
           if result-correction
               exit paragraph
           end-if
           if result-winner = spaces
               exit paragraph
           end-if
                   move result-winner
                       to ws-bk-winner(ws-bk-index)
                   add 1 to ws-applied-count
                   if result-walkover
                       display "ROUND " ws-bk-round(ws-bk-index)
                           " MATCH " ws-bk-match(ws-bk-index)
                           " WALKOVER TO " result-winner
                           " - " result-absent " " result-reason
                   else
                       display "ROUND " ws-bk-round(ws-bk-index)
                           " MATCH " ws-bk-match(ws-bk-index)
                           " WON BY " result-winner
                   end-if
               end-if
           end-perform.

