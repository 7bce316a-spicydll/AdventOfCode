      *    club membership history (rps-club-history.dat), one record
      *    per membership, appended by day2-players whenever a player
      *    joins, moves or leaves a club (chist-club spaces). a
      *    membership runs from chist-eff until the player's next
      *    record with a later effective date, so results can be
      *    credited to the club the player was with on the day.
       01 chist-record.
           05 chist-player-id pic 9(5).
           05 chist-club pic x(4).
           05 chist-eff pic x(8).
           05 chist-posted pic x(8).
