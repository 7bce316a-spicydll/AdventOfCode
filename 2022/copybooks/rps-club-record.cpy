      *    club master (rps-clubs.dat), one record per club, kept by
      *    day2-players. players are tied to a club through the club
      *    code on their primary player record.
       01 club-record.
           05 club-code pic x(4).
           05 club-name pic x(30).
