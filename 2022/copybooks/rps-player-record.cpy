           05 plr-record-id pic 9(5).
           05 plr-record-name pic x(20).
           05 plr-record-type pic x(1).
      *    plr-record-club is the club the player currently plays for
      *    (a code on rps-clubs.dat, spaces for none) and is carried
      *    on the primary record only; plr-record-club-eff is the
      *    date that membership began. earlier memberships are kept
      *    on rps-club-history.dat.
           05 plr-record-club pic x(4).
           05 plr-record-club-eff pic x(8).
