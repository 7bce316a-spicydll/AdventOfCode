      *    result-winner carries the match winner's name - the clinch
      *    winner when a best-of format clinched, otherwise the side
      *    with more round wins - or spaces for a drawn match.
      *    result-kind 'W' marks a walkover from a day2 FORFEIT line:
      *    no rounds were thrown, result-absent is the player who did
      *    not play, result-winner the one who showed up, and the
      *    only points are the winner's WALKOVER-POINTS. walkovers
      *    never move a rating. older records read back with a space
      *    kind, a played match. result-kind 'C' is a correction: the
      *    rounds of a rejected line put right in exc-correct and
      *    replayed under the header of the match they belong to. it
      *    is kept as a record of the correction only - that match
      *    already has its result - and moves no rating; standings,
      *    profiles, club tables, screening and brackets pass it by.
       01 result-record.
           05 result-run pic x(21).
           05 result-p1 pic x(20).
           05 result-p2-losses pic 9(9).
           05 result-draws pic 9(9).
           05 result-winner pic x(20).
           05 result-kind pic x(1).
               88 result-walkover value 'W'.
               88 result-correction value 'C'.
           05 result-absent pic x(20).
           05 result-reason pic x(20).
