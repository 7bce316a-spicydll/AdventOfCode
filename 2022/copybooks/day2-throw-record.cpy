      *    per-match throw sequence (day2throws.dat), appended by day2
      *    alongside each result record. thr-p1 is the OPP side and
      *    thr-p2 the YOU side, as on the result record. each throws
      *    field holds one letter per round in the order played -
      *    R rock, P paper, S scissors - for the first 100 rounds of
      *    the match; thr-rounds is the full round count.
       01 throw-record.
           05 thr-run pic x(21).
           05 thr-p1 pic x(20).
           05 thr-p2 pic x(20).
           05 thr-rounds pic 9(9).
           05 thr-p1-throws pic x(100).
           05 thr-p2-throws pic x(100).
