      *    loyalty points ledger record (reciept-loyal-ledger.dat),
      *    modelled on the gift card ledger: one line per movement of
      *    a member's points, keyed by llg-seq = the arc-seq of the
      *    posting that moved them. llg-type 'E' = points earned on a
      *    sale, 'R' = points redeemed by a LOYL tender piece, 'X' =
      *    earned points taken back by a void or return, 'P' =
      *    redeemed points put back by a void. llg-orig carries the
      *    sale an 'X' or 'P' reverses and is 0 on 'E' and 'R', where
      *    llg-seq is the sale. llg-amount is the dollar figure behind
      *    the points: the item total after discount for 'E' and 'X',
      *    the tender value for 'R' and 'P'.
       01 loyal-ledger-record.
           05 llg-member pic 9(9).
           05 llg-seq pic 9(9).
           05 llg-date pic x(8).
           05 llg-type pic x(1).
           05 llg-points pic 9(9).
           05 llg-amount pic 9(7)v9(2).
           05 llg-orig pic 9(9).
           05 llg-store pic x(2).
