      *    camp food stock record (food-stock.dat), one per food-master
      *    code. fstk-opening is the quantity counted on hand on
      *    fstk-opening-date; deliveries and consumption since that
      *    count are totalled in fstk-delivered and fstk-consumed, so
      *    on hand = opening + delivered - consumed, which goes below
      *    zero when more is eaten than the stock shows. the movements
      *    behind the totals are on food-stock-ledger.dat. food-stock
      *    takes counts and deliveries; calorie-2 posts consumption.
       01 fstk-record.
           05 fstk-code pic x(8).
           05 fstk-opening pic 9(9).
           05 fstk-opening-date pic x(8).
           05 fstk-delivered pic 9(9).
           05 fstk-consumed pic 9(9).
           05 fstk-last-use pic x(8).
