      *    camp food stock movement (food-stock-ledger.dat). fsl-type
      *    'O' = stock count taken as the new opening quantity, 'D' =
      *    delivery, 'C' = consumption posted by calorie-2 from the
      *    food-code lines of the day's calorie input. calorie-2 keeps
      *    one 'C' line per food per business date and replaces them
      *    when the date is rerun. consumption dated before a food's
      *    last count is kept on the ledger but not in the totals.
       01 fsl-record.
           05 fsl-date pic x(8).
           05 fsl-code pic x(8).
           05 fsl-type pic x(1).
           05 fsl-qty pic 9(9).
           05 fsl-operator pic x(4).
           05 fsl-source pic x(12).
