      *    daily sales budget (reciept-budget.idx), indexed on store
      *    and business date. reciept-budget-load posts a month of
      *    budget lines at a time, replacing any figure already held
      *    for the same store and day; reciept-budget-rpt compares the
      *    budget with net sales from the archive. a day with no
      *    record has no budget - it is not a budget of zero.
       01 budget-record.
           05 bud-key.
               10 bud-store pic x(2).
               10 bud-date pic x(8).
           05 bud-amount pic 9(7)v9(2).
           05 bud-loaded pic x(8).
