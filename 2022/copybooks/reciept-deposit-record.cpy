      *    bank deposit record (reciept-deposit.dat), one per store and
      *    closed business date, written by reciept-deposit after the
      *    drawer is counted. dep-amount is the counted cash less the
      *    float kept back for the next day (dep-float); dep-expected
      *    is the drawer the till file says should have been there and
      *    dep-over-short-sign '+' over, '-' short. dep-slip is the
      *    number printed on the deposit slip and quoted on the bank
      *    statement. dep-status is set by reciept-bankrec: space =
      *    not yet on a statement, 'R' = reconciled, 'M' = the bank
      *    credited a different amount.
       01 deposit-record.
           05 dep-slip pic 9(9).
           05 dep-store pic x(2).
           05 dep-date pic x(8).
           05 dep-counted pic 9(7)v9(2).
           05 dep-expected pic 9(7)v9(2).
           05 dep-float pic 9(7)v9(2).
           05 dep-amount pic 9(7)v9(2).
           05 dep-over-short-sign pic x(1).
           05 dep-over-short pic 9(7)v9(2).
           05 dep-status pic x(1).
