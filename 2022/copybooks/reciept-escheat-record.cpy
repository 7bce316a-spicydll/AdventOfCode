      *    escheat ledger (reciept-escheat.dat). one line for every
      *    gift card whose unused balance reciept-gift-dorm wrote off
      *    for remittance to the state: the card, its issue and last
      *    activity dates, the amount taken off the gift liability and
      *    the business date of the write-off. the card itself stays
      *    in reciept-gift.dat with balance 0 and status 'E'.
       01 escheat-record.
           05 esch-card pic 9(9).
           05 esch-issued pic x(8).
           05 esch-last pic x(8).
           05 esch-amount pic 9(5)v9(2).
           05 esch-date pic x(8).
