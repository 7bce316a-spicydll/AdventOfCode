      *    'P' = amount put back by a void; a void of a gift-paid
      *    sale writes matching 'P' records carrying the void's own
      *    sequence number and restores the card balance.
      *    glg-type 'I' = load of a GIFTCARD line (new card or top-up)
      *    under the sale's sequence number; 'E' = balance written off
      *    to the escheat ledger by the dormancy run (glg-seq 0).
       01 gift-ledger-record.
           05 glg-card pic 9(9).
           05 glg-seq pic 9(9).
