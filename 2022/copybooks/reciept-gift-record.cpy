      *    liability. each redemption is also logged by card number
      *    in reciept-gift-ledger.dat, and a void of a gift-paid sale
      *    restores the redeemed amount from that ledger.
      *    gift-record-issued is the date the card was first loaded
      *    and gift-record-last the date of its latest load,
      *    redemption or restore; the dormancy run fills both from the
      *    gift ledger for cards written before they were kept.
      *    gift-record-status 'E' marks a card whose balance was
      *    written off to the escheat ledger (reciept-escheat.dat).
       01 gift-record.
           05 gift-record-number pic 9(9).
           05 gift-record-balance pic 9(5)v9(2).
           05 gift-record-issued pic x(8).
           05 gift-record-last pic x(8).
           05 gift-record-status pic x(1).
