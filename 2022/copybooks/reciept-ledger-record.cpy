      *    posting that created it. ledger-type 'C' = charge from a
      *    sale, 'P' = payment or reversal credit; a void of a sale
      *    paid on account writes matching 'P' records carrying the
      *    void's own sequence number, and a payment taken at the
      *    register writes one under the 'P' archive record's number.
      *    payments clear the oldest charges first for aging and
      *    credit hold. a customer's balance is the sum
      *    of 'C' amounts less 'P' amounts for the account.
       01 ledger-record.
           05 ledger-acct pic 9(5).
