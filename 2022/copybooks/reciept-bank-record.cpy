      *    bank statement line (reciept-bank.dat) as supplied by the
      *    bank for the store's deposit account. bank-type 'C' is a
      *    credit and carries the deposit slip number the branch keyed
      *    in bank-ref; debits and other types are not deposits and
      *    are skipped by reciept-bankrec.
       01 bank-record.
           05 bank-date pic x(8).
           05 bank-type pic x(1).
           05 bank-ref pic x(9).
           05 bank-amount pic 9(7)v9(2).
           05 bank-desc pic x(30).
