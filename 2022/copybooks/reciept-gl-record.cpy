      *    general-ledger journal line written by reciept-close for a
      *    closed store and business date (reciept-gl-SS-YYYYMMDD.dat).
      *    one line per account and source, debits and credits kept
      *    apart so the file always sums to zero: gl-source 'S' =
      *    sales, 'V' = void reversal of the original sale, 'R' =
      *    return reversal, 'P' = payment on a house account.
      *    accounts: 1000 cash drawer, 1100-tttt card clearing per
      *    tender type, 1200 house-account receivable, 2100 gift-card
      *    liability, 2200 tips payable, 2300-jj sales tax payable
      *    per jurisdiction, 4000 sales revenue, 4100 discounts.
       01 gl-record.
           05 gl-date pic x(8).
           05 gl-store pic x(2).
           05 gl-account pic x(12).
           05 gl-source pic x(1).
           05 gl-desc pic x(30).
           05 gl-debit pic 9(9)v9(2).
           05 gl-credit pic 9(9)v9(2).
