      *    fixed-layout receipt archive record, shared by the register
      *    program and every downstream reader of reciept-archive.idx.
      *    arc-type 'S' = sale, 'V' = full void, 'R' = line-level
      *    return; a void or return carries the sequence number of the
      *    sale it reverses in arc-void-of and the reversed amount in
      *    original sale, and its companion detail records carry the
      *    returned quantities; an exchange posts a separate 'S'
      *    record tendered "EXCH" for the replacement items.
      *    arc-type 'P' is a payment on a house account: it carries
      *    the account number in arc-void-of and the amount paid in
      *    arc-total-cost and its single tender piece, and has no
      *    item figures or detail records.
      *    a sale paid with more than one tender line carries "SPLT"
      *    in arc-tender-type and the individual pieces (applied
      *    amounts, change excluded) in the arc-tender table. payments
      *    arc-exempt 'Y' marks a tax-exempt sale rung with 0% tax
      *    against the real jurisdiction; arc-exempt-cert carries the
      *    exemption certificate number the customer presented.
      *    arc-class-tax splits a sale's or return's taxable amount
      *    (items less discount) and arc-tax by product tax class, in
      *    the fixed order 'G' general, 'F' groceries, 'N' not
      *    taxable; the three tax amounts sum to arc-tax. records
      *    written before tax classes carry spaces there and are
      *    taken as all class 'G'.
      *    reciept-archive.idx is indexed on arc-seq, with alternate
      *    keys arc-store-date (store and business date, spaces store
      *    loaded as '01') and arc-void-of, both with duplicates, so a
      *    sale, everything posted against it and a store's day can
      *    all be read directly. every writer fills arc-store-date.
       01 arc-record.
           05 arc-type pic x(1).
           05 arc-seq pic 9(9).
           05 arc-store pic x(2).
           05 arc-exempt pic x(1).
           05 arc-exempt-cert pic x(12).
           05 arc-class-tax occurs 3 times.
               10 arc-ctax-class pic x(1).
               10 arc-ctax-taxable pic 9(7)v9(2).
               10 arc-ctax-amount pic 9(7)v9(2).
           05 arc-store-date.
               10 arc-sd-store pic x(2).
               10 arc-sd-date pic x(8).
