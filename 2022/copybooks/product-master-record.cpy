      *    replaces the old line-sequential product-master.dat, which
      *    capped the register at 500 SKUs; the one-time loader
      *    reciept-prod-load builds the indexed file from the old one.
      *    product-record-tax-class picks the rate the register taxes
      *    the line at (tax-class-rate-table.cpy): 'G' or space =
      *    general merchandise at the full jurisdiction rate, 'F' =
      *    groceries at the jurisdiction's grocery rate, 'N' = not
      *    taxable. any other code is taxed as 'G'.
      *    masters built before the tax class was added are 44 bytes
      *    and are converted once by reciept-conv3.
       01 product-record.
           05 product-record-sku pic x(8).
           05 product-record-desc pic x(20).
           05 product-record-price pic 9(4)v9(2).
           05 product-record-qty pic 9(5).
           05 product-record-reorder pic 9(5).
           05 product-record-tax-class pic x(1).
