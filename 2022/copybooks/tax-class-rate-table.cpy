      *    jurisdiction plus product tax class to tax rate (whole
      *    percent). used with tax-jurisdiction-table.cpy: class 'G'
      *    (and any class with no entry here) is taxed at the
      *    jurisdiction's full rate from that table; the entries here
      *    carry the classes taxed differently - 'F' groceries and
      *    'N' not taxable - for each jurisdiction.
       01 tax-class-rate-data.
           05 filler pic x(30) value "NYF000NYN000CAF000CAN000TXF000".
           05 filler pic x(30) value "TXN000FLF002FLN000OHF003OHN000".
       01 tax-class-rate-table redefines tax-class-rate-data.
           05 tax-class-rate-entry occurs 10 times.
               10 class-rate-jurisdiction pic x(2).
               10 class-rate-class pic x(1).
               10 class-rate-rate pic 9(3).
