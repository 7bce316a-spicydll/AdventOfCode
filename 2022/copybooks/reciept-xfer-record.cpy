      *    inter-store transfer line (reciept-xfer.dat). reciept-xfer
      *    takes the quantity off the sending store's product master
      *    when the line is shipped (xfer-status 'S' = in transit) and
      *    adds what the receiving store confirms to that store's
      *    master ('R' = received). description, price and tax class
      *    travel with the line so a receiving store that has never
      *    stocked the sku can be given it. reciept-xfer-rpt lists
      *    lines still in transit; reciept-stores totals them by store.
       01 xfer-record.
           05 xfer-number pic 9(7).
           05 xfer-from-store pic x(2).
           05 xfer-to-store pic x(2).
           05 xfer-sku pic x(8).
           05 xfer-qty-shipped pic 9(5).
           05 xfer-qty-received pic 9(5).
           05 xfer-ship-date pic x(8).
           05 xfer-recv-date pic x(8).
           05 xfer-status pic x(1).
           05 xfer-desc pic x(20).
           05 xfer-price pic 9(4)v9(2).
           05 xfer-tax-class pic x(1).
