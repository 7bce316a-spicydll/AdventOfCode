      *    suspended (parked) sale record (reciept-susp.dat). a sale
      *    the cashier suspends is written as one 'H' header line
      *    followed by an 'I' line per item and a 'G' line per gift
      *    card to be loaded, all carrying the store and its ticket
      *    number. nothing is posted when a sale is suspended; any
      *    register in the same store can recall the ticket, which
      *    sets susp-status 'R' on the header and rings the sale from
      *    where it was left. susp-member and susp-elf carry the
      *    loyalty member and the canteen elf taken before the sale
      *    was parked. reciept-close lists the store's tickets
      *    still open at close on the z-report and purges them.
       01 susp-record.
           05 susp-store pic x(2).
           05 susp-ticket pic 9(6).
           05 susp-type pic x(1).
           05 susp-status pic x(1).
           05 susp-body pic x(60).
           05 susp-header redefines susp-body.
               10 susp-date pic x(8).
               10 susp-time pic x(6).
               10 susp-operator pic x(4).
               10 susp-item-count pic 9(2).
               10 susp-discount pic 9(3).
               10 susp-location pic x(2).
               10 susp-exempt pic x(1).
               10 susp-cert pic x(12).
               10 susp-member pic 9(9).
               10 susp-elf pic 9(9).
               10 filler pic x(4).
           05 susp-item redefines susp-body.
               10 susp-sku pic x(8).
               10 susp-qty pic 9(3).
               10 susp-desc pic x(20).
               10 susp-price pic 9(4)v9(2).
               10 susp-tax-class pic x(1).
               10 filler pic x(22).
           05 susp-gift redefines susp-body.
               10 susp-gift-number pic 9(9).
               10 susp-gift-amount pic 9(5)v9(2).
               10 filler pic x(44).
