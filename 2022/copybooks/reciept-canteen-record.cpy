      *    canteen meal record (reciept-canteen.dat). the register
      *    writes one per sale rung for an elf; the sale's lines are
      *    on reciept-detail.idx under can-seq. reciept-canteen-ext
      *    turns the mapped lines of each sale still at can-status
      *    space into calorie-2 input, net of any return, and sets
      *    'X' with the business date it went out in can-extract-date.
      *    a sale voided before the extract ran is set 'V' and sends
      *    nothing; one whose archive record cannot be found is set
      *    'E' and reported.
       01 can-record.
           05 can-seq pic 9(9).
           05 can-store pic x(2).
           05 can-date pic x(8).
           05 can-elf pic 9(9).
           05 can-status pic x(1).
           05 can-extract-date pic x(8).
