      *    loyalty member record (reciept-loyal.dat), shared by the
      *    register and the monthly loyalty report. a member number
      *    keyed at the start of a sale earns points on the sale's
      *    item total after discount; a LOYL tender piece spends
      *    points as money at the redemption rate. a number not yet
      *    on file can be enrolled at the register. loyal-points is
      *    the member's current balance and never goes negative; the
      *    sum of balances at the redemption rate is the outstanding
      *    liability. every movement is logged by member number in
      *    reciept-loyal-ledger.dat.
       01 loyal-record.
           05 loyal-member pic 9(9).
           05 loyal-name pic x(30).
           05 loyal-points pic 9(9).
           05 loyal-enrolled pic x(8).
           05 loyal-last pic x(8).
           05 loyal-store pic x(2).
