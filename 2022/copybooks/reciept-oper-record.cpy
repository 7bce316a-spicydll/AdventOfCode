      *    override). when no operator master exists the register
      *    runs open, as it did before operators had levels; every
      *    override and every void or return authorization is logged
      *    to reciept-authlog.dat. oper-record-status 'I' marks an
      *    operator deactivated by reciept-oper-maint; programs treat
      *    the ID as not on file. space or 'A' is active.
       01 oper-record.
           05 oper-record-id pic x(4).
           05 oper-record-name pic x(20).
           05 oper-record-level pic 9(1).
           05 oper-record-status pic x(1).
