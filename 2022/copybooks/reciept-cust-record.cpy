      *    monthly statement program. cust-record-limit is the most
      *    the ledger balance may reach; an ACCT tender that would
      *    push the balance past it is refused at the register.
      *    cust-record-status 'I' marks an account closed by
      *    reciept-cust-maint (only allowed at a zero balance); the
      *    register refuses it. space or 'A' is an open account.
       01 cust-record.
           05 cust-record-acct pic 9(5).
           05 cust-record-name pic x(20).
           05 cust-record-limit pic 9(7)v9(2).
           05 cust-record-status pic x(1).
