       01 ws-report-line pic x(80).
       01 ws-card-count pic 9(5) value 0.
       01 ws-open-count pic 9(5) value 0.
       01 ws-escheat-count pic 9(5) value 0.
       01 ws-liability pic 9(9)v9(2) value 0.

       procedure division.
               ws-card-count delimited by size
               " OUTSTANDING " delimited by size
               ws-open-count delimited by size
               " ESCHEATED " delimited by size
               ws-escheat-count delimited by size
               " TOTAL LIABILITY " delimited by size
               ws-liability delimited by size
               into ws-report-line

       stop run.

      *    cards written off to the escheat ledger are no longer a
      *    liability of the store and are only counted.
       report-one-card.
           add 1 to ws-card-count
           if gift-record-status = 'E'
               add 1 to ws-escheat-count
               exit paragraph
           end-if
           if gift-record-balance > 0
               add 1 to ws-open-count
               add gift-record-balance to ws-liability
