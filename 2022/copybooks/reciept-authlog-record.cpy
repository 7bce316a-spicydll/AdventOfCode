      *    reading view of a reciept-authlog.dat line. the register
      *    strings each line together from fixed-width fields, so the
      *    labels always fall in the same columns. a line is written
      *    for every void and return authorization, every override a
      *    manager grants (auth-by not equal to the operator), and
      *    every drawer paid-out (mode 'D', with its amount). lines
      *    written before the amount was added stop after orig-seq.
       01 authlog-line.
           05 filler pic x(5).
           05 authlog-date pic x(8).
           05 filler pic x(7).
           05 authlog-store pic x(2).
           05 filler pic x(6).
           05 authlog-mode pic x(1).
           05 filler pic x(10).
           05 authlog-operator pic x(4).
           05 filler pic x(15).
           05 authlog-auth-by pic x(4).
           05 filler pic x(10).
           05 authlog-orig-seq pic x(9).
           05 filler pic x(8).
           05 authlog-amount pic x(9).
           05 authlog-amount-n redefines authlog-amount
               pic 9(7)v9(2).
           05 filler pic x(22).
