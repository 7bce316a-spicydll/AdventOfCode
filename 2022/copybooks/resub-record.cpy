      *    corrected input queued by exc-correct for a program's next
      *    run - reciept-resub.dat, day2resub.dat, day3resub.dat,
      *    calorie2resub.dat and day8resub.dat. the lines of one
      *    correction carry the run date and key of the exception they
      *    answer, so the program can report the outcome back to it
      *    through excresub. the program empties the file once read.
       01 resub-record.
           05 rsb-exc-date pic x(8).
           05 rsb-exc-key pic x(12).
           05 rsb-line pic 9(3).
           05 rsb-operator pic x(4).
           05 rsb-image pic x(200).
