      *    its compiled-in and runparm.dat file names. this is what
      *    lets the same program appear twice in one chain against
      *    different files. standalone runs see spaces and behave as
      *    before. sp-step carries the run-control step number the
      *    same way, zero outside a batchctl chain.
       01 step-parms.
           05 sp-function pic x(1).
           05 sp-input pic x(30).
           05 sp-output pic x(30).
           05 sp-step pic 9(2).
