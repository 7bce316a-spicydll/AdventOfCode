      *    parameter record for the excresub subprogram. a program
      *    that has re-processed a queued correction reports the
      *    outcome against the exception it answers: xr-outcome 'Y'
      *    re-processed cleanly, 'F' rejected again. xr-found comes
      *    back 'Y' when the queued exception was on file.
       01 exc-resub-parms.
           05 xr-program-id pic x(12).
           05 xr-run-date pic x(8).
           05 xr-key pic x(12).
           05 xr-outcome pic x(1).
           05 xr-found pic x(1).
