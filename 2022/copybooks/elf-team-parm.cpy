      *    parameter record for the elfteam subprogram. et-function
      *    'L' = look up the team and unit et-elf-id belonged to on
      *    et-date, from elf-team-history.dat (falling back to the
      *    roster's current assignment when the elf has no history).
      *    an elf with no assignment on that date comes back as team
      *    and unit "NONE". the files are read on the first call and
      *    kept for the rest of the run.
       01 et-record.
           05 et-function pic x(1).
           05 et-elf-id pic 9(9).
           05 et-date pic x(8).
           05 et-team pic x(4).
           05 et-unit pic x(4).
