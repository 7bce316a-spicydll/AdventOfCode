      *    elf team assignment history (elf-team-history.dat), one
      *    record per assignment, appended by elf-roster-maint each
      *    time an elf is placed on a team or transferred. an
      *    assignment runs from eth-eff until the elf's next record
      *    with a later effective date, so a report for any past
      *    date can put the elf back on the team they were on then.
      *    the roster itself only carries the current assignment.
       01 eth-record.
           05 eth-elf-id pic 9(9).
           05 eth-team pic x(4).
           05 eth-unit pic x(4).
           05 eth-eff pic x(8).
           05 eth-posted pic x(8).
