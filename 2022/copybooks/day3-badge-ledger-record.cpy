      *    badge ledger record (day3badge-ledger.dat), one per badge
      *    handed out, by serial. day3 issues a badge 'I' to each elf
      *    of a group that has a common badge item and has had no
      *    badge for that group before. day3-badges records a
      *    badge lost 'L' or returned 'T'; a replacement is a new
      *    serial issued 'I' whose bl-replaces names the lost badge,
      *    which then becomes replaced 'R' with bl-replaced-by set.
      *    bl-status-date is the business date of the last change.
       01 bl-record.
           05 bl-serial pic 9(7).
           05 bl-group pic 9(6).
           05 bl-elf pic 9(9).
           05 bl-badge pic x(1).
           05 bl-issued pic x(8).
           05 bl-status pic x(1).
               88 bl-held value 'I'.
               88 bl-lost value 'L'.
               88 bl-replaced value 'R'.
               88 bl-returned value 'T'.
           05 bl-status-date pic x(8).
           05 bl-replaces pic 9(7).
           05 bl-replaced-by pic 9(7).
           05 bl-operator pic x(4).
