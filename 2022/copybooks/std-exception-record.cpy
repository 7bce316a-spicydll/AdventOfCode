      *    stdexc-severity: 'E' = record rejected, 'W' = warning.
      *    stdexc-key carries the program's natural key - a line
      *    number, elf id, or group number. stdexc-resolved is 'N'
      *    while open and 'Y' once resolved. a rejection whose input
      *    image is kept on exc-images.dat is resolved only by
      *    re-processing: exc-correct marks it 'Q' when the corrected
      *    record is queued, and the program's next run marks it 'Y',
      *    or 'F' when the correction is rejected again - the new
      *    rejection then carries on as an exception of its own.
       01 std-exception.
           05 stdexc-program-id pic x(12).
           05 stdexc-run-date pic x(8).
