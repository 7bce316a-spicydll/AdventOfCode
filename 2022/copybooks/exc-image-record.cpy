      *    record image kept with a rejected-input exception on
      *    exc-images.dat. each line of the rejected input is kept
      *    under the program id, run date and key of its central
      *    exception, numbered from 1, so exc-correct can show the
      *    record, take the analyst's correction and queue it for the
      *    program's next run. a block rejected whole (a calorie-2
      *    elf, a day8 grid) keeps every line of the block.
       01 exc-image-record.
           05 eim-program-id pic x(12).
           05 eim-run-date pic x(8).
           05 eim-key pic x(12).
           05 eim-line pic 9(3).
           05 eim-image pic x(200).
