      *    rucksack item index record, one per item letter per
      *    compartment of every well-formed rucksack line. day3
      *    writes the run's records to day3items.dat alongside
      *    day3detail and then posts them to day3itemhist.dat, where
      *    a rerun for the same business date replaces that date's
      *    records. iidx-pos is the line's place (1-3) in its badge
      *    group and iidx-elf the elf the group assignment gives that
      *    place, 0 when the group has no assignment. iidx-compartment
      *    is 1 for the first half of the line, 2 for the second, and
      *    iidx-count the number of times the letter appears there.
       01 iidx-record.
           05 iidx-date pic x(8).
           05 iidx-line pic 9(9).
           05 iidx-group pic 9(6).
           05 iidx-pos pic 9(1).
           05 iidx-elf pic 9(9).
           05 iidx-letter pic x(1).
           05 iidx-compartment pic 9(1).
           05 iidx-count pic 9(3).
