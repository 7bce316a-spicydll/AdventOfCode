      *    rucksack repack work order (day3repack.dat), one per
      *    rucksack line and shared item. day3 raises an order 'O'
      *    for every line whose compartments share an item, unless
      *    one is already open for that line and item; day3-repack
      *    closes it 'C' when the elf confirms the repack. the next
      *    day3 run checks closed orders against the line: still
      *    sharing the item reopens the order (rpk-reopened counts
      *    the failed repacks), otherwise it becomes verified 'V'.
      *    rpk-priority is the item's priority value and drives the
      *    aging in day3-repack-age, which keeps the escalation
      *    level reached (0 none, 1 overdue, 2 escalated).
       01 rpk-record.
           05 rpk-order pic 9(7).
           05 rpk-raised pic x(8).
           05 rpk-line pic 9(9).
           05 rpk-group pic 9(6).
           05 rpk-elf pic 9(9).
           05 rpk-item pic x(1).
           05 rpk-priority pic 9(3).
           05 rpk-status pic x(1).
               88 rpk-open value 'O'.
               88 rpk-closed value 'C'.
               88 rpk-verified value 'V'.
           05 rpk-closed-date pic x(8).
           05 rpk-closed-by pic x(4).
           05 rpk-escalation pic 9(1).
           05 rpk-reopened pic 9(3).
