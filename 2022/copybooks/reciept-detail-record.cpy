      *    fixed-layout receipt line-item detail record, the companion
      *    file to reciept-archive.idx. the register writes one of
      *    these per line of every 'S' archive record, keyed by
      *    dtl-seq = arc-seq with dtl-line numbering the lines 1-99
      *    in ring order. voids write no detail; readers that want
      *    net figures must drop the lines of any sale a later 'V'
      *    record points at through arc-void-of.
      *    dtl-tax-class and dtl-tax carry the line's tax class and
      *    the tax charged on it after its share of the discount; a
      *    return line carries its share of the original line's tax.
      *    lines written before tax was kept per line carry a space
      *    class and are taken as class 'G'.
      *    reciept-detail.idx is indexed on dtl-key, so the lines of
      *    one sequence number are read by starting at the sequence
      *    with line 00 and reading on while dtl-seq holds.
       01 dtl-record.
           05 dtl-key.
               10 dtl-seq pic 9(9).
               10 dtl-line pic 9(2).
           05 dtl-sku pic x(8).
           05 dtl-desc pic x(20).
           05 dtl-qty pic 9(3).
           05 dtl-price pic 9(5)v9(2).
           05 dtl-cost pic 9(7)v9(2).
           05 dtl-tax-class pic x(1).
           05 dtl-tax pic 9(5)v9(2).
