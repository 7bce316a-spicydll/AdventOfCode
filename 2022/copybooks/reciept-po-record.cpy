      *    purchase-order line (reciept-po.dat). reciept-reorder
      *    raises one line for each sku under its reorder point that
      *    is not already on order, numbering one po per supplier per
      *    run; reciept-recv posts delivered quantities against the
      *    lines. po-status: 'O' = open, 'P' = part received (short),
      *    'C' = closed (received in full or over). po-store is the
      *    store that raised the line and whose product master takes
      *    the delivery; a line without one belongs to store 01.
       01 po-record.
           05 po-number pic 9(7).
           05 po-supplier pic x(8).
           05 po-sku pic x(8).
           05 po-qty-ordered pic 9(5).
           05 po-qty-received pic 9(5).
           05 po-order-date pic x(8).
           05 po-expected-date pic x(8).
           05 po-status pic x(1).
           05 po-store pic x(2).
