      *    supplier assignment per sku (reciept-supplier.dat), read
      *    by reciept-reorder to decide who a purchase order goes to.
      *    supplier-record-lead is the supplier's lead time in days
      *    (0 = use the PO-LEAD-DAYS parm) and supplier-record-min-qty
      *    the smallest quantity the supplier will ship (0 = none).
       01 supplier-record.
           05 supplier-record-sku pic x(8).
           05 supplier-record-id pic x(8).
           05 supplier-record-lead pic 9(3).
           05 supplier-record-min-qty pic 9(5).
