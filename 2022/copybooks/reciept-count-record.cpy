      *    physical stock count sheet line (reciept-count.dat), one
      *    per shelf location counted. the same sku may appear more
      *    than once when it sits in several places; reciept-count
      *    adds the lines together before comparing the total with
      *    product-record-qty. count-counter is the operator id of the
      *    person who counted the shelf.
       01 count-record.
           05 count-store pic x(2).
           05 count-sku pic x(8).
           05 count-qty pic 9(5).
           05 count-counter pic x(4).
