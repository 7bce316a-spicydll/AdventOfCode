           else
               move 0 to product-record-reorder
           end-if
           move 'G' to product-record-tax-class
           write product-record
               invalid key
                   add 1 to ws-dup-count
