           move old-arc-store to arc-store
           move old-arc-exempt to arc-exempt
           move old-arc-exempt-cert to arc-exempt-cert
           move spaces to arc-class-tax(1) arc-class-tax(2)
               arc-class-tax(3)
           move spaces to arc-store-date
           write arc-record
           add 1 to ws-arc-written.

           move old-dtl-qty to dtl-qty
           move old-dtl-price to dtl-price
           move old-dtl-cost to dtl-cost
           move space to dtl-tax-class
           move 0 to dtl-tax
           write dtl-record
           add 1 to ws-dtl-written.

