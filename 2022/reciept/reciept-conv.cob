               move spaces to arc-store
               move 'N' to arc-exempt
               move spaces to arc-exempt-cert
               move spaces to arc-class-tax(1) arc-class-tax(2)
                   arc-class-tax(3)
               move spaces to arc-store-date
               perform clear-tender-fields
               write arc-record
               add 1 to ws-sale-count
               move spaces to arc-store
               move 'N' to arc-exempt
               move spaces to arc-exempt-cert
               move spaces to arc-class-tax(1) arc-class-tax(2)
                   arc-class-tax(3)
               move spaces to arc-store-date
               perform clear-tender-fields
               write arc-record
               add 1 to ws-void-count
