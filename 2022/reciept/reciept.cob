       select optional reciept-seq assign using ws-seq-file-name
           organization line sequential
           file status is ws-seq-status.
       select optional reciept-archive assign to "reciept-archive.idx"
           organization indexed
           access dynamic
           record key arc-seq
           alternate record key arc-store-date with duplicates
           alternate record key arc-void-of with duplicates
           file status is ws-archive-status.
       select optional reciept-detail assign to "reciept-detail.idx"
           organization indexed
           access dynamic
           record key dtl-key
           file status is ws-detail-status.
       select optional reciept-till assign using ws-till-file-name
           organization line sequential
           file status is ws-till-status.
       select optional product-master
           assign using ws-product-file-name
           organization indexed
           access random
           record key product-record-sku
           assign to "reciept-gift-ledger.dat"
           organization line sequential
           file status is ws-gift-ledger-status.
       select optional reciept-loyal assign to "reciept-loyal.dat"
           organization line sequential
           file status is ws-loyal-status.
       select optional reciept-loyal-ledger
           assign to "reciept-loyal-ledger.dat"
           organization line sequential
           file status is ws-loyal-ledger-status.
       select optional reciept-food-map assign to "reciept-food-map.dat"
           organization line sequential
           file status is ws-fmap-status.
       select optional reciept-canteen assign to "reciept-canteen.dat"
           organization line sequential
           file status is ws-canteen-status.
       select optional elf-roster assign to "elf-roster.dat"
           organization line sequential
           file status is ws-roster-status.
       select optional food-master assign to "food-master.dat"
           organization line sequential
           file status is ws-food-status.
       select optional reciept-daystat assign to "reciept-daystat.dat"
           organization line sequential
           file status is ws-daystat-status.
       select optional reciept-susp assign to "reciept-susp.dat"
           organization line sequential
           file status is ws-susp-status.
       select optional product-master-bk
           assign using ws-product-file-name
           organization indexed
           access sequential
           record key pb-sku
           file status is ws-prodbk-status.
       select product-gen1 assign using ws-prodgen-file-name
           organization line sequential.
       select optional reciept-price assign to "reciept-price.dat"
           organization line sequential
           organization line sequential.
       select reciept-reject assign to "reciept-reject.dat"
           organization line sequential.
       select optional central-exc assign to "exceptions.dat"
           organization line sequential
           file status is ws-central-status.
       select optional exc-images assign to "exc-images.dat"
           organization line sequential
           file status is ws-image-status.
       select optional reciept-resub assign to "reciept-resub.dat"
           organization line sequential
           file status is ws-resub-status.
       select reciept-doc assign using ws-receipt-doc-name
           organization line sequential.

       fd reciept-gift-ledger.
       copy "reciept-gift-ledger-record.cpy".

       fd reciept-loyal.
       copy "reciept-loyal-record.cpy".

       fd reciept-loyal-ledger.
       copy "reciept-loyal-ledger-record.cpy".

       fd reciept-food-map.
       copy "reciept-food-map-record.cpy".

       fd reciept-canteen.
       copy "reciept-canteen-record.cpy".

       fd elf-roster.
       01 roster-record.
           05 roster-record-id pic 9(9).
           05 roster-record-name pic x(20).
           05 roster-record-status pic x(1).
           05 roster-record-eff pic x(8).
           05 roster-record-end pic x(8).
           05 roster-record-team pic x(4).
           05 roster-record-unit pic x(4).
           05 roster-record-team-eff pic x(8).

       fd food-master.
       01 food-record.
           05 food-record-code pic x(8).
           05 food-record-desc pic x(20).
           05 food-record-cal pic 9(5).
           05 food-record-cat pic x(10).

       fd reciept-daystat.
       copy "reciept-daystat-record.cpy".

       fd reciept-susp.
       copy "reciept-susp-record.cpy".

       fd product-master-bk.
       01 pb-record.
           05 pb-sku pic x(8).
           05 pb-price pic 9(4)v9(2).
           05 pb-qty pic 9(5).
           05 pb-reorder pic 9(5).
           05 pb-tax-class pic x(1).

       fd product-gen1.
       01 product-gen-record pic x(50).
       copy "reciept-oper-record.cpy".

       fd reciept-authlog.
       01 authlog-record pic x(120).

       fd reciept-reject.
       01 reject-record pic x(180).

       fd central-exc.
       copy "std-exception-record.cpy".

       fd exc-images.
       copy "exc-image-record.cpy".

       fd reciept-resub.
       copy "resub-record.cpy".

       fd reciept-doc.
       01 receipt-doc-record pic x(60).

       01 ws-seq-status pic xx.
       01 ws-seq-number pic 9(9) value 0.
       01 ws-archive-status pic xx.
       01 ws-detail-status pic xx.
       01 ws-arch-eof pic x(1) value 'N'.
           88 arch-eof value 'Y'.
       01 ws-orig-found pic x(1) value 'N'.
           88 already-voided value 'Y'.
       01 ws-void-orig pic 9(9).
       01 ws-void-orig-date pic x(8) value spaces.
       01 ws-void-orig-store pic x(2) value spaces.
       01 ws-void-amount pic 9(7)v9(2).
       01 ws-void-cash pic 9(7)v9(2) value 0.
       01 ws-run-timestamp pic x(21).
       01 ws-till-paid-in pic 9(7)v9(2) value 0.
       01 ws-till-paid-out pic 9(7)v9(2) value 0.
       01 ws-till-cash pic 9(7)v9(2) value 0.
       01 ws-till-acct-paid pic 9(7)v9(2) value 0.
       01 ws-till-counted pic 9(7)v9(2) value 0.
       01 ws-drawer-entry pic x(5).
       01 ws-drawer-amount pic 9(7)v9(2).
       01 ws-drawer-count pic 9(7)v9(2).
       01 ws-auth-id pic x(4) value spaces.
       01 ws-auth-refused pic x(1) value 'N'.
           88 auth-refused value 'Y'.
       01 ws-auth-line pic x(120).
       01 ws-auth-orig pic 9(9) value 0.
       01 ws-auth-amount pic 9(7)v9(2) value 0.
       01 ws-store-id pic x(2) value spaces.
       01 ws-store-num pic 9(2).
       01 ws-seq-file-name pic x(30) value "reciept.seq".
       01 ws-till-file-name pic x(30) value "reciept-till.dat".
       01 ws-product-file-name pic x(40) value "product-master.mst".
       01 ws-prodgen-file-name pic x(40)
           value "product-master.mst.g1".
       01 ws-till-op-count pic 9(2) value 0.
       01 ws-till-op-table.
           05 ws-till-op-entry occurs 1 to 20 times
           88 void-run value 'V'.
           88 return-run value 'R'.
           88 drawer-run value 'D'.
           88 payment-run value 'P'.
       01 ws-batch-status pic xx.
       01 ws-batch-eof pic x(1) value 'N'.
           88 batch-eof value 'Y'.
       01 ws-batch-posted pic 9(5) value 0.
       01 ws-batch-rejected pic 9(5) value 0.
       01 ws-reject-line pic x(180).
       01 ws-batch-key pic x(12).
       01 ws-batch-key-num pic 9(5).
       01 ws-central-status pic xx.
       01 ws-image-status pic xx.
       01 ws-resub-status pic xx.
       01 ws-resub-eof pic x(1) value 'N'.
           88 resub-eof value 'Y'.
       01 ws-resub-read pic 9(5) value 0.
       01 ws-resub-ok pic 9(5) value 0.
       01 ws-resub-failed pic 9(5) value 0.
       01 ws-block-rejected pic 9(5).
       copy "exc-resub-parms.cpy".
       01 ws-product-status pic xx.
       01 ws-prodbk-status pic xx.
       01 ws-prodbk-eof pic x(1) value 'N'.
       01 ws-lookup-sku pic x(8).
       01 ws-lookup-desc pic x(20).
       01 ws-lookup-price pic 9(4)v9(2).
       01 ws-lookup-class pic x(1).
       01 ws-maint-sku pic x(8).
       01 ws-maint-index pic 9(3).
       01 ws-maint-class pic x(1).
       01 item-count pic 9(2).
       01 item-table.
           05 item-entry occurs 1 to 99 times
               10 item-desc pic x(20).
               10 item-price pic 9(4)v9(2).
               10 item-cost pic 9(7)v9(2).
               10 item-tax-class pic x(1).
               10 item-tax pic 9(7)v9(2).
               10 item-food-code pic x(8).
       01 item-index pic 9(3).
       01 item-total pic 9(7)v9(2) value 0.
       01 discount-percent pic 9(3) value 0.
       01 jt-found pic x(1) value 'N'.
           88 jurisdiction-found value 'Y'.
       copy "tax-jurisdiction-table.cpy".
       copy "tax-class-rate-table.cpy".
       01 ct-index pic 9(2).
       01 ws-class-rate pic 9(3).
       01 ws-class-slot pic 9(1).
       01 ws-class-codes pic x(3) value "GFN".
       01 ws-disc-left pic 9(7)v9(2).
       01 ws-line-discount pic 9(7)v9(2).
       01 ws-line-items pic 9(7)v9(2).
       01 ws-line-taxable pic 9(7)v9(2).
       01 ws-ctax-table.
           05 ws-ctax-entry occurs 3 times.
               10 ws-ctax-taxable pic 9(7)v9(2).
               10 ws-ctax-amount pic 9(7)v9(2).
       01 ws-rtax-table.
           05 ws-rtax-entry occurs 3 times.
               10 ws-rtax-taxable pic 9(7)v9(2).
               10 ws-rtax-amount pic 9(7)v9(2).
       01 tip pic 9(7)v9(2).
       01 tax pic 9(7)v9(2).
       01 total-cost pic 9(7)v9(2).
           88 tender-card value "CARD".
           88 tender-acct value "ACCT".
           88 tender-gift value "GIFT".
           88 tender-loyal value "LOYL".
           88 tender-suspend value "SUSP".
       01 amount-tendered pic 9(7)v9(2).
       01 change-due pic s9(7)v9(2).
       01 change-due-abs pic 9(7)v9(2).
               10 ws-cust-acct pic 9(5).
               10 ws-cust-name pic x(20).
               10 ws-cust-limit pic 9(7)v9(2).
               10 ws-cust-stat pic x(1).
       01 ws-cust-index pic 9(3).
       01 ws-cust-found pic 9(3).
       01 ws-acct-number pic 9(5).
       01 ws-acct-balance pic s9(7)v9(2).
       01 ws-acct-bal-sign pic x(1).
       01 ws-acct-bal-abs pic 9(7)v9(2).
       01 ws-acct-paid pic 9(7)v9(2).
       01 ws-acct-cum pic 9(9)v9(2).
       01 ws-acct-oldest-date pic x(8).
       01 ws-acct-age-days pic 9(5).
       01 ws-acct-hold pic x(1) value 'N'.
           88 acct-on-hold value 'Y'.
       01 ws-hold-days pic 9(3) value 60.
       01 ws-pay-amount pic 9(7)v9(2).
       01 ws-ledger-status pic xx.
       01 ws-ledger-eof pic x(1) value 'N'.
           88 ledger-eof value 'Y'.
               depending on ws-gift-count.
               10 ws-gift-number pic 9(9).
               10 ws-gift-balance pic 9(5)v9(2).
               10 ws-gift-issued pic x(8).
               10 ws-gift-last pic x(8).
               10 ws-gift-stat pic x(1).
       01 ws-gift-index pic 9(3).
       01 ws-gift-found pic 9(3).
       01 ws-gift-full pic x(1) value 'N'.
               10 ws-gift-issue-number pic 9(9).
               10 ws-gift-issue-amount pic 9(5)v9(2).
       01 ws-gift-issue-index pic 9(2).
       01 ws-loyal-status pic xx.
       01 ws-loyal-eof pic x(1) value 'N'.
           88 loyal-eof value 'Y'.
       01 ws-loyal-loaded pic x(1) value 'N'.
           88 loyal-loaded value 'Y'.
       01 ws-loyal-dirty pic x(1) value 'N'.
           88 loyal-dirty value 'Y'.
       01 ws-loyal-count pic 9(4) value 0.
       01 ws-loyal-table.
           05 ws-loyal-entry occurs 1 to 2000 times
               depending on ws-loyal-count.
               10 ws-loyal-number pic 9(9).
               10 ws-loyal-name pic x(30).
               10 ws-loyal-points pic 9(9).
               10 ws-loyal-enrolled pic x(8).
               10 ws-loyal-last pic x(8).
               10 ws-loyal-store pic x(2).
       01 ws-loyal-index pic 9(4).
       01 ws-loyal-found pic 9(4).
       01 ws-loyal-full pic x(1) value 'N'.
           88 loyal-table-full value 'Y'.
       01 ws-loyal-ledger-status pic xx.
       01 ws-loyal-ledger-eof pic x(1) value 'N'.
           88 loyal-ledger-eof value 'Y'.
       01 ws-loyal-member pic 9(9).
       01 ws-loyal-enroll pic x(1).
       01 ws-sale-member pic 9(9) value 0.
       01 ws-loy-earn-rate pic 9(3) value 1.
       01 ws-loy-pts-per-dlr pic 9(5) value 100.
       01 ws-loy-earn-pts pic 9(9) value 0.
       01 ws-loy-redeem-pts pic 9(9) value 0.
       01 ws-loy-redeem-amt pic 9(7)v9(2) value 0.
       01 ws-loy-pts pic 9(9).
       01 ws-loy-value pic 9(7)v9(2).
       01 ws-loy-basis pic 9(7)v9(2).
       01 ws-lrev-earned pic 9(9).
       01 ws-lrev-redeemed pic 9(9).
       01 ws-lrev-redeem-amt pic 9(7)v9(2).
       01 ws-lrev-taken pic 9(9).
       01 ws-lrev-basis pic 9(7)v9(2).
       01 ws-lrev-member pic 9(9).
       01 ws-fmap-status pic xx.
       01 ws-fmap-eof pic x(1) value 'N'.
           88 fmap-eof value 'Y'.
       01 ws-fmap-loaded pic x(1) value 'N'.
           88 fmap-loaded value 'Y'.
       01 ws-fmap-dirty pic x(1) value 'N'.
           88 fmap-dirty value 'Y'.
       01 ws-fmap-count pic 9(3) value 0.
       01 ws-fmap-table.
           05 ws-fmap-entry occurs 1 to 500 times
               depending on ws-fmap-count.
               10 ws-fmap-sku pic x(8).
               10 ws-fmap-food pic x(8).
       01 ws-fmap-index pic 9(3).
       01 ws-fmap-found pic 9(3).
       01 ws-fmap-full pic x(1) value 'N'.
           88 fmap-table-full value 'Y'.
       01 ws-lookup-food pic x(8).
       01 ws-maint-food pic x(8).
       01 ws-canteen-status pic xx.
       01 ws-canteen-eof pic x(1) value 'N'.
           88 canteen-eof value 'Y'.
       01 ws-roster-status pic xx.
       01 ws-roster-eof pic x(1) value 'N'.
           88 roster-eof value 'Y'.
       01 ws-roster-fnd pic x(1) value 'N'.
           88 roster-found value 'Y'.
       01 ws-roster-stat pic x(1).
       01 ws-roster-name pic x(20).
       01 ws-food-status pic xx.
       01 ws-food-eof pic x(1) value 'N'.
           88 food-eof value 'Y'.
       01 ws-food-fnd pic x(1) value 'N'.
           88 food-found value 'Y'.
       01 ws-food-desc pic x(20).
       01 ws-canteen-sale pic x(1) value 'N'.
           88 canteen-sale value 'Y'.
       01 ws-elf-entry pic x(9).
       01 ws-elf-id pic 9(9).
       01 ws-elf-done pic x(1) value 'N'.
           88 elf-done value 'Y'.
       01 ws-elf-tries pic 9(1).
       01 ws-sale-elf pic 9(9) value 0.
       01 ws-receipt-doc-name pic x(30).
       01 ws-receipt-line pic x(60).
       01 ws-ed-money pic z,zzz,zz9.99.
       01 ws-batch-file-name pic x(40) value "reciept-batch.dat".
       01 ws-now pic x(21).
       copy "run-log-record.cpy".
       copy "alert-record.cpy".
       01 ws-alert-count pic z(8)9.
       01 ws-alert-limit pic z(8)9.
       copy "bus-date-record.cpy".
       copy "run-parms.cpy".
       copy "step-parms.cpy".
       01 ws-ret-item-total pic 9(7)v9(2).
       01 ws-ret-discount pic 9(7)v9(2).
       01 ws-ret-jurisdiction pic x(2).
       01 ws-ret-line-count pic 9(3) value 0.
       01 ws-ret-table.
           05 ws-ret-entry occurs 99 times.
               10 ws-ret-sku pic x(8).
               10 ws-ret-price pic 9(4)v9(2).
               10 ws-ret-retqty pic 9(3).
               10 ws-ret-avail pic 9(3).
               10 ws-ret-class pic x(1).
               10 ws-ret-tax pic 9(5)v9(2).
               10 ws-ret-tax-known pic x(1).
               10 ws-ret-rtax pic 9(5)v9(2).
       01 ws-prior-ret-count pic 9(2) value 0.
       01 ws-prior-ret-table.
           05 ws-prior-ret-seq pic 9(9) occurs 20 times.
       01 ws-prior-ret-full pic x(1) value 'N'.
           88 prior-ret-overflow value 'Y'.
       01 ws-prior-qty pic 9(3).
       01 ws-ret-index pic 9(3).
       01 ws-ret-line-no pic 9(2).
       01 ws-ret-qty-in pic 9(3).
       01 ws-ret-sel-count pic 9(2) value 0.
       01 ws-net-abs pic 9(7)v9(2).
       01 ws-dtl-eof pic x(1) value 'N'.
           88 dtl-eof value 'Y'.
       01 ws-dtl-want pic 9(9).
       01 ws-susp-status pic xx.
       01 ws-susp-eof pic x(1) value 'N'.
           88 susp-eof value 'Y'.
       01 ws-susp-count pic 9(4) value 0.
       01 ws-susp-table.
           05 ws-susp-line pic x(70) occurs 1 to 3000 times
               depending on ws-susp-count.
       01 ws-susp-index pic 9(4).
       01 ws-susp-found pic 9(4).
       01 ws-susp-needed pic 9(4).
       01 ws-susp-full pic x(1) value 'N'.
           88 susp-table-full value 'Y'.
       01 ws-susp-entry pic x(6).
       01 ws-susp-ticket pic 9(6).
       01 ws-susp-next pic 9(6).
       01 ws-susp-item-no pic 9(2).
       01 ws-susp-recalled pic x(1) value 'N'.
           88 susp-recalled value 'Y'.
       01 ws-sale-suspended pic x(1) value 'N'.
           88 sale-suspended value 'Y'.

       procedure division.
           perform log-run-start
                   "' TAKEN FROM runparm.dat - NO PROMPT"
           else
               display "Mode (S=sale, C=closeout, M=maintenance, "
                   "B=batch, V=void, R=return, D=drawer, "
                   "P=payment on account): "
               accept run-mode from sysin
           end-if

                               if drawer-run
                                   perform maintain-drawer
                               else
                                   if payment-run
                                       perform run-account-payment
                                   else
                                       perform run-transaction
                                   end-if
                               end-if
                           end-if
                       end-if
           if parm-found
               move ws-parm-found-value(1:1) to ws-parm-mode
           end-if
           move "CREDIT-HOLD-DAYS" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               compute ws-hold-days =
                   function numval(ws-parm-found-value)
           end-if
           move "LOYALTY-EARN-RATE" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               compute ws-loy-earn-rate =
                   function numval(ws-parm-found-value)
           end-if
           move "LOYALTY-PTS-PER-DLR" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               and function numval(ws-parm-found-value) > 0
               compute ws-loy-pts-per-dlr =
                   function numval(ws-parm-found-value)
           end-if
           perform apply-step-overrides
           display "EFFECTIVE PARMS: BATCH "
               function trim(ws-batch-file-name)
           end-if
           if io-error
               move 12 to ws-final-rc
           end-if
           if ws-final-rc > 4
               perform raise-alert
           end-if.

      *    a run ending over rc 4 goes on the operations alert queue
      *    for the on-call contact as well as into the run log.
       raise-alert.
           initialize alert-record
           move "reciept" to alr-program
           evaluate true
               when io-error
                   move 'C' to alr-severity
                   move "I/O ERROR - RUN ENDED RC 12" to alr-message
               when auth-refused
                   move 'H' to alr-severity
                   move spaces to alr-message
                   string
                       "MODE " delimited by size
                       run-mode delimited by size
                       " REFUSED - OPERATOR " delimited by size
                       ws-operator-id delimited by size
                       " NOT AUTHORIZED" delimited by size
                       into alr-message
                   end-string
               when lock-refused
                   move 'H' to alr-severity
                   move "POSTING REFUSED - BUSINESS DATE IS CLOSED"
                       to alr-message
               when other
                   move 'H' to alr-severity
                   move ws-batch-rejected to ws-alert-count
                   move ws-exc-threshold to ws-alert-limit
                   move spaces to alr-message
                   string
                       "REJECTED BATCH LINES " delimited by size
                       function trim(ws-alert-count) delimited by size
                       " OVER THRESHOLD " delimited by size
                       function trim(ws-alert-limit) delimited by size
                       into alr-message
                   end-string
           end-evaluate
           call "alert" using alert-record
               on exception
                   display "ALERT MODULE NOT AVAILABLE - "
                       "NO ALERT RAISED"
           end-call.

       log-run-start.
           move "reciept" to log-program-id
           move 'S' to log-event
               ws-store-id delimited by size
               ".dat" delimited by size
               into ws-till-file-name
           end-string
           perform set-product-file.

      *    each store keeps stock on its own product master; store 01
      *    and any store not yet given a master of its own stay on the
      *    chain master product-master.mst.
       set-product-file.
           move "product-master.mst" to ws-product-file-name
           if ws-store-id not = "01"
               move spaces to ws-product-file-name
               string
                   "product-master-" delimited by size
                   ws-store-id delimited by size
                   ".mst" delimited by size
                   into ws-product-file-name
               end-string
               open input product-master
               if ws-product-status not = "00"
                   display "STORE " ws-store-id " HAS NO PRODUCT "
                       "MASTER OF ITS OWN - USING product-master.mst"
                   move "product-master.mst" to ws-product-file-name
               end-if
               close product-master
           end-if
           move spaces to ws-prodgen-file-name
           string
               ws-product-file-name delimited by space
               ".g1" delimited by size
               into ws-prodgen-file-name
           end-string.

       load-operator-master.
                   read reciept-oper
                       at end move 'Y' to ws-oper-eof
                       not at end
                           evaluate true
                               when oper-record-status = 'I'
                                   continue
                               when ws-oper-count >= 50
                                   display "MORE THAN 50 OPERATORS - "
                                       "REST IGNORED"
                                   move 'Y' to ws-oper-eof
                               when other
                                   add 1 to ws-oper-count
                                   move oper-record-id
                                       to ws-oper-id(ws-oper-count)
                                   move oper-record-name
                                       to ws-oper-name(ws-oper-count)
                                   move oper-record-level
                                       to ws-oper-level(ws-oper-count)
                           end-evaluate
                   end-read
               end-perform
           end-if
                   move 2 to ws-req-level
               when 'R'
                   move 2 to ws-req-level
               when 'P'
                   move 2 to ws-req-level
               when other
                   move 1 to ws-req-level
           end-evaluate
               ws-auth-id delimited by size
               " ORIG-SEQ " delimited by size
               ws-auth-orig delimited by size
               " AMOUNT " delimited by size
               ws-auth-amount delimited by size
               into ws-auth-line
           end-string
           open extend reciept-authlog
           perform load-sequence-number
           perform open-product-master

           move 'N' to ws-susp-recalled
           move 'N' to ws-sale-suspended
           move 0 to ws-sale-member
           move 0 to ws-loy-redeem-pts
           move 0 to ws-loy-redeem-amt
           move 0 to ws-sale-elf
           move 'N' to ws-canteen-sale
           display "Number of items (0 = recall suspended ticket): "
           accept item-count from sysin
           if item-count = 0
               perform recall-suspended-sale
               if not susp-recalled
                   close product-master
                   exit paragraph
               end-if
           else
               perform take-loyalty-member
               move 0 to item-total
               perform varying item-index from 1 by 1
                   until item-index > item-count
                   display "Item " item-index " SKU: "
                   accept item-sku(item-index) from sysin
                   display "Item " item-index " Qty: "
                   accept item-qty(item-index) from sysin
                   move item-sku(item-index) to ws-lookup-sku
                   perform find-product
                   move ws-lookup-class to item-tax-class(item-index)
                   move ws-lookup-food to item-food-code(item-index)
                   if ws-lookup-food not = spaces
                       move 'Y' to ws-canteen-sale
                   end-if
                   if product-found
                       move ws-lookup-desc to item-desc(item-index)
                       move ws-lookup-price to item-price(item-index)
                       display "  " ws-lookup-desc " @ $"
                           ws-lookup-price
                   else
                       move "UNKNOWN SKU" to item-desc(item-index)
                       display "Item " item-index " Cost: "
                       accept item-price(item-index) from sysin
                   end-if
                   compute item-cost(item-index) =
                       item-price(item-index) * item-qty(item-index)
                   add item-cost(item-index) to item-total
                   if item-sku(item-index) = "GIFTCARD"
                       perform take-gift-issue
                   end-if
               end-perform
               if canteen-sale
                   perform take-canteen-elf
               end-if

               display "Discount/Coupon: %"
               accept discount-percent from sysin
           end-if

           display "Tip: %"
           accept tip-percent from sysin
           if susp-recalled
               perform find-tax-rate
               if tax-exempt
                   move 0 to tax-percent
               end-if
           else
               display "Tax Jurisdiction Code: "
               accept location-code from sysin
               perform find-tax-rate

               display "Tax exempt (Y/N): "
               accept ws-tax-exempt from sysin
               if tax-exempt
                   display "Exemption Certificate Number: "
                   accept ws-exempt-cert from sysin
                   move 0 to tax-percent
               else
                   move 'N' to ws-tax-exempt
                   move spaces to ws-exempt-cert
               end-if
           end-if

           perform compute-transaction-totals
           move 0 to change-due
           perform until ws-balance-due = 0
               display "Balance Due: $" ws-balance-due
               display "Tender Type (CASH/CARD/ACCT/GIFT/LOYL, "
                   "SUSP = suspend sale): "
               accept tender-type from sysin
               if tender-suspend
                   if ws-tender-count > 0
                       display "TENDERS ALREADY TAKEN - SALE CANNOT "
                           "BE SUSPENDED"
                   else
                       perform suspend-sale
                       if sale-suspended
                           move 0 to ws-balance-due
                       end-if
                   end-if
               else
                   if not tender-cash and not tender-card
                       and not tender-acct and not tender-gift
                       and not tender-loyal
                       display "UNKNOWN TENDER TYPE '" tender-type "'"
                   else
                       move 'N' to ws-tender-refused
                       move 0 to ws-acct-number
                       move 0 to ws-gift-card-no
                       if tender-acct
                           perform find-acct-for-tender
                       end-if
                       if tender-gift
                           perform find-gift-for-tender
                       end-if
                       if tender-loyal
                           perform find-loyalty-for-tender
                       end-if
                       if not tender-refused
                           display "Amount Tendered: $"
                           accept amount-tendered from sysin
                           if amount-tendered > ws-balance-due
                               move ws-balance-due to ws-tender-applied
                           else
                               move amount-tendered to ws-tender-applied
                           end-if
                           if (tender-card or tender-acct
                               or tender-loyal)
                               and amount-tendered > ws-balance-due
                               display "CHARGED BALANCE ONLY: $"
                                   ws-balance-due
                           end-if
                           if tender-acct
                               perform check-acct-credit
                           end-if
                           if tender-gift
                               perform check-gift-balance
                           end-if
                           if tender-loyal
                               perform check-loyalty-balance
                           end-if
                       end-if
                       if not tender-refused
                           if ws-tender-count < 4
                               add 1 to ws-tender-count
                               move tender-type
                                   to ws-tender-ttype(ws-tender-count)
                               move ws-tender-applied
                                   to ws-tender-amount(ws-tender-count)
                               move ws-acct-number
                                   to ws-tender-acct-no(ws-tender-count)
                               move ws-gift-card-no
                                   to ws-tender-gift-no(ws-tender-count)
                           else
                               display "MAX 4 TENDER LINES - MERGING "
                                   "INTO LAST PIECE"
                               add ws-tender-applied
                                   to ws-tender-amount(4)
                               if ws-tender-ttype(4) not = tender-type
                                   move "MIXD" to ws-tender-ttype(4)
                               end-if
                           end-if
                           subtract ws-tender-applied
                               from ws-balance-due
                           if ws-balance-due = 0 and tender-cash
                               compute change-due =
                                   amount-tendered - ws-tender-applied
                               display "Change Due: $" change-due
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           if sale-suspended
               close product-master
               exit paragraph
           end-if

           perform write-archive-record
           perform save-sequence-number
           if gift-dirty
               perform save-gift-file
           end-if
           perform post-loyalty-points
           if ws-sale-elf > 0
               perform write-canteen-record
           end-if
           perform write-receipt-document
           perform update-till-total
           perform post-sale-to-stock
           close product-master.

      *    a suspended sale is parked under the next ticket number for
      *    the store; nothing is posted, so the sequence number, till,
      *    stock and cards are untouched until the ticket is recalled
      *    and tendered.
       suspend-sale.
           perform load-suspended-file
           compute ws-susp-needed = 1 + item-count + ws-gift-issue-count
           if susp-table-full
               or ws-susp-count + ws-susp-needed > 3000
               display "SUSPENDED SALE FILE FULL - SALE NOT SUSPENDED"
               add 1 to ws-warn-count
               exit paragraph
           end-if
           move function current-date to ws-now
           open extend reciept-susp
           move spaces to susp-record
           move ws-store-id to susp-store
           move ws-susp-next to susp-ticket
           move 'H' to susp-type
           move space to susp-status
           move ws-run-timestamp(1:8) to susp-date
           move ws-now(9:6) to susp-time
           move ws-operator-id to susp-operator
           move item-count to susp-item-count
           move discount-percent to susp-discount
           move location-code to susp-location
           move ws-tax-exempt to susp-exempt
           move ws-exempt-cert to susp-cert
           move ws-sale-member to susp-member
           move ws-sale-elf to susp-elf
           write susp-record
           perform varying item-index from 1 by 1
               until item-index > item-count
               move spaces to susp-body
               move 'I' to susp-type
               move item-sku(item-index) to susp-sku
               move item-qty(item-index) to susp-qty
               move item-desc(item-index) to susp-desc
               move item-price(item-index) to susp-price
               move item-tax-class(item-index) to susp-tax-class
               write susp-record
           end-perform
           perform varying ws-gift-issue-index from 1 by 1
               until ws-gift-issue-index > ws-gift-issue-count
               move spaces to susp-body
               move 'G' to susp-type
               move ws-gift-issue-number(ws-gift-issue-index)
                   to susp-gift-number
               move ws-gift-issue-amount(ws-gift-issue-index)
                   to susp-gift-amount
               write susp-record
           end-perform
           close reciept-susp
           move 'Y' to ws-sale-suspended
           display "SALE SUSPENDED AS TICKET " ws-susp-next
               " - RECALL FROM ANY REGISTER IN STORE " ws-store-id.

      *    a ticket can be recalled once, on the business date it was
      *    suspended; the header is marked 'R' before the sale is
      *    finished so no second register can take it as well.
       recall-suspended-sale.
           display "Suspended ticket number: "
           accept ws-susp-entry from sysin
           compute ws-susp-ticket = function numval(ws-susp-entry)
           perform load-suspended-file
           if susp-table-full
               display "SUSPENDED SALE FILE TOO LARGE - TICKET NOT "
                   "RECALLED"
               add 1 to ws-warn-count
               exit paragraph
           end-if
           move 0 to ws-susp-found
           perform varying ws-susp-index from 1 by 1
               until ws-susp-index > ws-susp-count
                   or ws-susp-found > 0
               move ws-susp-line(ws-susp-index) to susp-record
               if susp-store = ws-store-id
                   and susp-ticket = ws-susp-ticket
                   and susp-type = 'H'
                   move ws-susp-index to ws-susp-found
               end-if
           end-perform
           if ws-susp-found = 0
               display "TICKET " ws-susp-ticket
                   " NOT SUSPENDED IN STORE " ws-store-id
               exit paragraph
           end-if
           move ws-susp-line(ws-susp-found) to susp-record
           if susp-status = 'R'
               display "TICKET " ws-susp-ticket " ALREADY RECALLED"
               exit paragraph
           end-if
           if susp-date not = ws-run-timestamp(1:8)
               display "TICKET " ws-susp-ticket " WAS SUSPENDED ON "
                   susp-date " - NOT RECALLABLE TODAY"
               exit paragraph
           end-if

           move susp-item-count to item-count
           move susp-discount to discount-percent
           move susp-location to location-code
           move susp-exempt to ws-tax-exempt
           move susp-cert to ws-exempt-cert
           if susp-member numeric
               move susp-member to ws-sale-member
           end-if
           if susp-elf numeric
               move susp-elf to ws-sale-elf
           end-if
           move 'R' to susp-status
           move susp-record to ws-susp-line(ws-susp-found)
           move 0 to ws-susp-item-no
           move 0 to item-total
           move 0 to ws-gift-issue-count
           perform varying ws-susp-index from ws-susp-found by 1
               until ws-susp-index > ws-susp-count
               move ws-susp-line(ws-susp-index) to susp-record
               if susp-store = ws-store-id
                   and susp-ticket = ws-susp-ticket
                   evaluate susp-type
                       when 'I'
                           if ws-susp-item-no < item-count
                               add 1 to ws-susp-item-no
                               move ws-susp-item-no to item-index
                               move susp-sku to item-sku(item-index)
                               move susp-qty to item-qty(item-index)
                               move susp-desc to item-desc(item-index)
                               move susp-price
                                   to item-price(item-index)
                               move susp-tax-class
                                   to item-tax-class(item-index)
                               if susp-tax-class = space
                                   move 'G'
                                       to item-tax-class(item-index)
                               end-if
                               compute item-cost(item-index) =
                                   item-price(item-index)
                                   * item-qty(item-index)
                               add item-cost(item-index) to item-total
                           end-if
                       when 'G'
                           if ws-gift-issue-count < 10
                               add 1 to ws-gift-issue-count
                               move susp-gift-number to
                                   ws-gift-issue-number
                                       (ws-gift-issue-count)
                               move susp-gift-amount to
                                   ws-gift-issue-amount
                                       (ws-gift-issue-count)
                           end-if
                   end-evaluate
               end-if
           end-perform
           if ws-susp-item-no not = item-count
               add 1 to ws-warn-count
               display "WARNING: TICKET " ws-susp-ticket " HAD "
                   ws-susp-item-no " OF " item-count " ITEM LINES"
               move ws-susp-item-no to item-count
           end-if
           if ws-gift-issue-count > 0 and not gift-loaded
               perform load-gift-file
           end-if
           if ws-sale-member > 0
               perform load-loyal-file
               move ws-sale-member to ws-loyal-member
               perform find-loyal-member
               if ws-loyal-found = 0
                   display "LOYALTY MEMBER " ws-sale-member
                       " NO LONGER ON FILE - NO POINTS ON THIS SALE"
                   move 0 to ws-sale-member
               end-if
           end-if
           perform save-suspended-file
           move 'Y' to ws-susp-recalled

           display "TICKET " ws-susp-ticket " RECALLED"
           perform varying item-index from 1 by 1
               until item-index > item-count
               display "  " item-sku(item-index) " "
                   item-desc(item-index) " " item-qty(item-index)
                   " @ $" item-price(item-index)
           end-perform
           display "  DISCOUNT " discount-percent "% JURISDICTION "
               location-code " EXEMPT " ws-tax-exempt
           if ws-sale-member > 0
               display "  LOYALTY MEMBER " ws-sale-member
           end-if
           if ws-sale-elf > 0
               display "  CANTEEN MEAL FOR ELF " ws-sale-elf
           end-if.

       load-suspended-file.
           move 0 to ws-susp-count
           move 0 to ws-susp-next
           move 'N' to ws-susp-eof
           move 'N' to ws-susp-full
           open input reciept-susp
           if ws-susp-status = "00"
               perform until susp-eof
                   read reciept-susp
                       at end move 'Y' to ws-susp-eof
                       not at end
                           if ws-susp-count >= 3000
                               move 'Y' to ws-susp-full
                               move 'Y' to ws-susp-eof
                           else
                               add 1 to ws-susp-count
                               move susp-record
                                   to ws-susp-line(ws-susp-count)
                               if susp-store = ws-store-id
                                   and susp-ticket > ws-susp-next
                                   move susp-ticket to ws-susp-next
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-susp
           add 1 to ws-susp-next.

       save-suspended-file.
           move 'B' to fg-function
           move "reciept-susp.dat" to fg-file-name
           move 3 to fg-keep
           perform take-generation-backup
           open output reciept-susp
           perform varying ws-susp-index from 1 by 1
               until ws-susp-index > ws-susp-count
               move ws-susp-line(ws-susp-index) to susp-record
               write susp-record
           end-perform
           close reciept-susp.

       load-gift-file.
           move 0 to ws-gift-count
           move 'N' to ws-gift-eof
                                   to ws-gift-number(ws-gift-count)
                               move gift-record-balance
                                   to ws-gift-balance(ws-gift-count)
                               move gift-record-issued
                                   to ws-gift-issued(ws-gift-count)
                               move gift-record-last
                                   to ws-gift-last(ws-gift-count)
                               move gift-record-status
                                   to ws-gift-stat(ws-gift-count)
                           end-if
                   end-read
               end-perform
                   to gift-record-number
               move ws-gift-balance(ws-gift-index)
                   to gift-record-balance
               move ws-gift-issued(ws-gift-index)
                   to gift-record-issued
               move ws-gift-last(ws-gift-index)
                   to gift-record-last
               move ws-gift-stat(ws-gift-index)
                   to gift-record-status
               write gift-record
           end-perform
           close reciept-gift
                       move ws-gift-card-no
                           to ws-gift-number(ws-gift-found)
                       move 0 to ws-gift-balance(ws-gift-found)
                       move ws-run-timestamp(1:8)
                           to ws-gift-issued(ws-gift-found)
                   end-if
                   add ws-gift-issue-amount(ws-gift-issue-index)
                       to ws-gift-balance(ws-gift-found)
                   move ws-run-timestamp(1:8)
                       to ws-gift-last(ws-gift-found)
                   move space to ws-gift-stat(ws-gift-found)
                   move 'Y' to ws-gift-dirty
                   open extend reciept-gift-ledger
                   move ws-gift-card-no to glg-card
                   move ws-seq-number to glg-seq
                   move ws-run-timestamp(1:8) to glg-date
                   move 'I' to glg-type
                   move ws-gift-issue-amount(ws-gift-issue-index)
                       to glg-amount
                   write gift-ledger-record
                   close reciept-gift-ledger
                   display "GIFT CARD " ws-gift-card-no
                       " BALANCE NOW $"
                       ws-gift-balance(ws-gift-found)
           else
               subtract ws-tender-applied
                   from ws-gift-balance(ws-gift-found)
               move ws-run-timestamp(1:8)
                   to ws-gift-last(ws-gift-found)
               move 'Y' to ws-gift-dirty
               display "GIFT CARD " ws-gift-card-no
                   " BALANCE NOW $" ws-gift-balance(ws-gift-found)
           end-if.

      *    a sale may be rung against a loyalty member; a number not on
      *    file can be enrolled on the spot. the member file is saved as
      *    soon as a member is enrolled so the number is good on any
      *    register even if this sale is later suspended.
       take-loyalty-member.
           display "Loyalty Member Number (0 = none): "
           accept ws-loyal-member from sysin
           if ws-loyal-member = 0
               exit paragraph
           end-if
           if not loyal-loaded
               perform load-loyal-file
           end-if
           if loyal-table-full
               display "LOYALTY FILE FULL - NO POINTS ON THIS SALE"
               exit paragraph
           end-if
           perform find-loyal-member
           if ws-loyal-found > 0
               move ws-loyal-member to ws-sale-member
               display "MEMBER " ws-loyal-name(ws-loyal-found)
                   " POINTS " ws-loyal-points(ws-loyal-found)
               exit paragraph
           end-if
           if ws-loyal-count >= 2000
               display "MEMBER " ws-loyal-member " NOT ON FILE AND "
                   "LOYALTY FILE FULL - NO POINTS ON THIS SALE"
               exit paragraph
           end-if
           display "MEMBER " ws-loyal-member " NOT ON FILE - "
               "ENROLL NOW? (Y/N): "
           accept ws-loyal-enroll from sysin
           if ws-loyal-enroll not = 'Y' and ws-loyal-enroll not = 'y'
               display "NO POINTS ON THIS SALE"
               exit paragraph
           end-if
           add 1 to ws-loyal-count
           move ws-loyal-count to ws-loyal-found
           move ws-loyal-member to ws-loyal-number(ws-loyal-found)
           display "Member Name: "
           accept ws-loyal-name(ws-loyal-found) from sysin
           move 0 to ws-loyal-points(ws-loyal-found)
           move ws-run-timestamp(1:8)
               to ws-loyal-enrolled(ws-loyal-found)
           move ws-run-timestamp(1:8) to ws-loyal-last(ws-loyal-found)
           move ws-store-id to ws-loyal-store(ws-loyal-found)
           perform save-loyal-file
           move ws-loyal-member to ws-sale-member
           display "MEMBER " ws-loyal-member " ENROLLED".

       load-loyal-file.
           move 0 to ws-loyal-count
           move 'N' to ws-loyal-eof
           move 'N' to ws-loyal-full
           open input reciept-loyal
           if ws-loyal-status = "00"
               perform until loyal-eof
                   read reciept-loyal
                       at end move 'Y' to ws-loyal-eof
                       not at end
                           if ws-loyal-count >= 2000
                               display "LOYALTY FILE EXCEEDS 2000 "
                                   "MEMBERS - LOYALTY DISABLED"
                               move 'Y' to ws-loyal-full
                               move 'Y' to ws-loyal-eof
                           else
                               add 1 to ws-loyal-count
                               move loyal-member
                                   to ws-loyal-number(ws-loyal-count)
                               move loyal-name
                                   to ws-loyal-name(ws-loyal-count)
                               move loyal-points
                                   to ws-loyal-points(ws-loyal-count)
                               move loyal-enrolled
                                   to ws-loyal-enrolled(ws-loyal-count)
                               move loyal-last
                                   to ws-loyal-last(ws-loyal-count)
                               move loyal-store
                                   to ws-loyal-store(ws-loyal-count)
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-loyal
           move 'Y' to ws-loyal-loaded.

       save-loyal-file.
           if loyal-table-full
               display "LOYALTY FILE NOT REWRITTEN - TABLE OVERFLOWED "
                   "AT LOAD"
               exit paragraph
           end-if
           open output reciept-loyal
           perform varying ws-loyal-index from 1 by 1
               until ws-loyal-index > ws-loyal-count
               move ws-loyal-number(ws-loyal-index) to loyal-member
               move ws-loyal-name(ws-loyal-index) to loyal-name
               move ws-loyal-points(ws-loyal-index) to loyal-points
               move ws-loyal-enrolled(ws-loyal-index)
                   to loyal-enrolled
               move ws-loyal-last(ws-loyal-index) to loyal-last
               move ws-loyal-store(ws-loyal-index) to loyal-store
               write loyal-record
           end-perform
           close reciept-loyal
           move 'N' to ws-loyal-dirty.

       find-loyal-member.
           move 0 to ws-loyal-found
           perform varying ws-loyal-index from 1 by 1
               until ws-loyal-index > ws-loyal-count
               if ws-loyal-number(ws-loyal-index) = ws-loyal-member
                   move ws-loyal-index to ws-loyal-found
               end-if
           end-perform.

       find-loyalty-for-tender.
           if ws-sale-member = 0
               display "NO LOYALTY MEMBER ON THIS SALE - LOYL TENDER "
                   "REFUSED"
               move 'Y' to ws-tender-refused
               exit paragraph
           end-if
           if not loyal-loaded
               perform load-loyal-file
           end-if
           move ws-sale-member to ws-loyal-member
           perform find-loyal-member
           if ws-loyal-found = 0 or loyal-table-full
               display "MEMBER " ws-sale-member
                   " NOT ON FILE - LOYL TENDER REFUSED"
               move 'Y' to ws-tender-refused
           else
               compute ws-loy-value =
                   ws-loyal-points(ws-loyal-found) / ws-loy-pts-per-dlr
               display "MEMBER " ws-sale-member " POINTS "
                   ws-loyal-points(ws-loyal-found) " WORTH $"
                   ws-loy-value
           end-if.

      *    points are spent at the configured points per dollar, rounded
      *    so a part point is always charged, and come off the member at
      *    once as a gift card balance does.
       check-loyalty-balance.
           compute ws-loy-pts rounded =
               ws-tender-applied * ws-loy-pts-per-dlr
           if ws-loy-pts > ws-loyal-points(ws-loyal-found)
               display "REDEMPTION NEEDS " ws-loy-pts " POINTS - "
                   "MEMBER HAS " ws-loyal-points(ws-loyal-found)
                   " - LOYL TENDER REFUSED"
               move 'Y' to ws-tender-refused
           else
               subtract ws-loy-pts
                   from ws-loyal-points(ws-loyal-found)
               add ws-loy-pts to ws-loy-redeem-pts
               add ws-tender-applied to ws-loy-redeem-amt
               move ws-run-timestamp(1:8)
                   to ws-loyal-last(ws-loyal-found)
               move 'Y' to ws-loyal-dirty
               display "REDEEMED " ws-loy-pts " POINTS - BALANCE NOW "
                   ws-loyal-points(ws-loyal-found)
           end-if.

      *    points are earned on the item total after discount, before
      *    tax and tip, at the configured points per whole dollar.
       post-loyalty-points.
           move 0 to ws-loy-earn-pts
           if ws-sale-member = 0
               exit paragraph
           end-if
           if not loyal-loaded
               perform load-loyal-file
           end-if
           move ws-sale-member to ws-loyal-member
           perform find-loyal-member
           if ws-loyal-found = 0 or loyal-table-full
               add 1 to ws-warn-count
               display "MEMBER " ws-sale-member
                   " NOT ON FILE - NO POINTS POSTED"
               move 0 to ws-sale-member
               exit paragraph
           end-if
           if item-total > discount-amount
               compute ws-loy-basis = item-total - discount-amount
           else
               move 0 to ws-loy-basis
           end-if
           compute ws-loy-earn-pts = ws-loy-basis * ws-loy-earn-rate
           if ws-loy-redeem-pts > 0
               move 'R' to llg-type
               move ws-loy-redeem-pts to llg-points
               move ws-loy-redeem-amt to llg-amount
               move 0 to llg-orig
               perform write-loyal-ledger
           end-if
           if ws-loy-earn-pts > 0
               move 'E' to llg-type
               move ws-loy-earn-pts to llg-points
               move ws-loy-basis to llg-amount
               move 0 to llg-orig
               perform write-loyal-ledger
               add ws-loy-earn-pts to ws-loyal-points(ws-loyal-found)
               move ws-run-timestamp(1:8)
                   to ws-loyal-last(ws-loyal-found)
               move 'Y' to ws-loyal-dirty
           end-if
           if loyal-dirty
               perform save-loyal-file
           end-if
           move ws-loyal-points(ws-loyal-found) to ws-loy-pts
           display "MEMBER " ws-sale-member " EARNED " ws-loy-earn-pts
               " POINTS - BALANCE NOW " ws-loy-pts.

       write-loyal-ledger.
           move ws-loyal-member to llg-member
           move ws-seq-number to llg-seq
           move ws-run-timestamp(1:8) to llg-date
           move ws-store-id to llg-store
           open extend reciept-loyal-ledger
           write loyal-ledger-record
           close reciept-loyal-ledger.

      *    a sale carrying canteen meal items is charged to the elf it
      *    was served to, so reciept-canteen-ext can post the meal to
      *    the elf's calorie intake. the id must be on elf-roster.dat
      *    and not retired; 0 rings the sale with no calorie posting.
       take-canteen-elf.
           move 'N' to ws-elf-done
           move 0 to ws-elf-tries
           perform until elf-done
               display "Canteen meal - Elf ID (0 = not an elf meal): "
               accept ws-elf-entry from sysin
               add 1 to ws-elf-tries
               if ws-elf-entry = spaces or ws-elf-entry = "0"
                   display "NO CALORIE POSTING FOR THIS SALE"
                   move 'Y' to ws-elf-done
               else
                   compute ws-elf-id = function numval(ws-elf-entry)
                   perform check-canteen-elf
               end-if
               if not elf-done and ws-elf-tries >= 3
                   display "NO VALID ELF ID - NO CALORIE POSTING FOR "
                       "THIS SALE"
                   add 1 to ws-warn-count
                   move 'Y' to ws-elf-done
               end-if
           end-perform.

       check-canteen-elf.
           move 'N' to ws-roster-fnd
           move 'N' to ws-roster-eof
           open input elf-roster
           if ws-roster-status not = "00"
               close elf-roster
               display "ELF ROSTER NOT AVAILABLE - ELF " ws-elf-id
                   " TAKEN UNCHECKED"
               add 1 to ws-warn-count
               move ws-elf-id to ws-sale-elf
               move 'Y' to ws-elf-done
               exit paragraph
           end-if
           perform until roster-eof or roster-found
               read elf-roster
                   at end move 'Y' to ws-roster-eof
                   not at end
                       if roster-record-id = ws-elf-id
                           move 'Y' to ws-roster-fnd
                           move roster-record-status to ws-roster-stat
                           move roster-record-name to ws-roster-name
                       end-if
               end-read
           end-perform
           close elf-roster
           if not roster-found
               display "ELF " ws-elf-id " NOT ON ROSTER"
               exit paragraph
           end-if
           if ws-roster-stat = 'I'
               display "ELF " ws-elf-id " " ws-roster-name " IS RETIRED"
               exit paragraph
           end-if
           move ws-elf-id to ws-sale-elf
           move 'Y' to ws-elf-done
           display "CANTEEN MEAL FOR ELF " ws-elf-id " " ws-roster-name.

       write-canteen-record.
           open extend reciept-canteen
           if ws-canteen-status not = "00" and "05"
               close reciept-canteen
               display "CANTEEN FILE UNAVAILABLE - MEAL FOR ELF "
                   ws-sale-elf " NOT SENT TO CALORIE HISTORY"
               add 1 to ws-warn-count
               exit paragraph
           end-if
           move ws-seq-number to can-seq
           move ws-store-id to can-store
           move ws-run-timestamp(1:8) to can-date
           move ws-sale-elf to can-elf
           move space to can-status
           move spaces to can-extract-date
           write can-record
           close reciept-canteen
           add 1 to ws-log-written.

      *    a canteen meal the nightly extract has already sent to
      *    calorie-2 cannot be taken back out of the calorie history
      *    by a void; the cashier is told so it can be corrected
      *    there. one not yet extracted is dropped by the extract.
       check-canteen-sent.
           move 'N' to ws-canteen-eof
           open input reciept-canteen
           if ws-canteen-status = "00"
               perform until canteen-eof
                   read reciept-canteen
                       at end move 'Y' to ws-canteen-eof
                       not at end
                           if can-seq = ws-void-orig
                               and can-status = 'X'
                               display "WARNING: CANTEEN MEAL FOR ELF "
                                   can-elf " WAS SENT TO CALORIE "
                                   "HISTORY ON " can-extract-date
                               add 1 to ws-warn-count
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-canteen.

       load-customer-master.
           move 0 to ws-cust-count
           move 'N' to ws-cust-eof
                                   to ws-cust-name(ws-cust-count)
                               move cust-record-limit
                                   to ws-cust-limit(ws-cust-count)
                               move cust-record-status
                                   to ws-cust-stat(ws-cust-count)
                           end-if
                   end-read
               end-perform
               display "ACCOUNT " ws-acct-number
                   " NOT ON FILE - ACCT TENDER REFUSED"
               move 'Y' to ws-tender-refused
               exit paragraph
           end-if
           if ws-cust-stat(ws-cust-found) = 'I'
               display "ACCOUNT " ws-acct-number
                   " IS CLOSED - ACCT TENDER REFUSED"
               move 'Y' to ws-tender-refused
           else
               perform compute-acct-balance
               if ws-acct-balance < 0
                   " BALANCE " ws-acct-bal-sign
                   "$" ws-acct-bal-abs
                   " LIMIT $" ws-cust-limit(ws-cust-found)
               perform check-credit-hold
               if acct-on-hold
                   display "ACCOUNT " ws-acct-number
                       " ON CREDIT HOLD - OLDEST OPEN CHARGE "
                       ws-acct-oldest-date " IS "
                       ws-acct-age-days " DAYS OLD"
               end-if
           end-if.

       compute-acct-balance.
           move 0 to ws-acct-balance
           move 0 to ws-acct-paid
           move 'N' to ws-ledger-eof
           open input reciept-ledger
           if ws-ledger-status = "00"
                               else
                                   subtract ledger-amount
                                       from ws-acct-balance
                                   add ledger-amount to ws-acct-paid
                               end-if
                           end-if
                   end-read
           end-if
           close reciept-ledger.

      *    payments clear the oldest charges first, so the oldest
      *    open charge is the first one the running charge total
      *    carries past everything paid. an account whose oldest open
      *    charge is older than CREDIT-HOLD-DAYS is on credit hold
      *    until a payment covers it.
       check-credit-hold.
           move 'N' to ws-acct-hold
           move spaces to ws-acct-oldest-date
           move 0 to ws-acct-age-days
           if ws-acct-balance <= 0
               exit paragraph
           end-if
           move 0 to ws-acct-cum
           move 'N' to ws-ledger-eof
           open input reciept-ledger
           if ws-ledger-status = "00"
               perform until ledger-eof
                   read reciept-ledger
                       at end move 'Y' to ws-ledger-eof
                       not at end
                           if ledger-acct = ws-acct-number
                               and ledger-type = 'C'
                               add ledger-amount to ws-acct-cum
                               if ws-acct-cum > ws-acct-paid
                                   move ledger-date
                                       to ws-acct-oldest-date
                                   move 'Y' to ws-ledger-eof
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-ledger
           if ws-acct-oldest-date = spaces
               or ws-acct-oldest-date not numeric
               exit paragraph
           end-if
           compute ws-acct-age-days =
               function integer-of-date(
                   function numval(ws-run-timestamp(1:8)))
               - function integer-of-date(
                   function numval(ws-acct-oldest-date))
           if ws-acct-age-days > ws-hold-days
               move 'Y' to ws-acct-hold
           end-if.

       check-acct-credit.
           if acct-on-hold
               display "ACCOUNT " ws-acct-number
                   " ON CREDIT HOLD - ACCT TENDER REFUSED UNTIL "
                   "PAID DOWN"
               move 'Y' to ws-tender-refused
               exit paragraph
           end-if
           if ws-acct-balance + ws-tender-applied >
               ws-cust-limit(ws-cust-found)
               display "CHARGE WOULD EXCEED CREDIT LIMIT $"
               end-if
           end-perform.

       post-gift-tenders.
           perform varying ws-tender-index from 1 by 1
               until ws-tender-index > ws-tender-count
               if ws-tender-ttype(ws-tender-index) = "GIFT"
                   open extend reciept-gift-ledger
                   move ws-tender-gift-no(ws-tender-index)
                       to glg-card
                   move ws-seq-number to glg-seq
                   move ws-run-timestamp(1:8) to glg-date
                   move 'C' to glg-type
                   move ws-tender-amount(ws-tender-index)
                       to glg-amount
                   write gift-ledger-record
                   close reciept-gift-ledger
               end-if
           end-perform.

      *    a payment on account is archived as a 'P' record carrying
      *    the account number in arc-void-of, credits the ledger with
      *    a 'P' record under the same sequence number, and goes into
      *    the drawer like any other takings. it is not a sale, so the
      *    till and operator sales totals do not move.
       run-account-payment.
           move 'N' to ws-tender-refused
           perform find-acct-for-tender
           if tender-refused
               display "PAYMENT NOT POSTED"
               exit paragraph
           end-if
           display "Payment Amount: $"
           accept ws-pay-amount from sysin
           if ws-pay-amount = 0
               display "NO AMOUNT - PAYMENT NOT POSTED"
               exit paragraph
           end-if
           if ws-pay-amount > ws-acct-balance
               display "PAYMENT EXCEEDS BALANCE - ACCOUNT WILL "
                   "CARRY A CREDIT"
           end-if
           display "Tender Type (CASH/CARD/GIFT): "
           accept tender-type from sysin
           if not tender-cash and not tender-card
               and not tender-gift
               display "TENDER '" tender-type "' NOT ACCEPTED FOR "
                   "A PAYMENT ON ACCOUNT - PAYMENT NOT POSTED"
               exit paragraph
           end-if
           move 0 to ws-gift-card-no
           move ws-pay-amount to ws-tender-applied
           if tender-gift
               perform find-gift-for-tender
               if not tender-refused
                   perform check-gift-balance
               end-if
           end-if
           if tender-refused
               display "PAYMENT NOT POSTED"
               exit paragraph
           end-if
           move 1 to ws-tender-count
           move tender-type to ws-tender-ttype(1)
           move ws-pay-amount to ws-tender-amount(1)
           move ws-acct-number to ws-tender-acct-no(1)
           move ws-gift-card-no to ws-tender-gift-no(1)
           perform load-sequence-number
           perform write-payment-record
           perform save-sequence-number
           perform post-payment-ledger
           perform post-gift-tenders
           if gift-dirty
               perform save-gift-file
           end-if
           perform apply-payment-to-till
           compute ws-acct-balance = ws-acct-balance - ws-pay-amount
           if ws-acct-balance < 0
               move '-' to ws-acct-bal-sign
               compute ws-acct-bal-abs = 0 - ws-acct-balance
           else
               move '+' to ws-acct-bal-sign
               move ws-acct-balance to ws-acct-bal-abs
           end-if
           display "PAYMENT $" ws-pay-amount " " tender-type
               " POSTED TO ACCOUNT " ws-acct-number
               " AS SEQ " ws-seq-number
           display "ACCOUNT BALANCE NOW " ws-acct-bal-sign
               "$" ws-acct-bal-abs.

       write-payment-record.
           move function current-date to ws-now
           move ws-now(9:13) to ws-run-timestamp(9:13)
           open i-o reciept-archive
           move 'P' to arc-type
           move ws-seq-number to arc-seq
           move ws-run-timestamp to arc-timestamp
           move ws-operator-id to arc-operator
           move 0 to arc-item-count
           move 0 to arc-item-total
           move 0 to arc-discount
           move 0 to arc-tip
           move 0 to arc-tax
           move spaces to arc-jurisdiction
           move tender-type to arc-tender-type
           move ws-pay-amount to arc-total-cost
           move ws-acct-number to arc-void-of
           move ws-store-id to arc-store
           move 'N' to arc-exempt
           move spaces to arc-exempt-cert
           move 1 to arc-tender-count
           perform varying ws-tender-index from 1 by 1
               until ws-tender-index > 4
               move spaces to arc-tndr-type(ws-tender-index)
               move 0 to arc-tndr-amount(ws-tender-index)
           end-perform
           move tender-type to arc-tndr-type(1)
           move ws-pay-amount to arc-tndr-amount(1)
           perform clear-archive-class-tax
           perform write-archive-entry
           add 1 to ws-log-written
           close reciept-archive.

       post-payment-ledger.
           open extend reciept-ledger
           move ws-acct-number to ledger-acct
           move ws-seq-number to ledger-seq
           move ws-run-timestamp(1:8) to ledger-date
           move 'P' to ledger-type
           move ws-pay-amount to ledger-amount
           write ledger-record
           close reciept-ledger.

       apply-payment-to-till.
           perform load-till
           if ws-till-date not = ws-run-timestamp(1:8)
               perform reset-till-for-new-day
           end-if
           if tender-cash
               add ws-pay-amount to ws-till-cash
           end-if
           add ws-pay-amount to ws-till-acct-paid
           perform save-till.

       post-sale-to-stock.
           perform varying item-index from 1 by 1
               move "CHANGE DUE" to ws-receipt-label
               perform write-receipt-amount-line
           end-if
           if ws-sale-member > 0
               move spaces to ws-receipt-line
               string
                   "LOYALTY MEMBER " delimited by size
                   ws-sale-member delimited by size
                   " EARNED " delimited by size
                   ws-loy-earn-pts delimited by size
                   " BALANCE " delimited by size
                   ws-loy-pts delimited by size
                   into ws-receipt-line
               end-string
               write receipt-doc-record from ws-receipt-line
           end-if
           move "THANK YOU - PLEASE COME AGAIN" to receipt-doc-record
           write receipt-doc-record
           close reciept-doc
           move 'N' to ws-orig-found
           move 'N' to ws-already-voided
           move 'N' to ws-has-return
           move spaces to ws-void-orig-store
           open input reciept-archive
           if ws-archive-status = "00"
               move ws-void-orig to arc-seq
               read reciept-archive
                   invalid key continue
                   not invalid key perform scan-archive-for-void
               end-read
               move ws-void-orig to arc-void-of
               start reciept-archive key = arc-void-of
                   invalid key move 'Y' to ws-arch-eof
               end-start
               perform until arch-eof
                   read reciept-archive next
                       at end move 'Y' to ws-arch-eof
                       not at end
                           if arc-void-of not = ws-void-orig
                               move 'Y' to ws-arch-eof
                           else
                               perform scan-archive-for-void
                           end-if
                   end-read
               end-perform
           end-if
                       " HAS A RETURN AGAINST IT - VOID REFUSED - "
                       "USE RETURN MODE FOR THE REMAINING LINES"
               else
               if ws-void-orig-store not = ws-store-id
      *    the void comes off this store's till and journal, so only
      *    a sale rung at this store can be voided here
                   display "SEQ " ws-void-orig " RUNG AT STORE "
                       ws-void-orig-store " - VOID REFUSED"
               else
               perform check-void-date-open
               if lock-refused
                   display "SEQ " ws-void-orig " DATED "
                   perform apply-void-to-till
                   perform reverse-acct-ledger
                   perform reverse-gift-ledger
                   perform reverse-loyalty-ledger
                   perform check-canteen-sent
                   move ws-void-orig to ws-auth-orig
                   perform write-auth-log
                   display "VOIDED SEQ " ws-void-orig
               end-if
               end-if
               end-if
               end-if
           end-if.

       run-return.
           perform load-sequence-number
           perform write-return-record
           perform save-sequence-number
           perform back-out-return-points
           if item-count > 0
               perform post-exchange-sale
           end-if
           move 'N' to ws-arch-eof
           open input reciept-archive
           if ws-archive-status = "00"
               move ws-ret-orig to arc-seq
               read reciept-archive
                   invalid key continue
                   not invalid key perform scan-archive-for-return
               end-read
               move ws-ret-orig to arc-void-of
               start reciept-archive key = arc-void-of
                   invalid key move 'Y' to ws-arch-eof
               end-start
               perform until arch-eof
                   read reciept-archive next
                       at end move 'Y' to ws-arch-eof
                       not at end
                           if arc-void-of not = ws-ret-orig
                               move 'Y' to ws-arch-eof
                           else
                               perform scan-archive-for-return
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-archive.

       scan-archive-for-return.
           if arc-type = 'S' and arc-seq = ws-ret-orig
               move 'Y' to ws-ret-fnd
               move arc-item-total to ws-ret-item-total
               move arc-discount to ws-ret-discount
               move arc-jurisdiction to ws-ret-jurisdiction
               move arc-exempt to ws-tax-exempt
               move arc-exempt-cert to ws-exempt-cert
           end-if
           if arc-type = 'V' and arc-void-of = ws-ret-orig
               move 'Y' to ws-ret-voided
           end-if
           if arc-type = 'R' and arc-void-of = ws-ret-orig
               if ws-prior-ret-count >= 20
                   move 'Y' to ws-prior-ret-full
               else
                   add 1 to ws-prior-ret-count
                   move arc-seq to ws-prior-ret-seq(ws-prior-ret-count)
               end-if
           end-if.

       load-return-lines.
           move 0 to ws-ret-line-count
           open input reciept-detail
           if ws-detail-status not = "00"
               close reciept-detail
               exit paragraph
           end-if
           move ws-ret-orig to ws-dtl-want
           perform start-detail-lines
           perform until dtl-eof
               read reciept-detail next
                   at end move 'Y' to ws-dtl-eof
                   not at end
                       if dtl-seq not = ws-dtl-want
                           move 'Y' to ws-dtl-eof
                       else
                           perform take-return-sale-line
                       end-if
               end-read
           end-perform
           perform varying ws-prior-ret-index from 1 by 1
               until ws-prior-ret-index > ws-prior-ret-count
               move ws-prior-ret-seq(ws-prior-ret-index)
                   to ws-dtl-want
               perform start-detail-lines
               perform until dtl-eof
                   read reciept-detail next
                       at end move 'Y' to ws-dtl-eof
                       not at end
                           if dtl-seq not = ws-dtl-want
                               move 'Y' to ws-dtl-eof
                           else
                               perform net-prior-return-line
                           end-if
                   end-read
               end-perform
           end-perform
           close reciept-detail.

      *    positions the detail file on line 00 of ws-dtl-want; the
      *    caller reads next until dtl-seq changes.
       start-detail-lines.
           move 'N' to ws-dtl-eof
           move ws-dtl-want to dtl-seq
           move 0 to dtl-line
           start reciept-detail key >= dtl-key
               invalid key move 'Y' to ws-dtl-eof
           end-start.

       take-return-sale-line.
           if ws-ret-line-count >= 99
               exit paragraph
           end-if
           add 1 to ws-ret-line-count
           move dtl-sku to ws-ret-sku(ws-ret-line-count)
           move dtl-desc to ws-ret-desc(ws-ret-line-count)
           move dtl-qty to ws-ret-qty(ws-ret-line-count)
           move dtl-price to ws-ret-price(ws-ret-line-count)
           move 0 to ws-ret-retqty(ws-ret-line-count)
           move dtl-qty to ws-ret-avail(ws-ret-line-count)
           perform take-return-line-tax.

       take-return-line-tax.
           if dtl-tax-class = space or dtl-tax not numeric
               move 'G' to ws-ret-class(ws-ret-line-count)
               move 0 to ws-ret-tax(ws-ret-line-count)
               move 'N' to ws-ret-tax-known(ws-ret-line-count)
           else
               move dtl-tax-class to ws-ret-class(ws-ret-line-count)
               move dtl-tax to ws-ret-tax(ws-ret-line-count)
               move 'Y' to ws-ret-tax-known(ws-ret-line-count)
           end-if
           move 0 to ws-ret-rtax(ws-ret-line-count).

      *    detail rows of each earlier return against the original
      *    are read after the sale's own rows are in the table; what
      *    was returned before comes off each line's returnable
      *    quantity.
       net-prior-return-line.
           move dtl-qty to ws-prior-qty
           if ws-prior-qty = 0
               exit paragraph
           end-if
           if tax-exempt
               move 0 to tax-percent
           end-if
           perform compute-return-line-taxes
           compute ws-refund-total = ws-refund-items
               - ws-refund-discount + ws-refund-tax.

      *    a returned line gives back its share of the tax charged on
      *    the original line. lines from before tax was kept per line
      *    are taxed afresh as class 'G' on their share of the price
      *    less the prorated discount, which the last line trues up.
       compute-return-line-taxes.
           move 0 to ws-refund-tax
           perform varying ws-class-slot from 1 by 1
               until ws-class-slot > 3
               move 0 to ws-rtax-taxable(ws-class-slot)
               move 0 to ws-rtax-amount(ws-class-slot)
           end-perform
           move ws-refund-discount to ws-disc-left
           move ws-refund-items to ws-line-items
           perform varying ws-ret-index from 1 by 1
               until ws-ret-index > ws-ret-line-count
               if ws-ret-retqty(ws-ret-index) > 0
                   perform compute-return-line-tax
               end-if
           end-perform.

       compute-return-line-tax.
           compute ws-line-taxable =
               ws-ret-retqty(ws-ret-index) * ws-ret-price(ws-ret-index)
           if ws-line-taxable >= ws-line-items
               move ws-disc-left to ws-line-discount
           else
               compute ws-line-discount rounded =
                   ws-line-taxable * ws-refund-discount
                       / ws-refund-items
               if ws-line-discount > ws-disc-left
                   move ws-disc-left to ws-line-discount
               end-if
           end-if
           if ws-line-discount > ws-line-taxable
               move ws-line-taxable to ws-line-discount
           end-if
           subtract ws-line-discount from ws-disc-left
           subtract ws-line-taxable from ws-line-items
           subtract ws-line-discount from ws-line-taxable
           move ws-ret-class(ws-ret-index) to ws-lookup-class
           if ws-ret-tax-known(ws-ret-index) = 'Y'
               perform find-class-rate
               compute ws-ret-rtax(ws-ret-index) rounded =
                   ws-ret-tax(ws-ret-index)
                       * ws-ret-retqty(ws-ret-index)
                       / ws-ret-qty(ws-ret-index)
           else
               move 1 to ws-class-slot
               compute ws-ret-rtax(ws-ret-index) rounded =
                   ws-line-taxable * tax-percent / 100
           end-if
           add ws-line-taxable to ws-rtax-taxable(ws-class-slot)
           add ws-ret-rtax(ws-ret-index)
               to ws-rtax-amount(ws-class-slot)
           add ws-ret-rtax(ws-ret-index) to ws-refund-tax.

       ring-exchange-items.
           move 0 to ws-exch-due
           display "Number of exchange items (0 = none): "
               accept item-qty(item-index) from sysin
               move item-sku(item-index) to ws-lookup-sku
               perform find-product
               move ws-lookup-class to item-tax-class(item-index)
               if product-found
                   move ws-lookup-desc to item-desc(item-index)
                   move ws-lookup-price to item-price(item-index)
           if tax-exempt
               move 0 to tax-percent
           end-if
           perform compute-line-taxes
           compute total-cost = item-total + tax
           move total-cost to ws-exch-due
           display "EXCHANGE ITEMS DUE: $" ws-exch-due.
       write-return-record.
           move function current-date to ws-now
           move ws-now(9:13) to ws-run-timestamp(9:13)
           open i-o reciept-archive
           move 'R' to arc-type
           move ws-seq-number to arc-seq
           move ws-run-timestamp to arc-timestamp
               move spaces to arc-tndr-type(ws-tender-index)
               move 0 to arc-tndr-amount(ws-tender-index)
           end-perform
           perform varying ws-class-slot from 1 by 1
               until ws-class-slot > 3
               move ws-class-codes(ws-class-slot:1)
                   to arc-ctax-class(ws-class-slot)
               move ws-rtax-taxable(ws-class-slot)
                   to arc-ctax-taxable(ws-class-slot)
               move ws-rtax-amount(ws-class-slot)
                   to arc-ctax-amount(ws-class-slot)
           end-perform
           perform write-archive-entry
           add 1 to ws-log-written
           close reciept-archive
           perform write-return-details
               " AGAINST SEQ " ws-ret-orig.

       write-return-details.
           open i-o reciept-detail
           move 0 to ws-ret-sel-count
           perform varying ws-ret-index from 1 by 1
               until ws-ret-index > ws-ret-line-count
                   compute dtl-cost =
                       ws-ret-retqty(ws-ret-index)
                           * ws-ret-price(ws-ret-index)
                   move ws-ret-class(ws-ret-index) to dtl-tax-class
                   move ws-ret-rtax(ws-ret-index) to dtl-tax
                   perform write-detail-entry
               end-if
           end-perform
           close reciept-detail.
           if arc-type = 'S' and arc-seq = ws-void-orig
               move 'Y' to ws-orig-found
               move arc-timestamp(1:8) to ws-void-orig-date
               move arc-store to ws-void-orig-store
               if ws-void-orig-store = spaces
                   move "01" to ws-void-orig-store
               end-if
               move arc-total-cost to ws-void-amount
               move 0 to ws-void-cash
               if arc-tender-count = 0
       write-void-record.
           move function current-date to ws-now
           move ws-now(9:13) to ws-run-timestamp(9:13)
           open i-o reciept-archive
           move 'V' to arc-type
           move ws-seq-number to arc-seq
           move ws-run-timestamp to arc-timestamp
               move spaces to arc-tndr-type(ws-tender-index)
               move 0 to arc-tndr-amount(ws-tender-index)
           end-perform
           perform clear-archive-class-tax
           perform write-archive-entry
           add 1 to ws-log-written
           close reciept-archive.

                       move ws-gift-card-no
                           to ws-gift-number(ws-gift-found)
                       move 0 to ws-gift-balance(ws-gift-found)
                       move ws-run-timestamp(1:8)
                           to ws-gift-issued(ws-gift-found)
                   end-if
                   add ws-grev-amount(ws-grev-index)
                       to ws-gift-balance(ws-gift-found)
                   move ws-run-timestamp(1:8)
                       to ws-gift-last(ws-gift-found)
                   move 'Y' to ws-gift-dirty
                   display "RESTORED $" ws-grev-amount(ws-grev-index)
                       " TO GIFT CARD " ws-grev-card(ws-grev-index)
               perform save-gift-file
           end-if.

      *    a void takes back the points the sale earned and puts back
      *    the points it spent, both under the void's own sequence
      *    number with the original sale in llg-orig.
       reverse-loyalty-ledger.
           move 0 to ws-lrev-member
           move 0 to ws-lrev-earned
           move 0 to ws-lrev-redeemed
           move 0 to ws-lrev-redeem-amt
           move 'N' to ws-loyal-ledger-eof
           open input reciept-loyal-ledger
           if ws-loyal-ledger-status = "00"
               perform until loyal-ledger-eof
                   read reciept-loyal-ledger
                       at end move 'Y' to ws-loyal-ledger-eof
                       not at end
                           if llg-seq = ws-void-orig
                               and llg-orig = 0
                               move llg-member to ws-lrev-member
                               if llg-type = 'E'
                                   add llg-points to ws-lrev-earned
                               end-if
                               if llg-type = 'R'
                                   add llg-points to ws-lrev-redeemed
                                   add llg-amount
                                       to ws-lrev-redeem-amt
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-loyal-ledger
           if ws-lrev-member = 0
               exit paragraph
           end-if
           if not loyal-loaded
               perform load-loyal-file
           end-if
           move ws-lrev-member to ws-loyal-member
           perform find-loyal-member
           if ws-loyal-found = 0 or loyal-table-full
               add 1 to ws-warn-count
               display "MEMBER " ws-lrev-member
                   " NOT ON FILE - POINTS NOT REVERSED"
               exit paragraph
           end-if
           if ws-lrev-earned > 0
               move 'X' to llg-type
               move ws-lrev-earned to llg-points
               move 0 to llg-amount
               move ws-void-orig to llg-orig
               perform write-loyal-ledger
               if ws-lrev-earned > ws-loyal-points(ws-loyal-found)
                   add 1 to ws-warn-count
                   display "MEMBER " ws-lrev-member " HAS SPENT "
                       "POINTS EARNED ON SEQ " ws-void-orig
                       " - BALANCE SET TO ZERO"
                   move 0 to ws-loyal-points(ws-loyal-found)
               else
                   subtract ws-lrev-earned
                       from ws-loyal-points(ws-loyal-found)
               end-if
           end-if
           if ws-lrev-redeemed > 0
               move 'P' to llg-type
               move ws-lrev-redeemed to llg-points
               move ws-lrev-redeem-amt to llg-amount
               move ws-void-orig to llg-orig
               perform write-loyal-ledger
               add ws-lrev-redeemed to ws-loyal-points(ws-loyal-found)
           end-if
           move ws-run-timestamp(1:8) to ws-loyal-last(ws-loyal-found)
           perform save-loyal-file
           display "MEMBER " ws-lrev-member " POINTS REVERSED - "
               "BALANCE NOW " ws-loyal-points(ws-loyal-found).

      *    a return takes back the share of the earned points that the
      *    refunded goods earned, net of earlier returns so the sale can
      *    never give back more than it earned. points spent on the sale
      *    stay spent; the refund goes back in cash.
       back-out-return-points.
           move 0 to ws-lrev-member
           move 0 to ws-lrev-earned
           move 0 to ws-lrev-taken
           move 'N' to ws-loyal-ledger-eof
           open input reciept-loyal-ledger
           if ws-loyal-ledger-status = "00"
               perform until loyal-ledger-eof
                   read reciept-loyal-ledger
                       at end move 'Y' to ws-loyal-ledger-eof
                       not at end
                           if llg-seq = ws-ret-orig and llg-type = 'E'
                               and llg-orig = 0
                               move llg-member to ws-lrev-member
                               add llg-points to ws-lrev-earned
                           end-if
                           if llg-orig = ws-ret-orig
                               and llg-type = 'X'
                               add llg-points to ws-lrev-taken
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-loyal-ledger
           if ws-lrev-member = 0 or ws-lrev-taken >= ws-lrev-earned
               exit paragraph
           end-if
           compute ws-lrev-basis = ws-ret-item-total - ws-ret-discount
           if ws-lrev-basis = 0
               exit paragraph
           end-if
           compute ws-loy-pts = ws-lrev-earned
               * (ws-refund-items - ws-refund-discount)
               / ws-lrev-basis
           if ws-loy-pts > ws-lrev-earned - ws-lrev-taken
               compute ws-loy-pts = ws-lrev-earned - ws-lrev-taken
           end-if
           if ws-loy-pts = 0
               exit paragraph
           end-if
           if not loyal-loaded
               perform load-loyal-file
           end-if
           move ws-lrev-member to ws-loyal-member
           perform find-loyal-member
           if ws-loyal-found = 0 or loyal-table-full
               add 1 to ws-warn-count
               display "MEMBER " ws-lrev-member
                   " NOT ON FILE - POINTS NOT TAKEN BACK"
               exit paragraph
           end-if
           move 'X' to llg-type
           move ws-loy-pts to llg-points
           compute llg-amount = ws-refund-items - ws-refund-discount
           move ws-ret-orig to llg-orig
           perform write-loyal-ledger
           if ws-loy-pts > ws-loyal-points(ws-loyal-found)
               add 1 to ws-warn-count
               display "MEMBER " ws-lrev-member " HAS SPENT "
                   "POINTS EARNED ON SEQ " ws-ret-orig
                   " - BALANCE SET TO ZERO"
               move 0 to ws-loyal-points(ws-loyal-found)
           else
               subtract ws-loy-pts from ws-loyal-points(ws-loyal-found)
           end-if
           move ws-run-timestamp(1:8) to ws-loyal-last(ws-loyal-found)
           perform save-loyal-file
           display "MEMBER " ws-lrev-member " LOSES " ws-loy-pts
               " POINTS ON RETURN - BALANCE NOW "
               ws-loyal-points(ws-loyal-found).

       compute-transaction-totals.
           compute discount-amount =
               item-total * discount-percent / 100
           compute discounted-total = item-total - discount-amount
           compute tip= (discounted-total * tip-percent / 100)
           perform compute-line-taxes
           compute total-cost= discounted-total + tax + tip.

      *    each line is taxed at its own class rate on its price less
      *    its share of the discount; the last line takes whatever is
      *    left of the discount so the shares add back to the whole.
      *    the class slots feed arc-class-tax on the archive record.
       compute-line-taxes.
           move 0 to tax
           perform varying ws-class-slot from 1 by 1
               until ws-class-slot > 3
               move 0 to ws-ctax-taxable(ws-class-slot)
               move 0 to ws-ctax-amount(ws-class-slot)
           end-perform
           move discount-amount to ws-disc-left
           perform varying item-index from 1 by 1
               until item-index > item-count
               if item-index = item-count
                   move ws-disc-left to ws-line-discount
               else
                   compute ws-line-discount rounded =
                       item-cost(item-index) * discount-percent / 100
                   if ws-line-discount > ws-disc-left
                       move ws-disc-left to ws-line-discount
                   end-if
               end-if
               if ws-line-discount > item-cost(item-index)
                   move item-cost(item-index) to ws-line-discount
               end-if
               subtract ws-line-discount from ws-disc-left
               compute ws-line-taxable =
                   item-cost(item-index) - ws-line-discount
               move item-tax-class(item-index) to ws-lookup-class
               perform find-class-rate
               compute item-tax(item-index) rounded =
                   ws-line-taxable * ws-class-rate / 100
               add ws-line-taxable to ws-ctax-taxable(ws-class-slot)
               add item-tax(item-index) to ws-ctax-amount(ws-class-slot)
               add item-tax(item-index) to tax
           end-perform.

      *    rate for the class in ws-lookup-class at the current
      *    jurisdiction. class 'G' (and any unknown code) pays the
      *    jurisdiction rate; 'F' and 'N' take the class table entry
      *    for the jurisdiction, falling back to the jurisdiction rate
      *    when it has none. an exempt sale pays nothing on any class.
       find-class-rate.
           evaluate ws-lookup-class
               when 'F'
                   move 2 to ws-class-slot
               when 'N'
                   move 3 to ws-class-slot
               when other
                   move 1 to ws-class-slot
                   move 'G' to ws-lookup-class
           end-evaluate
           move tax-percent to ws-class-rate
           if tax-exempt
               move 0 to ws-class-rate
               exit paragraph
           end-if
           if ws-class-slot = 1
               exit paragraph
           end-if
           perform varying ct-index from 1 by 1
               until ct-index > 10
               if class-rate-jurisdiction(ct-index) = location-code
                   and class-rate-class(ct-index) = ws-lookup-class
                   move class-rate-rate(ct-index) to ws-class-rate
               end-if
           end-perform.

      *    corrections queued by exc-correct are posted after the
      *    batch file, whether or not there is one, and rejected
      *    again to reciept-reject.dat like any batch record.
       run-batch-mode.
           perform open-product-master
           open output reciept-reject
           open input reciept-batch
           if ws-batch-status not = "00"
               display "NO BATCH FILE - NOTHING TO POST"
           else
               move 'N' to ws-batch-eof
               perform until batch-eof
                   read reciept-batch
                       at end move 'Y' to ws-batch-eof
                       not at end
                           add 1 to ws-batch-read
                           move ws-batch-read to ws-batch-key-num
                           move spaces to ws-batch-key
                           string
                               ws-store-id delimited by size
                               "-B" delimited by size
                               ws-batch-key-num delimited by size
                               into ws-batch-key
                           end-string
                           perform process-batch-record
                   end-read
               end-perform
               display "BATCH RECORDS READ " ws-batch-read
           end-if
           perform post-resubmissions
           close reciept-batch
           close reciept-reject
           display "BATCH RECORDS POSTED " ws-batch-posted
           display "BATCH RECORDS REJECTED " ws-batch-rejected
           close product-master.

      *    each queued line is one corrected batch record, and its
      *    outcome goes back to the exception it answers through
      *    excresub - posted, or rejected again.
       post-resubmissions.
           open input reciept-resub
           if ws-resub-status not = "00"
               close reciept-resub
               exit paragraph
           end-if
           move 'N' to ws-resub-eof
           perform until resub-eof
               read reciept-resub
                   at end move 'Y' to ws-resub-eof
                   not at end perform post-one-resubmission
               end-read
           end-perform
           close reciept-resub
           move 'B' to fg-function
           move "reciept-resub.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output reciept-resub
           close reciept-resub
           display "RESUBMISSIONS " ws-resub-read
               " POSTED " ws-resub-ok
               " REJECTED AGAIN " ws-resub-failed.

       post-one-resubmission.
           add 1 to ws-resub-read
           move ws-resub-read to ws-batch-key-num
           move spaces to ws-batch-key
           string
               ws-store-id delimited by size
               "-R" delimited by size
               ws-batch-key-num delimited by size
               into ws-batch-key
           end-string
           move ws-batch-rejected to ws-block-rejected
           move rsb-image to batch-record
           perform process-batch-record
           move "reciept" to xr-program-id
           move rsb-exc-date to xr-run-date
           move rsb-exc-key to xr-key
           move 'N' to xr-found
           if ws-batch-rejected > ws-block-rejected
               move 'F' to xr-outcome
               add 1 to ws-resub-failed
           else
               move 'Y' to xr-outcome
               add 1 to ws-resub-ok
           end-if
           call "excresub" using exc-resub-parms
               on exception
                   display "EXCRESUB MODULE NOT AVAILABLE"
           end-call
           if xr-found not = 'Y'
               display "NO QUEUED EXCEPTION " rsb-exc-date " KEY "
                   rsb-exc-key " - OUTCOME NOT RECORDED"
           end-if.

      *    a rejected batch record goes to the central exception file
      *    with its image on exc-images.dat, for exc-correct.
       write-batch-exception.
           open extend central-exc
           if ws-central-status = "00" or "05"
               move "reciept" to stdexc-program-id
               move ws-run-timestamp(1:8) to stdexc-run-date
               move 'E' to stdexc-severity
               move ws-batch-key to stdexc-key
               move ws-batch-reason to stdexc-reason
               move 'N' to stdexc-resolved
               write std-exception
           end-if
           close central-exc
           open extend exc-images
           if ws-image-status = "00" or "05"
               move "reciept" to eim-program-id
               move ws-run-timestamp(1:8) to eim-run-date
               move ws-batch-key to eim-key
               move 1 to eim-line
               move batch-record to eim-image
               write exc-image-record
           end-if
           close exc-images.

       process-batch-record.
           move 'N' to ws-batch-bad
           move spaces to ws-batch-reason
                           to item-qty(item-index)
                       move batch-sku(item-index) to ws-lookup-sku
                       perform find-product
                       move ws-lookup-class
                           to item-tax-class(item-index)
                       if product-found
                           move ws-lookup-desc to item-desc(item-index)
                           move ws-lookup-price
                   into ws-reject-line
               end-string
               write reject-record from ws-reject-line
               perform write-batch-exception
           else
               move 1 to ws-tender-count
               move batch-tender to ws-tender-ttype(1)
       find-product.
           move 0 to ws-lookup-price
           move spaces to ws-lookup-desc
           move spaces to ws-lookup-food
           move 'G' to ws-lookup-class
           move 'N' to ws-product-found
           move ws-lookup-sku to product-record-sku
           read product-master
               not invalid key
                   move product-record-desc to ws-lookup-desc
                   move product-record-price to ws-lookup-price
                   if product-record-tax-class = 'F' or 'N'
                       move product-record-tax-class
                           to ws-lookup-class
                   end-if
                   move 'Y' to ws-product-found
           end-read
           if product-found
               perform apply-price-overrides
               perform find-food-map
           end-if
           if not product-found
               add 1 to ws-warn-count
                   "' - KEY PRICE MANUALLY"
           end-if.

       load-food-map.
           move 0 to ws-fmap-count
           move 'N' to ws-fmap-eof
           move 'N' to ws-fmap-full
           open input reciept-food-map
           if ws-fmap-status = "00"
               perform until fmap-eof
                   read reciept-food-map
                       at end move 'Y' to ws-fmap-eof
                       not at end
                           if ws-fmap-count >= 500
                               display "FOOD MAP EXCEEDS 500 SKUS - "
                                   "REST IGNORED"
                               move 'Y' to ws-fmap-full
                               move 'Y' to ws-fmap-eof
                           else
                               add 1 to ws-fmap-count
                               move fmap-sku
                                   to ws-fmap-sku(ws-fmap-count)
                               move fmap-food-code
                                   to ws-fmap-food(ws-fmap-count)
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-food-map
           move 'Y' to ws-fmap-loaded.

       save-food-map.
           if fmap-table-full
               display "FOOD MAP NOT REWRITTEN - TABLE OVERFLOWED "
                   "AT LOAD"
               exit paragraph
           end-if
           open output reciept-food-map
           perform varying ws-fmap-index from 1 by 1
               until ws-fmap-index > ws-fmap-count
               if ws-fmap-food(ws-fmap-index) not = spaces
                   move ws-fmap-sku(ws-fmap-index) to fmap-sku
                   move ws-fmap-food(ws-fmap-index) to fmap-food-code
                   write fmap-record
               end-if
           end-perform
           close reciept-food-map
           move 'N' to ws-fmap-dirty.

       find-food-map.
           if not fmap-loaded
               perform load-food-map
           end-if
           move 0 to ws-fmap-found
           perform varying ws-fmap-index from 1 by 1
               until ws-fmap-index > ws-fmap-count
                   or ws-fmap-found > 0
               if ws-fmap-sku(ws-fmap-index) = ws-lookup-sku
                   move ws-fmap-index to ws-fmap-found
                   move ws-fmap-food(ws-fmap-index) to ws-lookup-food
               end-if
           end-perform.

       take-generation-backup.
           call "filegen" using fg-record
               on exception

       backup-product-master.
           move 'S' to fg-function
           move ws-product-file-name to fg-file-name
           move 3 to fg-keep
           perform take-generation-backup
           move 'N' to ws-prodbk-eof
               end-if
           end-perform
           close product-master
           if fmap-dirty
               perform save-food-map
           end-if
           display "PRODUCT MAINTENANCE COMPLETE".

       maintain-one-product.
               move ws-maint-sku to product-record-sku
               move 0 to product-record-qty
               move 0 to product-record-reorder
               move 'G' to product-record-tax-class
               display "Description: "
               accept product-record-desc from sysin
               display "Unit Price: $"
           perform maintain-sale-window
           display "Reorder Point: "
           accept product-record-reorder from sysin
           perform maintain-tax-class
           perform maintain-food-code
           perform maintain-stock-entry
           if product-found
               rewrite product-record
               end-write
           end-if.

       maintain-tax-class.
           if product-record-tax-class = space
               move 'G' to product-record-tax-class
           end-if
           display "Tax Class (G/F/N, blank = keep "
               product-record-tax-class "): "
           accept ws-maint-class from sysin
           if ws-maint-class = 'G' or 'F' or 'N'
               move ws-maint-class to product-record-tax-class
           else
               if ws-maint-class not = space
                   display "INVALID TAX CLASS - KEPT "
                       product-record-tax-class
               end-if
           end-if.

      *    a canteen meal sku names the food-master.dat code calorie-2
      *    prices it at; NONE takes the sku off the canteen map.
       maintain-food-code.
           move product-record-sku to ws-lookup-sku
           move spaces to ws-lookup-food
           perform find-food-map
           display "Canteen Food Code (blank = keep '" ws-lookup-food
               "', NONE = not a canteen item): "
           accept ws-maint-food from sysin
           if ws-maint-food = spaces
               exit paragraph
           end-if
           if ws-maint-food = "NONE"
               if ws-fmap-found > 0
                   move spaces to ws-fmap-food(ws-fmap-found)
                   move 'Y' to ws-fmap-dirty
               end-if
               exit paragraph
           end-if
           perform check-food-master
           if not food-found
               display "FOOD CODE " ws-maint-food
                   " NOT ON food-master.dat - KEPT '" ws-lookup-food "'"
               exit paragraph
           end-if
           if ws-fmap-found = 0
               if ws-fmap-count >= 500
                   display "FOOD MAP FULL - SKU NOT MAPPED"
                   exit paragraph
               end-if
               add 1 to ws-fmap-count
               move ws-fmap-count to ws-fmap-found
               move product-record-sku to ws-fmap-sku(ws-fmap-found)
           end-if
           move ws-maint-food to ws-fmap-food(ws-fmap-found)
           move 'Y' to ws-fmap-dirty
           display "  CANTEEN ITEM - " ws-food-desc.

       check-food-master.
           move 'N' to ws-food-fnd
           move 'N' to ws-food-eof
           move spaces to ws-food-desc
           open input food-master
           if ws-food-status = "00"
               perform until food-eof or food-found
                   read food-master
                       at end move 'Y' to ws-food-eof
                       not at end
                           if food-record-code = ws-maint-food
                               move 'Y' to ws-food-fnd
                               move food-record-desc to ws-food-desc
                           end-if
                   end-read
               end-perform
           end-if
           close food-master.

       maintain-product-price.
           display "Unit Price: $"
           accept ws-new-price from sysin
           accept ws-stock-entry from sysin
           evaluate ws-stock-entry
               when "RECV"
                   display "DELIVERIES ARE RECEIVED AGAINST A "
                       "PURCHASE ORDER BY reciept-recv - "
                       "ON HAND UNCHANGED"
               when "ADJ "
                   display "Counted quantity: "
                   accept ws-stock-qty from sysin
       write-archive-record.
           move function current-date to ws-now
           move ws-now(9:13) to ws-run-timestamp(9:13)
           open i-o reciept-archive
           move 'S' to arc-type
           move ws-seq-number to arc-seq
           move ws-run-timestamp to arc-timestamp
                       to arc-tndr-amount(ws-tender-index)
               end-if
           end-perform
           perform varying ws-class-slot from 1 by 1
               until ws-class-slot > 3
               move ws-class-codes(ws-class-slot:1)
                   to arc-ctax-class(ws-class-slot)
               move ws-ctax-taxable(ws-class-slot)
                   to arc-ctax-taxable(ws-class-slot)
               move ws-ctax-amount(ws-class-slot)
                   to arc-ctax-amount(ws-class-slot)
           end-perform
           perform write-archive-entry
           add 1 to ws-log-written
           close reciept-archive
           perform write-detail-records.

       clear-archive-class-tax.
           perform varying ws-class-slot from 1 by 1
               until ws-class-slot > 3
               move ws-class-codes(ws-class-slot:1)
                   to arc-ctax-class(ws-class-slot)
               move 0 to arc-ctax-taxable(ws-class-slot)
               move 0 to arc-ctax-amount(ws-class-slot)
           end-perform.

       write-detail-records.
           open i-o reciept-detail
           perform varying item-index from 1 by 1
               until item-index > item-count
               move ws-seq-number to dtl-seq
               move item-qty(item-index) to dtl-qty
               move item-price(item-index) to dtl-price
               move item-cost(item-index) to dtl-cost
               move item-tax-class(item-index) to dtl-tax-class
               move item-tax(item-index) to dtl-tax
               perform write-detail-entry
           end-perform
           close reciept-detail.

       write-archive-entry.
           move arc-store to arc-sd-store
           move arc-timestamp(1:8) to arc-sd-date
           write arc-record
               invalid key
                   add 1 to ws-warn-count
                   display "ARCHIVE WRITE FAILED FOR SEQ " arc-seq
                       " STATUS " ws-archive-status
           end-write.

       write-detail-entry.
           write dtl-record
               invalid key
                   add 1 to ws-warn-count
                   display "DETAIL WRITE FAILED FOR SEQ " dtl-seq
                       " LINE " dtl-line " STATUS " ws-detail-status
           end-write.

       load-till.
           move spaces to ws-till-date
           move 0 to ws-till-total
           move 0 to ws-till-paid-in
           move 0 to ws-till-paid-out
           move 0 to ws-till-cash
           move 0 to ws-till-acct-paid
           move 0 to ws-till-counted
           move 0 to ws-till-op-count
           move 'N' to ws-till-eof
           open input reciept-till
                               when "*CSH"
                                   move till-record-total
                                       to ws-till-cash
                               when "*ACP"
                                   move till-record-total
                                       to ws-till-acct-paid
                               when "*CNT"
                                   move till-record-total
                                       to ws-till-counted
                               when other
                                   add 1 to ws-till-op-count
                                   move till-record-operator to
           move "*CSH" to till-record-operator
           move ws-till-cash to till-record-total
           write till-record
           move "*ACP" to till-record-operator
           move ws-till-acct-paid to till-record-total
           write till-record
           move "*CNT" to till-record-operator
           move ws-till-counted to till-record-total
           write till-record
           perform varying ws-till-op-index from 1 by 1
               until ws-till-op-index > ws-till-op-count
               move ws-till-date to till-record-date
           move 0 to ws-till-paid-in
           move 0 to ws-till-paid-out
           move 0 to ws-till-cash
           move 0 to ws-till-acct-paid
           move 0 to ws-till-counted
           move 0 to ws-till-op-count.

       update-till-total.
                   add ws-drawer-amount to ws-till-paid-out
                   display "PAID OUT $" ws-drawer-amount
                       " - DAY TOTAL $" ws-till-paid-out
                   move 0 to ws-auth-orig
                   move ws-drawer-amount to ws-auth-amount
                   perform write-auth-log
                   move 0 to ws-auth-amount
               when other
                   display "UNKNOWN DRAWER ENTRY '" ws-drawer-entry
                       "' - NOTHING RECORDED"
               perform save-till
           end-if.

      *    the physical count is kept on the till file as a *CNT
      *    record so reciept-deposit can take it without asking again.
       print-till-total.
           perform load-till
           display "TILL TOTAL FOR " ws-till-date
                   ": $" ws-till-op-total(ws-till-op-index)
           end-perform
           display "OPENING FLOAT $" ws-till-float
           display "CASH TAKEN $" ws-till-cash
           display "PAYMENTS ON ACCOUNT $" ws-till-acct-paid
           display "PAID IN $" ws-till-paid-in
           display "PAID OUT $" ws-till-paid-out
           compute ws-drawer-expected = ws-till-float + ws-till-cash
           display "EXPECTED DRAWER $" ws-drawer-expected
           display "Physical drawer count: $"
           accept ws-drawer-count from sysin
           move ws-drawer-count to ws-till-counted
           perform save-till
           compute ws-drawer-overshort =
               ws-drawer-count - ws-drawer-expected
           if ws-drawer-overshort = 0
