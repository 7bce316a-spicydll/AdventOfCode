       input-output section.
       file-control.
       select sysin assign to keyboard organization line sequential.
       select optional reciept-archive assign to "reciept-archive.idx"
           organization indexed
           access dynamic
           record key arc-seq
           alternate record key arc-store-date with duplicates
           alternate record key arc-void-of with duplicates
           file status is ws-archive-status.
       select optional reciept-till assign using ws-till-file-name
           organization line sequential
           file status is ws-daystat-status.
       select zreport-doc assign using ws-zreport-name
           organization line sequential.
       select optional reciept-detail assign to "reciept-detail.idx"
           organization indexed
           access dynamic
           record key dtl-key
           file status is ws-detail-status.
       select gl-journal assign using ws-gl-file-name
           organization line sequential
           file status is ws-gl-status.
       select optional central-exc assign to "exceptions.dat"
           organization line sequential
           file status is ws-central-status.
       select optional reciept-susp assign to "reciept-susp.dat"
           organization line sequential
           file status is ws-susp-status.

       data division.
       file section.
       fd zreport-doc.
       01 zreport-record pic x(80).

       fd reciept-detail.
       copy "reciept-detail-record.cpy".

       fd gl-journal.
       copy "reciept-gl-record.cpy".

       fd central-exc.
       copy "std-exception-record.cpy".

       fd reciept-susp.
       copy "reciept-susp-record.cpy".

       working-storage section.
       01 ws-archive-status pic xx.
       01 ws-arch-eof pic x(1) value 'N'.
       01 ws-till-paid-in pic 9(7)v9(2) value 0.
       01 ws-till-paid-out pic 9(7)v9(2) value 0.
       01 ws-till-cash pic 9(7)v9(2) value 0.
       01 ws-till-acct-paid pic 9(7)v9(2) value 0.
       01 ws-drawer-expected pic 9(7)v9(2).
       01 ws-till-op-count pic 9(2) value 0.
       01 ws-till-op-table.
       01 ws-void-total pic 9(9)v9(2) value 0.
       01 ws-return-count pic 9(9) value 0.
       01 ws-return-total pic 9(9)v9(2) value 0.
       01 ws-payment-count pic 9(9) value 0.
       01 ws-payment-total pic 9(9)v9(2) value 0.
       01 ws-tender-index pic 9(1).
       01 ws-tndr-count pic 9(2) value 0.
       01 ws-tndr-table.
       01 ws-tndr-found pic 9(2).
       01 ws-tndr-lookup pic x(4).
       01 ws-tndr-amount pic 9(7)v9(2).
       01 ws-detail-status pic xx.
       01 ws-detail-eof pic x(1) value 'N'.
           88 detail-eof value 'Y'.
       01 ws-gl-status pic xx.
       01 ws-central-status pic xx.
       01 ws-gl-file-name pic x(30).
       01 ws-gc-sale-amount pic 9(7)v9(2).
       01 ws-day-key.
           05 ws-day-key-store pic x(2).
           05 ws-day-key-date pic x(8).
       01 ws-gl-void-count pic 9(4) value 0.
       01 ws-gl-void-table.
           05 ws-gl-void-entry occurs 1 to 1000 times
               depending on ws-gl-void-count.
               10 ws-gl-void-seq pic 9(9).
               10 ws-gl-void-found pic x(1).
       01 ws-gl-void-index pic 9(4).
       01 ws-gl-count pic 9(3) value 0.
       01 ws-gl-table.
           05 ws-gl-entry occurs 1 to 200 times
               depending on ws-gl-count.
               10 ws-gl-account pic x(12).
               10 ws-gl-source pic x(1).
               10 ws-gl-desc pic x(30).
               10 ws-gl-debit pic 9(9)v9(2).
               10 ws-gl-credit pic 9(9)v9(2).
       01 ws-gl-index pic 9(3).
       01 ws-gl-found pic 9(3).
       01 ws-gl-post-account pic x(12).
       01 ws-gl-post-desc pic x(30).
       01 ws-gl-post-side pic x(1).
       01 ws-gl-post-amount pic 9(9)v9(2).
       01 ws-gl-source-now pic x(1).
       01 ws-gl-reverse pic x(1) value 'N'.
           88 gl-reverse value 'Y'.
       01 ws-gl-total-debit pic 9(11)v9(2) value 0.
       01 ws-gl-total-credit pic 9(11)v9(2) value 0.
       01 ws-gl-refused pic x(1) value 'N'.
           88 gl-refused value 'Y'.
       01 ws-exc-key pic x(12).
       01 ws-exc-reason pic x(40).
       01 ws-susp-status pic xx.
       01 ws-susp-eof pic x(1) value 'N'.
           88 susp-eof value 'Y'.
       01 ws-susp-count pic 9(4) value 0.
       01 ws-susp-table.
           05 ws-susp-line pic x(70) occurs 1 to 3000 times
               depending on ws-susp-count.
       01 ws-susp-index pic 9(4).
       01 ws-susp-full pic x(1) value 'N'.
           88 susp-table-full value 'Y'.
       01 ws-susp-drop-count pic 9(3) value 0.
       01 ws-susp-drop-table.
           05 ws-susp-drop-entry occurs 1 to 500 times
               depending on ws-susp-drop-count.
               10 ws-susp-drop-ticket pic 9(6).
               10 ws-susp-drop-items pic 9(2).
               10 ws-susp-drop-value pic 9(7)v9(2).
               10 ws-susp-drop-oper pic x(4).
               10 ws-susp-drop-date pic x(8).
               10 ws-susp-drop-time pic x(6).
               10 ws-susp-drop-stat pic x(1).
       01 ws-susp-drop-index pic 9(3).
       01 ws-susp-drop-found pic 9(3).
       01 ws-susp-purged pic 9(4) value 0.
       copy "file-gen-record.cpy".
       copy "bus-date-record.cpy".
       01 ws-parm-index pic 9(3).
       01 ws-parm-lookup pic x(20).

           perform load-till
           perform scan-archive
           perform load-suspended-tickets

           move spaces to ws-zreport-name
           string
           perform write-z-report
           close zreport-doc

           perform build-gl-journal
           if gl-refused
               display "GL JOURNAL NOT PRODUCED - DATE " ws-close-date
                   " LEFT OPEN, SEE exceptions.dat"
               move 8 to return-code
               stop run
           end-if

           perform stamp-day-closed
           if ws-susp-drop-count > 0
               perform purge-suspended-tickets
           end-if

           display "DAY " ws-close-date " CLOSED - Z-REPORT "
               "WRITTEN TO " ws-zreport-name
           display "GL JOURNAL WRITTEN TO " ws-gl-file-name
               " DEBITS " ws-gl-total-debit
               " CREDITS " ws-gl-total-credit.

       stop run.

                               when "*CSH"
                                   move till-record-total
                                       to ws-till-cash
                               when "*ACP"
                                   move till-record-total
                                       to ws-till-acct-paid
                               when "*CNT"
                                   continue
                               when other
                                   if ws-till-op-count >= 20
                                       display "MORE THAN 20 TILL "
       scan-archive.
           open input reciept-archive
           if ws-archive-status = "00"
               perform start-archive-day
               perform until arch-eof
                   read reciept-archive next
                       at end move 'Y' to ws-arch-eof
                       not at end
                           if arc-store-date not = ws-day-key
                               move 'Y' to ws-arch-eof
                           else
                               perform tally-archive-record
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-archive.

      *    positions the archive on the store's first record of the
      *    close date through the store-and-date alternate key.
       start-archive-day.
           move 'N' to ws-arch-eof
           move ws-store-id to ws-day-key-store
           move ws-close-date to ws-day-key-date
           move ws-day-key to arc-store-date
           start reciept-archive key = arc-store-date
               invalid key move 'Y' to ws-arch-eof
           end-start.

       tally-archive-record.
           if arc-timestamp(1:8) not = ws-close-date
               exit paragraph
           if arc-type = 'V'
               add 1 to ws-void-count
               add arc-total-cost to ws-void-total
               if ws-gl-void-count < 1000
                   add 1 to ws-gl-void-count
                   move arc-void-of to ws-gl-void-seq(ws-gl-void-count)
                   move 'N' to ws-gl-void-found(ws-gl-void-count)
               else
                   move 'Y' to ws-gl-refused
                   move "VOIDS" to ws-exc-key
                   move "MORE THAN 1000 VOIDS - NO GL JOURNAL"
                       to ws-exc-reason
                   perform write-central-exception
               end-if
           end-if
           if arc-type = 'R'
               add 1 to ws-return-count
               add arc-total-cost to ws-return-total
           end-if
           if arc-type = 'P'
               add 1 to ws-payment-count
               add arc-total-cost to ws-payment-total
           end-if.

       tally-tender-piece.
           end-string
           write zreport-record from ws-report-line
           move spaces to ws-report-line
           string
               "PAYMENTS ON ACCOUNT " delimited by size
               ws-till-acct-paid delimited by size
               " (CASH PART IN CASH ABOVE)" delimited by size
               into ws-report-line
           end-string
           write zreport-record from ws-report-line
           move spaces to ws-report-line
           string
               "EXPECTED DRAWER " delimited by size
               ws-drawer-expected delimited by size
               into ws-report-line
           end-string
           write zreport-record from ws-report-line
           move spaces to ws-report-line
           string
               "ACCOUNT PAYMENTS " delimited by size
               ws-payment-count delimited by size
               " TOTAL " delimited by size
               ws-payment-total delimited by size
               into ws-report-line
           end-string
           write zreport-record from ws-report-line
           perform varying ws-tndr-index from 1 by 1
               until ws-tndr-index > ws-tndr-count
               move spaces to ws-report-line
               end-string
               write zreport-record from ws-report-line
           end-perform
           perform list-suspended-tickets
           move "END OF Z REPORT" to zreport-record
           write zreport-record.

      *    tickets this store suspended on or before the close date
      *    and never recalled are dropped at close. they were never
      *    posted, so they are only listed for the manager to see.
       load-suspended-tickets.
           move 0 to ws-susp-count
           move 0 to ws-susp-drop-count
           open input reciept-susp
           if ws-susp-status = "00"
               perform until susp-eof
                   read reciept-susp
                       at end move 'Y' to ws-susp-eof
                       not at end perform take-suspended-line
                   end-read
               end-perform
           end-if
           close reciept-susp.

       take-suspended-line.
           if ws-susp-count >= 3000
               move 'Y' to ws-susp-full
               move 'Y' to ws-susp-eof
               exit paragraph
           end-if
           add 1 to ws-susp-count
           move susp-record to ws-susp-line(ws-susp-count)
           if susp-store not = ws-store-id
               exit paragraph
           end-if
           if susp-type = 'H'
               if susp-date <= ws-close-date
                   and ws-susp-drop-count < 500
                   add 1 to ws-susp-drop-count
                   move susp-ticket
                       to ws-susp-drop-ticket(ws-susp-drop-count)
                   move 0 to ws-susp-drop-items(ws-susp-drop-count)
                   move 0 to ws-susp-drop-value(ws-susp-drop-count)
                   move susp-operator
                       to ws-susp-drop-oper(ws-susp-drop-count)
                   move susp-status
                       to ws-susp-drop-stat(ws-susp-drop-count)
                   move susp-date
                       to ws-susp-drop-date(ws-susp-drop-count)
                   move susp-time
                       to ws-susp-drop-time(ws-susp-drop-count)
               end-if
               exit paragraph
           end-if
           if susp-type = 'I'
               perform find-dropped-ticket
               if ws-susp-drop-found > 0
                   add 1 to ws-susp-drop-items(ws-susp-drop-found)
                   compute ws-susp-drop-value(ws-susp-drop-found) =
                       ws-susp-drop-value(ws-susp-drop-found)
                       + susp-price * susp-qty
               end-if
           end-if.

       find-dropped-ticket.
           move 0 to ws-susp-drop-found
           perform varying ws-susp-drop-index from 1 by 1
               until ws-susp-drop-index > ws-susp-drop-count
                   or ws-susp-drop-found > 0
               if ws-susp-drop-ticket(ws-susp-drop-index) = susp-ticket
                   move ws-susp-drop-index to ws-susp-drop-found
               end-if
           end-perform.

       list-suspended-tickets.
           move 0 to ws-susp-purged
           perform varying ws-susp-drop-index from 1 by 1
               until ws-susp-drop-index > ws-susp-drop-count
               if ws-susp-drop-stat(ws-susp-drop-index) not = 'R'
                   add 1 to ws-susp-purged
               end-if
           end-perform
           if ws-susp-purged = 0
               exit paragraph
           end-if
           move all "-" to zreport-record
           write zreport-record
           move "SUSPENDED TICKETS NOT RECALLED - PURGED AT CLOSE"
               to zreport-record
           write zreport-record
           perform varying ws-susp-drop-index from 1 by 1
               until ws-susp-drop-index > ws-susp-drop-count
               if ws-susp-drop-stat(ws-susp-drop-index) not = 'R'
                   move spaces to ws-report-line
                   string
                       "TICKET " delimited by size
                       ws-susp-drop-ticket(ws-susp-drop-index)
                           delimited by size
                       " " delimited by size
                       ws-susp-drop-date(ws-susp-drop-index)
                           delimited by size
                       " " delimited by size
                       ws-susp-drop-time(ws-susp-drop-index)
                           delimited by size
                       " OPER " delimited by size
                       ws-susp-drop-oper(ws-susp-drop-index)
                           delimited by size
                       " ITEMS " delimited by size
                       ws-susp-drop-items(ws-susp-drop-index)
                           delimited by size
                       " VALUE " delimited by size
                       ws-susp-drop-value(ws-susp-drop-index)
                           delimited by size
                       into ws-report-line
                   end-string
                   write zreport-record from ws-report-line
               end-if
           end-perform
           move spaces to ws-report-line
           string
               "SUSPENDED TICKETS PURGED " delimited by size
               ws-susp-purged delimited by size
               into ws-report-line
           end-string
           write zreport-record from ws-report-line.

      *    the file is rewritten without this store's tickets up to
      *    the close date, recalled or not; other stores' tickets and
      *    any parked after the close date are kept.
       purge-suspended-tickets.
           if susp-table-full
               display "SUSPENDED SALE FILE TOO LARGE - TICKETS NOT "
                   "PURGED"
               exit paragraph
           end-if
           move 'B' to fg-function
           move "reciept-susp.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output reciept-susp
           perform varying ws-susp-index from 1 by 1
               until ws-susp-index > ws-susp-count
               move ws-susp-line(ws-susp-index) to susp-record
               move 0 to ws-susp-drop-found
               if susp-store = ws-store-id
                   perform find-dropped-ticket
               end-if
               if ws-susp-drop-found = 0
                   write susp-record
               end-if
           end-perform
           close reciept-susp
           display ws-susp-purged " SUSPENDED TICKETS PURGED".

      *    the journal is built from the archive once the z-report is
      *    out: the day's sales, returns and account payments post as
      *    they stand, and each void reverses its original sale entry
      *    for entry, whatever day that sale was rung. an exchange
      *    sale is tendered "EXCH" against the refund of its return,
      *    which is credited to the drawer in full, so EXCH debits the
      *    drawer back and the pair nets to the cash actually paid.
       build-gl-journal.
           open input reciept-detail
           open input reciept-archive
           if ws-archive-status = "00"
               perform start-archive-day
               perform until arch-eof
                   read reciept-archive next
                       at end move 'Y' to ws-arch-eof
                       not at end
                           if arc-store-date not = ws-day-key
                               move 'Y' to ws-arch-eof
                           else
                               perform journal-archive-record
                           end-if
                   end-read
               end-perform
               perform varying ws-gl-void-index from 1 by 1
                   until ws-gl-void-index > ws-gl-void-count
                   move ws-gl-void-seq(ws-gl-void-index) to arc-seq
                   read reciept-archive
                       invalid key continue
                       not invalid key perform journal-voided-original
                   end-read
               end-perform
           end-if
           close reciept-archive
           close reciept-detail
           perform varying ws-gl-void-index from 1 by 1
               until ws-gl-void-index > ws-gl-void-count
               if ws-gl-void-found(ws-gl-void-index) = 'N'
                   move 'Y' to ws-gl-refused
                   move ws-gl-void-seq(ws-gl-void-index) to ws-exc-key
                   move "VOIDED SALE NOT ON ARCHIVE - NO GL JOURNAL"
                       to ws-exc-reason
                   perform write-central-exception
               end-if
           end-perform
           move 0 to ws-gl-total-debit
           move 0 to ws-gl-total-credit
           perform varying ws-gl-index from 1 by 1
               until ws-gl-index > ws-gl-count
               add ws-gl-debit(ws-gl-index) to ws-gl-total-debit
               add ws-gl-credit(ws-gl-index) to ws-gl-total-credit
           end-perform
           if ws-gl-total-debit not = ws-gl-total-credit
               move 'Y' to ws-gl-refused
               move ws-close-date to ws-exc-key
               move "GL JOURNAL DEBITS NOT EQUAL TO CREDITS"
                   to ws-exc-reason
               perform write-central-exception
               display "GL OUT OF BALANCE - DEBITS " ws-gl-total-debit
                   " CREDITS " ws-gl-total-credit
           end-if
           if gl-refused
               exit paragraph
           end-if
           move spaces to ws-gl-file-name
           string
               "reciept-gl-" delimited by size
               ws-store-id delimited by size
               "-" delimited by size
               ws-close-date delimited by size
               ".dat" delimited by size
               into ws-gl-file-name
           end-string
           open output gl-journal
           if ws-gl-status not = "00"
               move 'Y' to ws-gl-refused
               move ws-close-date to ws-exc-key
               move "GL JOURNAL FILE COULD NOT BE OPENED"
                   to ws-exc-reason
               perform write-central-exception
               exit paragraph
           end-if
           perform varying ws-gl-index from 1 by 1
               until ws-gl-index > ws-gl-count
               move ws-close-date to gl-date
               move ws-store-id to gl-store
               move ws-gl-account(ws-gl-index) to gl-account
               move ws-gl-source(ws-gl-index) to gl-source
               move ws-gl-desc(ws-gl-index) to gl-desc
               move ws-gl-debit(ws-gl-index) to gl-debit
               move ws-gl-credit(ws-gl-index) to gl-credit
               write gl-record
           end-perform
           close gl-journal.

      *    gift card lines on the sale in arc-seq, read straight
      *    from the detail file by its key.
       sum-gift-card-lines.
           move 0 to ws-gc-sale-amount
           if ws-detail-status not = "00"
               exit paragraph
           end-if
           move 'N' to ws-detail-eof
           move arc-seq to dtl-seq
           move 0 to dtl-line
           start reciept-detail key >= dtl-key
               invalid key move 'Y' to ws-detail-eof
           end-start
           perform until detail-eof
               read reciept-detail next
                   at end move 'Y' to ws-detail-eof
                   not at end
                       if dtl-seq not = arc-seq
                           move 'Y' to ws-detail-eof
                       else
                           if dtl-sku = "GIFTCARD"
                               add dtl-cost to ws-gc-sale-amount
                           end-if
                       end-if
               end-read
           end-perform.

      *    the sale a void points at is read by its key; it is
      *    reversed only when it was rung at this store.
       journal-voided-original.
           if arc-type = 'S'
               and (arc-store = ws-store-id
                   or (arc-store = spaces and ws-store-id = "01"))
               and ws-gl-void-found(ws-gl-void-index) = 'N'
               move 'Y' to ws-gl-void-found(ws-gl-void-index)
               move 'V' to ws-gl-source-now
               move 'Y' to ws-gl-reverse
               perform journal-sale
           end-if.

       journal-archive-record.
           if arc-timestamp(1:8) not = ws-close-date
               exit paragraph
           end-if
           if arc-store not = ws-store-id
               and not (arc-store = spaces
                   and ws-store-id = "01")
               exit paragraph
           end-if
           move 'N' to ws-gl-reverse
           evaluate arc-type
               when 'S'
                   move 'S' to ws-gl-source-now
                   perform journal-sale
               when 'R'
                   move 'R' to ws-gl-source-now
                   move 'Y' to ws-gl-reverse
                   perform journal-return
               when 'P'
                   move 'P' to ws-gl-source-now
                   perform journal-payment
               when other
                   continue
           end-evaluate.

      *    a gift card sold on the sale is a liability, not revenue:
      *    its line value moves from 4000 to 2100.
       journal-sale.
           perform sum-gift-card-lines
           if ws-gc-sale-amount > arc-item-total
               move arc-item-total to ws-gc-sale-amount
           end-if
           move "4000" to ws-gl-post-account
           move "SALES REVENUE" to ws-gl-post-desc
           move 'C' to ws-gl-post-side
           compute ws-gl-post-amount =
               arc-item-total - ws-gc-sale-amount
           perform post-gl-entry
           move "2100" to ws-gl-post-account
           move "GIFT CARD LIABILITY" to ws-gl-post-desc
           move 'C' to ws-gl-post-side
           move ws-gc-sale-amount to ws-gl-post-amount
           perform post-gl-entry
           move "4100" to ws-gl-post-account
           move "SALES DISCOUNTS" to ws-gl-post-desc
           move 'D' to ws-gl-post-side
           move arc-discount to ws-gl-post-amount
           perform post-gl-entry
           perform journal-tax
           move "2200" to ws-gl-post-account
           move "TIPS PAYABLE" to ws-gl-post-desc
           move 'C' to ws-gl-post-side
           move arc-tip to ws-gl-post-amount
           perform post-gl-entry
           if arc-tender-count = 0
               move arc-tender-type to ws-tndr-lookup
               move arc-total-cost to ws-tndr-amount
               perform journal-tender-piece
           else
               perform varying ws-tender-index from 1 by 1
                   until ws-tender-index > arc-tender-count
                   move arc-tndr-type(ws-tender-index)
                       to ws-tndr-lookup
                   move arc-tndr-amount(ws-tender-index)
                       to ws-tndr-amount
                   perform journal-tender-piece
               end-perform
           end-if.

      *    a return is posted as the sale it reverses would be, with
      *    every side flipped; its refund went out of the drawer.
       journal-return.
           move "4000" to ws-gl-post-account
           move "SALES REVENUE" to ws-gl-post-desc
           move 'C' to ws-gl-post-side
           move arc-item-total to ws-gl-post-amount
           perform post-gl-entry
           move "4100" to ws-gl-post-account
           move "SALES DISCOUNTS" to ws-gl-post-desc
           move 'D' to ws-gl-post-side
           move arc-discount to ws-gl-post-amount
           perform post-gl-entry
           perform journal-tax
           move "CASH" to ws-tndr-lookup
           move arc-total-cost to ws-tndr-amount
           perform journal-tender-piece.

       journal-payment.
           if arc-tender-count = 0
               move arc-tender-type to ws-tndr-lookup
           else
               move arc-tndr-type(1) to ws-tndr-lookup
           end-if
           move arc-total-cost to ws-tndr-amount
           perform journal-tender-piece
           move "1200" to ws-gl-post-account
           move "HOUSE ACCOUNT RECEIVABLE" to ws-gl-post-desc
           move 'C' to ws-gl-post-side
           move arc-total-cost to ws-gl-post-amount
           perform post-gl-entry.

       journal-tax.
           move spaces to ws-gl-post-account
           string
               "2300-" delimited by size
               arc-jurisdiction delimited by size
               into ws-gl-post-account
           end-string
           move spaces to ws-gl-post-desc
           string
               "SALES TAX PAYABLE " delimited by size
               arc-jurisdiction delimited by size
               into ws-gl-post-desc
           end-string
           move 'C' to ws-gl-post-side
           move arc-tax to ws-gl-post-amount
           perform post-gl-entry.

       journal-tender-piece.
           move 'D' to ws-gl-post-side
           move ws-tndr-amount to ws-gl-post-amount
           evaluate ws-tndr-lookup
               when "CASH"
               when "EXCH"
                   move "1000" to ws-gl-post-account
                   move "CASH DRAWER" to ws-gl-post-desc
               when "ACCT"
                   move "1200" to ws-gl-post-account
                   move "HOUSE ACCOUNT RECEIVABLE" to ws-gl-post-desc
               when "GIFT"
                   move "2100" to ws-gl-post-account
                   move "GIFT CARD LIABILITY" to ws-gl-post-desc
               when "LOYL"
                   move "2150" to ws-gl-post-account
                   move "LOYALTY POINTS LIABILITY" to ws-gl-post-desc
               when other
                   move spaces to ws-gl-post-account
                   string
                       "1100-" delimited by size
                       ws-tndr-lookup delimited by size
                       into ws-gl-post-account
                   end-string
                   move spaces to ws-gl-post-desc
                   string
                       "CARD CLEARING " delimited by size
                       ws-tndr-lookup delimited by size
                       into ws-gl-post-desc
                   end-string
           end-evaluate
           perform post-gl-entry.

       post-gl-entry.
           if ws-gl-post-amount = 0
               exit paragraph
           end-if
           if gl-reverse
               if ws-gl-post-side = 'D'
                   move 'C' to ws-gl-post-side
               else
                   move 'D' to ws-gl-post-side
               end-if
           end-if
           move 0 to ws-gl-found
           perform varying ws-gl-index from 1 by 1
               until ws-gl-index > ws-gl-count
               if ws-gl-account(ws-gl-index) = ws-gl-post-account
                   and ws-gl-source(ws-gl-index) = ws-gl-source-now
                   move ws-gl-index to ws-gl-found
               end-if
           end-perform
           if ws-gl-found = 0
               if ws-gl-count >= 200
                   if not gl-refused
                       move ws-gl-post-account to ws-exc-key
                       move "MORE THAN 200 GL LINES - NO GL JOURNAL"
                           to ws-exc-reason
                       perform write-central-exception
                   end-if
                   move 'Y' to ws-gl-refused
                   exit paragraph
               end-if
               add 1 to ws-gl-count
               move ws-gl-count to ws-gl-found
               move ws-gl-post-account to ws-gl-account(ws-gl-found)
               move ws-gl-source-now to ws-gl-source(ws-gl-found)
               move ws-gl-post-desc to ws-gl-desc(ws-gl-found)
               move 0 to ws-gl-debit(ws-gl-found)
               move 0 to ws-gl-credit(ws-gl-found)
           end-if
           if ws-gl-post-side = 'D'
               add ws-gl-post-amount to ws-gl-debit(ws-gl-found)
           else
               add ws-gl-post-amount to ws-gl-credit(ws-gl-found)
           end-if.

       write-central-exception.
           open extend central-exc
           if ws-central-status = "00" or "05"
               move "rcpt-close" to stdexc-program-id
               move ws-close-date to stdexc-run-date
               move 'E' to stdexc-severity
               move ws-exc-key to stdexc-key
               move ws-exc-reason to stdexc-reason
               move 'N' to stdexc-resolved
               write std-exception
           end-if
           close central-exc.
