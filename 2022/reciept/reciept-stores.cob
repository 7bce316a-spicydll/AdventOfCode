       environment division.
       input-output section.
       file-control.
       select optional reciept-archive assign to "reciept-archive.idx"
           organization indexed
           access sequential
           record key arc-seq
           alternate record key arc-store-date with duplicates
           alternate record key arc-void-of with duplicates
           file status is ws-archive-status.
       select optional reciept-xfer assign to "reciept-xfer.dat"
           organization line sequential
           file status is ws-xfer-status.
       select stores-report assign to "reciept-stores-report.dat"
           organization line sequential.

       fd reciept-archive.
       copy "reciept-archive-record.cpy".

       fd reciept-xfer.
       copy "reciept-xfer-record.cpy".

       fd stores-report.
       01 stores-report-record pic x(120).

           88 arch-eof value 'Y'.
       01 ws-run-timestamp pic x(21).
       01 ws-report-line pic x(120).
       01 ws-xfer-status pic xx.
       01 ws-xfer-eof pic x(1) value 'N'.
           88 xfer-eof value 'Y'.
       01 ws-rec-store pic x(2).
       01 ws-rec-date pic x(8).
       01 ws-xfer-value pic 9(9)v9(2).
       01 ws-grp-count pic 9(4) value 0.
       01 ws-grp-table.
           05 ws-grp-entry occurs 1 to 2000 times
               10 ws-grp-sale-total pic 9(9)v9(2).
               10 ws-grp-voids pic 9(9).
               10 ws-grp-void-total pic 9(9)v9(2).
               10 ws-grp-xfer-out pic 9(9).
               10 ws-grp-xfer-out-val pic 9(9)v9(2).
               10 ws-grp-xfer-in pic 9(9).
               10 ws-grp-xfer-in-val pic 9(9)v9(2).
       01 ws-grp-index pic 9(4).
       01 ws-grp-j pic 9(4).
       01 ws-grp-best pic 9(4).
           05 filler pic 9(9)v9(2).
           05 filler pic 9(9).
           05 filler pic 9(9)v9(2).
           05 filler pic 9(9).
           05 filler pic 9(9)v9(2).
           05 filler pic 9(9).
           05 filler pic 9(9)v9(2).
       01 ws-day-sales pic 9(9).
       01 ws-day-sale-total pic 9(9)v9(2).
       01 ws-day-voids pic 9(9).
       01 ws-current-date pic x(8).
       01 ws-grand-sales pic 9(9) value 0.
       01 ws-grand-sale-total pic 9(9)v9(2) value 0.
       01 ws-grand-xfer-out pic 9(9) value 0.
       01 ws-grand-xfer-out-val pic 9(9)v9(2) value 0.
       01 ws-grand-xfer-in pic 9(9) value 0.
       01 ws-grand-xfer-in-val pic 9(9)v9(2) value 0.

       procedure division.
           move function current-date to ws-run-timestamp
           end-perform
           close reciept-archive

           open input reciept-xfer
           if ws-xfer-status = "00"
               perform until xfer-eof
                   read reciept-xfer
                       at end move 'Y' to ws-xfer-eof
                       not at end perform tally-transfer-record
                   end-read
               end-perform
           end-if
           close reciept-xfer

           perform sort-groups

           open output stores-report
           else
               move arc-store to ws-rec-store
           end-if
           move arc-timestamp(1:8) to ws-rec-date
           perform find-or-add-group
           if ws-grp-found = 0
               exit paragraph
           perform varying ws-grp-index from 1 by 1
               until ws-grp-index > ws-grp-count
               if ws-grp-store(ws-grp-index) = ws-rec-store
                   and ws-grp-date(ws-grp-index) = ws-rec-date
                   move ws-grp-index to ws-grp-found
               end-if
           end-perform
               add 1 to ws-grp-count
               move ws-grp-count to ws-grp-found
               move ws-rec-store to ws-grp-store(ws-grp-found)
               move ws-rec-date to ws-grp-date(ws-grp-found)
               move 0 to ws-grp-sales(ws-grp-found)
               move 0 to ws-grp-sale-total(ws-grp-found)
               move 0 to ws-grp-voids(ws-grp-found)
               move 0 to ws-grp-void-total(ws-grp-found)
               move 0 to ws-grp-xfer-out(ws-grp-found)
               move 0 to ws-grp-xfer-out-val(ws-grp-found)
               move 0 to ws-grp-xfer-in(ws-grp-found)
               move 0 to ws-grp-xfer-in-val(ws-grp-found)
           end-if.

      *    stock moved between stores is not a sale at either end; it
      *    is counted out of the sending store on the day shipped and
      *    into the receiving store on the day its receipt was
      *    confirmed, valued at the price it was shipped at.
       tally-transfer-record.
           move xfer-from-store to ws-rec-store
           move xfer-ship-date to ws-rec-date
           perform find-or-add-group
           if ws-grp-found > 0
               compute ws-xfer-value = xfer-qty-shipped * xfer-price
               add xfer-qty-shipped to ws-grp-xfer-out(ws-grp-found)
               add ws-xfer-value to ws-grp-xfer-out-val(ws-grp-found)
           end-if
           if xfer-status not = 'R'
               exit paragraph
           end-if
           move xfer-to-store to ws-rec-store
           move xfer-recv-date to ws-rec-date
           perform find-or-add-group
           if ws-grp-found > 0
               compute ws-xfer-value = xfer-qty-received * xfer-price
               add xfer-qty-received to ws-grp-xfer-in(ws-grp-found)
               add ws-xfer-value to ws-grp-xfer-in-val(ws-grp-found)
           end-if.

       sort-groups.
               ws-grand-sale-total delimited by size
               into ws-report-line
           end-string
           write stores-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "ALL STORES ALL DATES TRANSFERS OUT " delimited by size
               ws-grand-xfer-out delimited by size
               " VALUE " delimited by size
               ws-grand-xfer-out-val delimited by size
               " IN " delimited by size
               ws-grand-xfer-in delimited by size
               " VALUE " delimited by size
               ws-grand-xfer-in-val delimited by size
               into ws-report-line
           end-string
           write stores-report-record from ws-report-line.

       write-group-line.
               ws-grp-void-total(ws-grp-index) delimited by size
               into ws-report-line
           end-string
           write stores-report-record from ws-report-line
           if ws-grp-xfer-out(ws-grp-index) = 0
               and ws-grp-xfer-in(ws-grp-index) = 0
               exit paragraph
           end-if
           add ws-grp-xfer-out(ws-grp-index) to ws-grand-xfer-out
           add ws-grp-xfer-out-val(ws-grp-index)
               to ws-grand-xfer-out-val
           add ws-grp-xfer-in(ws-grp-index) to ws-grand-xfer-in
           add ws-grp-xfer-in-val(ws-grp-index)
               to ws-grand-xfer-in-val
           move spaces to ws-report-line
           string
               "     STORE " delimited by size
               ws-grp-store(ws-grp-index) delimited by size
               " TRANSFERS OUT " delimited by size
               ws-grp-xfer-out(ws-grp-index) delimited by size
               " VALUE " delimited by size
               ws-grp-xfer-out-val(ws-grp-index) delimited by size
               " IN " delimited by size
               ws-grp-xfer-in(ws-grp-index) delimited by size
               " VALUE " delimited by size
               ws-grp-xfer-in-val(ws-grp-index) delimited by size
               into ws-report-line
           end-string
           write stores-report-record from ws-report-line.

       write-day-total.
