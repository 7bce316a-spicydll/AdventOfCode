       identification division.
       program-id. "reciept-xfer-rpt".

       environment division.
       input-output section.
       file-control.
       select optional reciept-xfer assign to "reciept-xfer.dat"
           organization line sequential
           file status is ws-xfer-status.
       select xfer-report assign to "reciept-xfer-report.dat"
           organization line sequential.

       data division.
       file section.
       fd reciept-xfer.
       copy "reciept-xfer-record.cpy".

       fd xfer-report.
       01 xfer-report-record pic x(120).

       working-storage section.
       01 ws-xfer-status pic xx.
       01 ws-xfer-eof pic x(1) value 'N'.
           88 xfer-eof value 'Y'.
       01 ws-run-timestamp pic x(21).
       01 ws-report-line pic x(120).
       01 ws-transit-days pic 9(3) value 3.
       01 ws-today-num pic 9(8).
       01 ws-ship-num pic 9(8).
       01 ws-days-out pic 9(5).
       01 ws-line-value pic 9(9)v9(2).
       01 ws-transit-count pic 9(7) value 0.
       01 ws-transit-units pic 9(9) value 0.
       01 ws-transit-value pic 9(9)v9(2) value 0.
       01 ws-late-count pic 9(7) value 0.
       01 ws-late-units pic 9(9) value 0.
       01 ws-late-value pic 9(9)v9(2) value 0.
       01 ws-bad-date-count pic 9(7) value 0.
       01 ws-final-rc pic 9(2) value 0.
       copy "bus-date-record.cpy".
       copy "run-parms.cpy".
       01 ws-parm-index pic 9(3).
       01 ws-parm-lookup pic x(20).
       01 ws-parm-fnd pic x(1) value 'N'.
           88 parm-found value 'Y'.
       01 ws-parm-found-value pic x(40).

       procedure division.
           move function current-date to ws-run-timestamp
           call "runparm" using run-parms
               on exception
                   move 0 to parm-count
           end-call
           move "XFER-TRANSIT-DAYS" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               compute ws-transit-days =
                   function numval(ws-parm-found-value)
           end-if
           perform get-business-date
           move ws-run-timestamp(1:8) to ws-today-num

           open output xfer-report
           move spaces to ws-report-line
           string
               "TRANSFERS IN TRANSIT MORE THAN " delimited by size
               ws-transit-days delimited by size
               " DAYS AT " delimited by size
               ws-run-timestamp(1:8) delimited by size
               " RUN " delimited by size
               ws-run-timestamp delimited by size
               into ws-report-line
           end-string
           write xfer-report-record from ws-report-line
           move all "-" to xfer-report-record
           write xfer-report-record

           open input reciept-xfer
           if ws-xfer-status = "00"
               perform until xfer-eof
                   read reciept-xfer
                       at end move 'Y' to ws-xfer-eof
                       not at end perform check-one-transfer
                   end-read
               end-perform
           end-if
           close reciept-xfer

           move all "-" to xfer-report-record
           write xfer-report-record
           move spaces to ws-report-line
           string
               "OVERDUE TRANSFERS " delimited by size
               ws-late-count delimited by size
               " UNITS " delimited by size
               ws-late-units delimited by size
               " VALUE " delimited by size
               ws-late-value delimited by size
               into ws-report-line
           end-string
           write xfer-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "ALL TRANSFERS IN TRANSIT " delimited by size
               ws-transit-count delimited by size
               " UNITS " delimited by size
               ws-transit-units delimited by size
               " VALUE " delimited by size
               ws-transit-value delimited by size
               into ws-report-line
           end-string
           write xfer-report-record from ws-report-line
           close xfer-report

           display "IN-TRANSIT TRANSFERS " ws-transit-count
               " OVERDUE " ws-late-count
               " - REPORT WRITTEN TO reciept-xfer-report.dat"
           if ws-late-count > 0 or ws-bad-date-count > 0
               move 4 to ws-final-rc
           end-if
           move ws-final-rc to return-code.

       stop run.

       find-run-parm.
           move 'N' to ws-parm-fnd
           move spaces to ws-parm-found-value
           perform varying ws-parm-index from 1 by 1
               until ws-parm-index > parm-count
               if parm-key(ws-parm-index) = ws-parm-lookup
                   move parm-value(ws-parm-index)
                       to ws-parm-found-value
                   move 'Y' to ws-parm-fnd
               end-if
           end-perform.

       get-business-date.
           move 'G' to bd-function
           move spaces to bd-date
           call "busdate" using bd-record
               on exception
                   display "BUSDATE MODULE NOT AVAILABLE - "
                       "USING SYSTEM DATE"
           end-call
           if bd-date not = spaces and bd-date numeric
               move bd-date to ws-run-timestamp(1:8)
           end-if.

      *    stock value in transit is carried at the sending store's
      *    selling price on the day it was shipped.
       check-one-transfer.
           if xfer-status not = 'S'
               exit paragraph
           end-if
           add 1 to ws-transit-count
           add xfer-qty-shipped to ws-transit-units
           compute ws-line-value = xfer-qty-shipped * xfer-price
           add ws-line-value to ws-transit-value
           if xfer-ship-date not numeric
               add 1 to ws-bad-date-count
               move spaces to ws-report-line
               string
                   "TRANSFER " delimited by size
                   xfer-number delimited by size
                   " HAS NO VALID SHIP DATE '" delimited by size
                   xfer-ship-date delimited by size
                   "'" delimited by size
                   into ws-report-line
               end-string
               write xfer-report-record from ws-report-line
               exit paragraph
           end-if
           move xfer-ship-date to ws-ship-num
           if ws-ship-num > ws-today-num
               exit paragraph
           end-if
           compute ws-days-out =
               function integer-of-date(ws-today-num)
               - function integer-of-date(ws-ship-num)
           if ws-days-out <= ws-transit-days
               exit paragraph
           end-if
           add 1 to ws-late-count
           add xfer-qty-shipped to ws-late-units
           add ws-line-value to ws-late-value
           move spaces to ws-report-line
           string
               "TRANSFER " delimited by size
               xfer-number delimited by size
               " FROM STORE " delimited by size
               xfer-from-store delimited by size
               " TO STORE " delimited by size
               xfer-to-store delimited by size
               " SKU " delimited by size
               xfer-sku delimited by size
               " QTY " delimited by size
               xfer-qty-shipped delimited by size
               " SHIPPED " delimited by size
               xfer-ship-date delimited by size
               " DAYS OUT " delimited by size
               ws-days-out delimited by size
               " VALUE " delimited by size
               ws-line-value delimited by size
               into ws-report-line
           end-string
           write xfer-report-record from ws-report-line.
