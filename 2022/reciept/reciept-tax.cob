       input-output section.
       file-control.
       select sysin assign to keyboard organization line sequential.
       select optional reciept-archive assign to "reciept-archive.idx"
           organization indexed
           access sequential
           record key arc-seq
           alternate record key arc-store-date with duplicates
           alternate record key arc-void-of with duplicates
           file status is ws-archive-status.
       select tax-report assign to "reciept-tax-report.dat"
           organization line sequential.
               10 ws-jur-count pic 9(9).
               10 ws-jur-exempt pic s9(9)v9(2).
               10 ws-jur-exempt-count pic 9(9).
      *    tax and taxable sales by product tax class within each
      *    jurisdiction, classes in arc-class-tax order (g, f, n);
      *    entry 6 holds the unknown jurisdiction codes.
       copy "tax-class-rate-table.cpy".
       01 ct-index pic 9(2).
       01 ws-class-codes pic x(3) value "GFN".
       01 ws-cls-jur pic 9(1).
       01 ws-cls-index pic 9(1).
       01 ws-cls-sign pic s9(1).
       01 ws-cls-rate pic 9(3).
       01 ws-cls-rate-x pic x(3).
       01 ws-cls-jur-code pic x(2).
       01 ws-cls-totals.
           05 ws-cls-jur-entry occurs 6 times.
               10 ws-cls-entry occurs 3 times.
                   15 ws-cls-tax pic s9(9)v9(2).
                   15 ws-cls-sales pic s9(9)v9(2).
       01 ws-cls-grand.
           05 ws-cls-grand-entry occurs 3 times.
               10 ws-cls-grand-tax pic s9(9)v9(2).
               10 ws-cls-grand-sales pic s9(9)v9(2).
       01 ws-unk-tax pic s9(9)v9(2) value 0.
       01 ws-unk-sales pic s9(9)v9(2) value 0.
       01 ws-unk-count pic 9(9) value 0.
               move 0 to ws-jur-exempt(jt-index)
               move 0 to ws-jur-exempt-count(jt-index)
           end-perform
           perform varying ws-cls-jur from 1 by 1
               until ws-cls-jur > 6
               perform varying ws-cls-index from 1 by 1
                   until ws-cls-index > 3
                   move 0 to ws-cls-tax(ws-cls-jur, ws-cls-index)
                   move 0 to ws-cls-sales(ws-cls-jur, ws-cls-index)
               end-perform
           end-perform
           perform varying ws-cls-index from 1 by 1
               until ws-cls-index > 3
               move 0 to ws-cls-grand-tax(ws-cls-index)
               move 0 to ws-cls-grand-sales(ws-cls-index)
           end-perform

           open input reciept-archive
           if ws-archive-status = "00"
               exit paragraph
           end-if
           compute ws-taxable = arc-item-total - arc-discount
           move 6 to ws-cls-jur
           move 'N' to jt-found
           perform varying jt-index from 1 by 1
               until jt-index > 5 or jurisdiction-found
               if jurisdiction-code(jt-index) = arc-jurisdiction
                   move 'Y' to jt-found
                   move jt-index to ws-cls-jur
                   add arc-tax to ws-jur-tax(jt-index)
                   add ws-taxable to ws-jur-sales(jt-index)
                   add 1 to ws-jur-count(jt-index)
               end-if
           end-perform
           move 1 to ws-cls-sign
           perform accumulate-class-tax
           if not jurisdiction-found
               add arc-tax to ws-unk-tax
               add ws-taxable to ws-unk-sales
               exit paragraph
           end-if
           compute ws-taxable = arc-item-total - arc-discount
           move 6 to ws-cls-jur
           move 'N' to jt-found
           perform varying jt-index from 1 by 1
               until jt-index > 5 or jurisdiction-found
               if jurisdiction-code(jt-index) = arc-jurisdiction
                   move 'Y' to jt-found
                   move jt-index to ws-cls-jur
                   subtract arc-tax from ws-jur-tax(jt-index)
                   subtract ws-taxable from ws-jur-sales(jt-index)
               end-if
           end-perform
           move -1 to ws-cls-sign
           perform accumulate-class-tax
           if not jurisdiction-found
               subtract arc-tax from ws-unk-tax
               subtract ws-taxable from ws-unk-sales
           subtract arc-tax from ws-grand-tax
           subtract ws-taxable from ws-grand-sales.

      *    records from before tax classes carry no class split and
      *    go to class 'G' whole.
       accumulate-class-tax.
           if arc-ctax-class(1) = space
               or arc-ctax-amount(1) not numeric
               compute ws-cls-tax(ws-cls-jur, 1) =
                   ws-cls-tax(ws-cls-jur, 1) + arc-tax * ws-cls-sign
               compute ws-cls-sales(ws-cls-jur, 1) =
                   ws-cls-sales(ws-cls-jur, 1)
                       + ws-taxable * ws-cls-sign
               compute ws-cls-grand-tax(1) =
                   ws-cls-grand-tax(1) + arc-tax * ws-cls-sign
               compute ws-cls-grand-sales(1) =
                   ws-cls-grand-sales(1) + ws-taxable * ws-cls-sign
               exit paragraph
           end-if
           perform varying ws-cls-index from 1 by 1
               until ws-cls-index > 3
               compute ws-cls-tax(ws-cls-jur, ws-cls-index) =
                   ws-cls-tax(ws-cls-jur, ws-cls-index)
                       + arc-ctax-amount(ws-cls-index) * ws-cls-sign
               compute ws-cls-sales(ws-cls-jur, ws-cls-index) =
                   ws-cls-sales(ws-cls-jur, ws-cls-index)
                       + arc-ctax-taxable(ws-cls-index) * ws-cls-sign
               compute ws-cls-grand-tax(ws-cls-index) =
                   ws-cls-grand-tax(ws-cls-index)
                       + arc-ctax-amount(ws-cls-index) * ws-cls-sign
               compute ws-cls-grand-sales(ws-cls-index) =
                   ws-cls-grand-sales(ws-cls-index)
                       + arc-ctax-taxable(ws-cls-index) * ws-cls-sign
           end-perform.

       format-signed-amount.
           if ws-signed-amt < 0
               move '-' to ws-amt-sign
               into ws-report-line
           end-string
           write tax-report-record from ws-report-line
           perform write-class-section
           move spaces to ws-report-line
           move "EXEMPT SALES SECTION" to ws-report-line
           write tax-report-record from ws-report-line
               into ws-report-line
           end-string
           write tax-report-record from ws-report-line.

       write-class-section.
           move spaces to ws-report-line
           move "TAX BY CLASS SECTION" to ws-report-line
           write tax-report-record from ws-report-line
           perform varying ws-cls-jur from 1 by 1
               until ws-cls-jur > 6
               perform varying ws-cls-index from 1 by 1
                   until ws-cls-index > 3
                   perform write-class-line
               end-perform
           end-perform
           perform varying ws-cls-index from 1 by 1
               until ws-cls-index > 3
               move ws-cls-grand-tax(ws-cls-index) to ws-signed-amt
               perform format-signed-amount
               move ws-amt-sign to ws-tax-sign
               move ws-amt-abs to ws-tax-abs
               move ws-cls-grand-sales(ws-cls-index) to ws-signed-amt
               perform format-signed-amount
               move ws-amt-sign to ws-sales-sign
               move ws-amt-abs to ws-sales-abs
               move spaces to ws-report-line
               string
                   "CLASS " delimited by size
                   ws-class-codes(ws-cls-index:1) delimited by size
                   " TOTAL TAX " delimited by size
                   ws-tax-sign delimited by size
                   ws-tax-abs delimited by size
                   " TAXABLE-SALES " delimited by size
                   ws-sales-sign delimited by size
                   ws-sales-abs delimited by size
                   into ws-report-line
               end-string
               write tax-report-record from ws-report-line
           end-perform.

      *    the rate shown is the one the register charges the class
      *    in that jurisdiction today.
       write-class-line.
           if ws-cls-jur = 6
               move "??" to ws-cls-jur-code
               move "???" to ws-cls-rate-x
           else
               move jurisdiction-code(ws-cls-jur) to ws-cls-jur-code
               move jurisdiction-rate(ws-cls-jur) to ws-cls-rate
               if ws-cls-index > 1
                   perform varying ct-index from 1 by 1
                       until ct-index > 10
                       if class-rate-jurisdiction(ct-index)
                           = ws-cls-jur-code
                           and class-rate-class(ct-index)
                           = ws-class-codes(ws-cls-index:1)
                           move class-rate-rate(ct-index)
                               to ws-cls-rate
                       end-if
                   end-perform
               end-if
               move ws-cls-rate to ws-cls-rate-x
           end-if
           move ws-cls-tax(ws-cls-jur, ws-cls-index) to ws-signed-amt
           perform format-signed-amount
           move ws-amt-sign to ws-tax-sign
           move ws-amt-abs to ws-tax-abs
           move ws-cls-sales(ws-cls-jur, ws-cls-index)
               to ws-signed-amt
           perform format-signed-amount
           move ws-amt-sign to ws-sales-sign
           move ws-amt-abs to ws-sales-abs
           move spaces to ws-report-line
           string
               "JURISDICTION " delimited by size
               ws-cls-jur-code delimited by size
               " CLASS " delimited by size
               ws-class-codes(ws-cls-index:1) delimited by size
               " RATE " delimited by size
               ws-cls-rate-x delimited by size
               " TAX " delimited by size
               ws-tax-sign delimited by size
               ws-tax-abs delimited by size
               " TAXABLE-SALES " delimited by size
               ws-sales-sign delimited by size
               ws-sales-abs delimited by size
               into ws-report-line
           end-string
           write tax-report-record from ws-report-line.
