       identification division.
       program-id. "reciept-budget-rpt".

       environment division.
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
       select optional reciept-budget assign to "reciept-budget.idx"
           organization indexed
           access sequential
           record key bud-key
           file status is ws-budget-status.
       select budget-report assign to "reciept-budget-report.dat"
           organization line sequential.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd reciept-archive.
       copy "reciept-archive-record.cpy".

       fd reciept-budget.
       copy "reciept-budget-record.cpy".

       fd budget-report.
       01 budget-report-record pic x(132).

       working-storage section.
       01 ws-archive-status pic xx.
       01 ws-arch-eof pic x(1) value 'N'.
           88 arch-eof value 'Y'.
       01 ws-budget-status pic xx.
       01 ws-budget-eof pic x(1) value 'N'.
           88 budget-eof value 'Y'.
       01 ws-report-month pic x(6).
       01 ws-run-timestamp pic x(21).
       01 ws-report-line pic x(132).
      *    days are held from the monday before the first of the month
      *    so the first week-to-date figures of the month are whole;
      *    slot 1 is six days before the first.
       01 ws-date-num pic 9(8).
       01 ws-next-num pic 9(8).
       01 ws-first-int pic 9(7).
       01 ws-next-int pic 9(7).
       01 ws-base-int pic 9(7).
       01 ws-last-int pic 9(7).
       01 ws-bus-int pic 9(7).
       01 ws-rec-int pic 9(7).
       01 ws-day-int pic 9(7).
       01 ws-slot pic 9(2).
       01 ws-slot-count pic 9(2).
       01 ws-weekday pic 9(1).
       01 ws-rec-store pic x(2).
       01 ws-rec-amount pic s9(9)v9(2).
       01 ws-st-count pic 9(3) value 0.
       01 ws-st-table.
           05 ws-st-entry occurs 1 to 99 times
               depending on ws-st-count.
               10 ws-st-store pic x(2).
               10 ws-st-day occurs 37 times.
                   15 ws-st-actual pic s9(9)v9(2).
                   15 ws-st-budget pic 9(9)v9(2).
                   15 ws-st-has-bud pic x(1).
       01 ws-st-index pic 9(3).
       01 ws-st-j pic 9(3).
       01 ws-st-best pic 9(3).
       01 ws-st-found pic 9(3).
       01 ws-st-swap pic x(853).
       01 ws-st-full pic x(1) value 'N'.
           88 st-table-full value 'Y'.
      *    week- and month-to-date: actual on every day, and actual and
      *    budget over the days that have a budget, which are the only
      *    days the variance is taken over.
       01 ws-wtd.
           05 ws-wtd-actual pic s9(9)v9(2).
           05 ws-wtd-cmp-actual pic s9(9)v9(2).
           05 ws-wtd-budget pic 9(9)v9(2).
           05 ws-wtd-missing pic 9(2).
       01 ws-mtd.
           05 ws-mtd-actual pic s9(9)v9(2).
           05 ws-mtd-cmp-actual pic s9(9)v9(2).
           05 ws-mtd-budget pic 9(9)v9(2).
           05 ws-mtd-missing pic 9(2).
       01 ws-all.
           05 ws-all-actual pic s9(9)v9(2) value 0.
           05 ws-all-cmp-actual pic s9(9)v9(2) value 0.
           05 ws-all-budget pic 9(9)v9(2) value 0.
           05 ws-all-missing pic 9(5) value 0.
       01 ws-fig-label pic x(13).
       01 ws-line-date pic x(8).
       01 ws-pct-text pic x(14).
       01 ws-fig-actual pic s9(9)v9(2).
       01 ws-fig-cmp-actual pic s9(9)v9(2).
       01 ws-fig-budget pic 9(9)v9(2).
       01 ws-fig-missing pic 9(5).
       01 ws-fig-var pic s9(9)v9(2).
       01 ws-fig-pct pic s9(5)v9(1).
       01 ws-ed-actual pic -(9)9.99.
       01 ws-ed-budget pic -(9)9.99.
       01 ws-ed-var pic -(9)9.99.
       01 ws-ed-pct pic -(5)9.9.
       01 ws-ed-missing pic z(2)9.
       01 ws-ed-not-cmp pic -(9)9.99.
       01 ws-not-cmp pic s9(9)v9(2).
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
           perform get-business-date
           move "BUDGET-REPORT-MONTH" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value(1:6) to ws-report-month
               display "REPORT MONTH " ws-report-month
                   " TAKEN FROM runparm.dat - NO PROMPT"
           else
               display "Report month (YYYYMM, blank = current): "
               accept ws-report-month from sysin
               if ws-report-month = spaces
                   move ws-run-timestamp(1:6) to ws-report-month
               end-if
           end-if
           if ws-report-month not numeric
               display "REPORT MONTH '" ws-report-month
                   "' NOT YYYYMM - NO REPORT"
               move 8 to return-code
               stop run
           end-if
           move ws-report-month to ws-date-num(1:6)
           move "01" to ws-date-num(7:2)
           if function test-date-yyyymmdd(ws-date-num) not = 0
               display "REPORT MONTH '" ws-report-month
                   "' NOT YYYYMM - NO REPORT"
               move 8 to return-code
               stop run
           end-if
           perform set-month-window

           open input reciept-archive
           if ws-archive-status = "00"
               perform until arch-eof
                   read reciept-archive
                       at end move 'Y' to ws-arch-eof
                       not at end perform tally-archive-record
                   end-read
               end-perform
           end-if
           close reciept-archive

           open input reciept-budget
           if ws-budget-status = "00"
               perform until budget-eof
                   read reciept-budget
                       at end move 'Y' to ws-budget-eof
                       not at end perform take-budget-record
                   end-read
               end-perform
           else
               display "NO BUDGET FILE - EVERY DAY WILL SHOW NO BUDGET"
           end-if
           close reciept-budget

           perform sort-stores

           open output budget-report
           perform write-budget-report
           close budget-report

           display "BUDGET VERSUS ACTUAL FOR " ws-report-month
               " WRITTEN TO reciept-budget-report.dat"
           if ws-all-missing > 0 or st-table-full
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

      *    the report runs to the month end, or to the business date
      *    when the month is still open.
       set-month-window.
           compute ws-first-int = function integer-of-date(ws-date-num)
           if ws-date-num(5:2) = "12"
               compute ws-next-num = ws-date-num + 8900
           else
               compute ws-next-num = ws-date-num + 100
           end-if
           compute ws-next-int = function integer-of-date(ws-next-num)
           compute ws-base-int = ws-first-int - 6
           compute ws-slot-count = ws-next-int - ws-base-int
           compute ws-last-int = ws-next-int - 1
           move ws-run-timestamp(1:8) to ws-date-num
           compute ws-bus-int = function integer-of-date(ws-date-num)
           if ws-bus-int < ws-last-int
               move ws-bus-int to ws-last-int
           end-if.

       find-day-slot.
           move 0 to ws-slot
           if ws-date-num not numeric
               exit paragraph
           end-if
           if function test-date-yyyymmdd(ws-date-num) not = 0
               exit paragraph
           end-if
           compute ws-rec-int = function integer-of-date(ws-date-num)
           if ws-rec-int < ws-base-int or ws-rec-int >= ws-next-int
               exit paragraph
           end-if
           compute ws-slot = ws-rec-int - ws-base-int + 1.

       find-or-add-store.
           move 0 to ws-st-found
           perform varying ws-st-index from 1 by 1
               until ws-st-index > ws-st-count
               if ws-st-store(ws-st-index) = ws-rec-store
                   move ws-st-index to ws-st-found
               end-if
           end-perform
           if ws-st-found > 0
               exit paragraph
           end-if
           if ws-st-count >= 99
               if not st-table-full
                   display "MORE THAN 99 STORES - LATER STORES "
                       "NOT REPORTED"
               end-if
               move 'Y' to ws-st-full
               exit paragraph
           end-if
           add 1 to ws-st-count
           move ws-st-count to ws-st-found
           move ws-rec-store to ws-st-store(ws-st-found)
           perform varying ws-slot from 1 by 1 until ws-slot > 37
               move 0 to ws-st-actual(ws-st-found, ws-slot)
               move 0 to ws-st-budget(ws-st-found, ws-slot)
               move 'N' to ws-st-has-bud(ws-st-found, ws-slot)
           end-perform.

      *    net sales on the same footing as reciept-stores: sales at
      *    their total, less voids and returns on the day they were
      *    posted.
       tally-archive-record.
           if arc-type not = 'S' and arc-type not = 'V'
               and arc-type not = 'R'
               exit paragraph
           end-if
           move arc-timestamp(1:8) to ws-date-num
           perform find-day-slot
           if ws-slot = 0
               exit paragraph
           end-if
           if arc-store = spaces
               move "01" to ws-rec-store
           else
               move arc-store to ws-rec-store
           end-if
           perform find-or-add-store
           if ws-st-found = 0
               exit paragraph
           end-if
           compute ws-slot = ws-rec-int - ws-base-int + 1
           if arc-type = 'S'
               move arc-total-cost to ws-rec-amount
           else
               compute ws-rec-amount = 0 - arc-total-cost
           end-if
           add ws-rec-amount to ws-st-actual(ws-st-found, ws-slot).

       take-budget-record.
           move bud-date to ws-date-num
           perform find-day-slot
           if ws-slot = 0
               exit paragraph
           end-if
           move bud-store to ws-rec-store
           perform find-or-add-store
           if ws-st-found = 0
               exit paragraph
           end-if
           compute ws-slot = ws-rec-int - ws-base-int + 1
           move bud-amount to ws-st-budget(ws-st-found, ws-slot)
           move 'Y' to ws-st-has-bud(ws-st-found, ws-slot).

       sort-stores.
           perform varying ws-st-index from 1 by 1
               until ws-st-index > ws-st-count
               move ws-st-index to ws-st-best
               perform varying ws-st-j from ws-st-index by 1
                   until ws-st-j > ws-st-count
                   if ws-st-store(ws-st-j) < ws-st-store(ws-st-best)
                       move ws-st-j to ws-st-best
                   end-if
               end-perform
               if ws-st-best not = ws-st-index
                   move ws-st-entry(ws-st-index) to ws-st-swap
                   move ws-st-entry(ws-st-best)
                       to ws-st-entry(ws-st-index)
                   move ws-st-swap to ws-st-entry(ws-st-best)
               end-if
           end-perform.

       write-budget-report.
           move spaces to ws-report-line
           string
               "SALES BUDGET VERSUS ACTUAL FOR " delimited by size
               ws-report-month delimited by size
               " THROUGH " delimited by size
               ws-run-timestamp(1:8) delimited by size
               " RUN " delimited by size
               ws-run-timestamp delimited by size
               into ws-report-line
           end-string
           write budget-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "NET SALES ARE SALES LESS VOIDS AND RETURNS; "
                   delimited by size
               "VARIANCE IS TAKEN ONLY OVER DAYS THAT HAVE A BUDGET"
                   delimited by size
               into ws-report-line
           end-string
           write budget-report-record from ws-report-line
           if ws-st-count = 0
               move "NO SALES AND NO BUDGET FOR THE MONTH"
                   to budget-report-record
               write budget-report-record
           end-if
           perform varying ws-st-index from 1 by 1
               until ws-st-index > ws-st-count
               perform write-store-section
           end-perform
           move all "=" to budget-report-record
           write budget-report-record
           move "ALL STORES" to ws-fig-label
           move ws-all-actual to ws-fig-actual
           move ws-all-cmp-actual to ws-fig-cmp-actual
           move ws-all-budget to ws-fig-budget
           move ws-all-missing to ws-fig-missing
           move spaces to ws-line-date
           perform write-figure-line.

       write-store-section.
           move all "-" to budget-report-record
           write budget-report-record
           move spaces to ws-report-line
           string
               "STORE " delimited by size
               ws-st-store(ws-st-index) delimited by size
               into ws-report-line
           end-string
           write budget-report-record from ws-report-line
           initialize ws-wtd
           initialize ws-mtd
           perform varying ws-slot from 1 by 1
               until ws-slot > ws-slot-count
                   or ws-base-int + ws-slot - 1 > ws-last-int
               compute ws-day-int = ws-base-int + ws-slot - 1
               perform report-one-day
           end-perform
           add ws-mtd-actual to ws-all-actual
           add ws-mtd-cmp-actual to ws-all-cmp-actual
           add ws-mtd-budget to ws-all-budget
           add ws-mtd-missing to ws-all-missing.

      *    weeks run monday to sunday; day 1 of the integer calendar,
      *    1 january 1601, was a monday.
       report-one-day.
           compute ws-weekday = function mod(ws-day-int - 1, 7)
           if ws-weekday = 0
               initialize ws-wtd
           end-if
           add ws-st-actual(ws-st-index, ws-slot) to ws-wtd-actual
           if ws-st-has-bud(ws-st-index, ws-slot) = 'Y'
               add ws-st-actual(ws-st-index, ws-slot)
                   to ws-wtd-cmp-actual
               add ws-st-budget(ws-st-index, ws-slot) to ws-wtd-budget
           else
               add 1 to ws-wtd-missing
           end-if
           if ws-day-int < ws-first-int
               exit paragraph
           end-if
           add ws-st-actual(ws-st-index, ws-slot) to ws-mtd-actual
           if ws-st-has-bud(ws-st-index, ws-slot) = 'Y'
               add ws-st-actual(ws-st-index, ws-slot)
                   to ws-mtd-cmp-actual
               add ws-st-budget(ws-st-index, ws-slot) to ws-mtd-budget
           else
               add 1 to ws-mtd-missing
           end-if
           compute ws-date-num = function date-of-integer(ws-day-int)
           move ws-date-num to ws-line-date

           move "DAY" to ws-fig-label
           move ws-st-actual(ws-st-index, ws-slot) to ws-fig-actual
           if ws-st-has-bud(ws-st-index, ws-slot) = 'Y'
               move ws-fig-actual to ws-fig-cmp-actual
               move ws-st-budget(ws-st-index, ws-slot) to ws-fig-budget
               move 0 to ws-fig-missing
           else
               move 0 to ws-fig-cmp-actual
               move 0 to ws-fig-budget
               move 1 to ws-fig-missing
           end-if
           perform write-figure-line

           move spaces to ws-line-date
           move "WEEK TO DATE" to ws-fig-label
           move ws-wtd-actual to ws-fig-actual
           move ws-wtd-cmp-actual to ws-fig-cmp-actual
           move ws-wtd-budget to ws-fig-budget
           move ws-wtd-missing to ws-fig-missing
           perform write-figure-line

           move "MONTH TO DATE" to ws-fig-label
           move ws-mtd-actual to ws-fig-actual
           move ws-mtd-cmp-actual to ws-fig-cmp-actual
           move ws-mtd-budget to ws-fig-budget
           move ws-mtd-missing to ws-fig-missing
           perform write-figure-line.

      *    a single day with no budget is flagged and not compared;
      *    a period with some days unbudgeted compares the budgeted
      *    days and says how many days and how much actual were left
      *    out.
       write-figure-line.
           move ws-fig-actual to ws-ed-actual
           move spaces to ws-report-line
           if ws-fig-label = "DAY" and ws-fig-missing > 0
               string
                   ws-line-date delimited by size
                   " " delimited by size
                   ws-fig-label delimited by size
                   " ACTUAL " delimited by size
                   ws-ed-actual delimited by size
                   " BUDGET  *** NO BUDGET FOR THIS DAY - NOT "
                       delimited by size
                   "COMPARED ***" delimited by size
                   into ws-report-line
               end-string
               write budget-report-record from ws-report-line
               exit paragraph
           end-if
           compute ws-fig-var = ws-fig-cmp-actual - ws-fig-budget
           move ws-fig-budget to ws-ed-budget
           move ws-fig-var to ws-ed-var
           move spaces to ws-pct-text
           if ws-fig-budget > 0
               compute ws-fig-pct rounded =
                   ws-fig-var * 100 / ws-fig-budget
               move ws-fig-pct to ws-ed-pct
               string
                   " PCT " delimited by size
                   ws-ed-pct delimited by size
                   "%" delimited by size
                   into ws-pct-text
               end-string
           end-if
           string
               ws-line-date delimited by size
               " " delimited by size
               ws-fig-label delimited by size
               " ACTUAL " delimited by size
               ws-ed-actual delimited by size
               " BUDGET " delimited by size
               ws-ed-budget delimited by size
               " VARIANCE " delimited by size
               ws-ed-var delimited by size
               ws-pct-text delimited by size
               into ws-report-line
           end-string
           write budget-report-record from ws-report-line
           if ws-fig-missing > 0
               compute ws-not-cmp = ws-fig-actual - ws-fig-cmp-actual
               move ws-not-cmp to ws-ed-not-cmp
               move ws-fig-missing to ws-ed-missing
               move spaces to ws-report-line
               string
                   "         " delimited by size
                   "  *** NO BUDGET ON " delimited by size
                   ws-ed-missing delimited by size
                   " DAY(S) - ACTUAL " delimited by size
                   ws-ed-not-cmp delimited by size
                   " ON THOSE DAYS NOT COMPARED ***" delimited by size
                   into ws-report-line
               end-string
               write budget-report-record from ws-report-line
           end-if.
