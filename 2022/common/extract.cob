       identification division.
       program-id. "extract".

       environment division.
       input-output section.
       file-control.
           select optional reciept-archive
               assign to "reciept-archive.idx"
               organization indexed
               access sequential
               record key arc-seq
               alternate record key arc-store-date with duplicates
               alternate record key arc-void-of with duplicates
               file status is ws-archive-status.
           select optional reciept-detail assign to "reciept-detail.idx"
               organization indexed
               access sequential
               record key dtl-key
               file status is ws-detail-status.
           select optional reciept-till assign using ws-till-name
               organization line sequential
               file status is ws-till-status.
           select optional reciept-ledger assign to "reciept-ledger.dat"
               organization line sequential
               file status is ws-ledger-status.
           select optional reciept-gift-ledger
               assign to "reciept-gift-ledger.dat"
               organization line sequential
               file status is ws-gledger-status.
           select optional reciept-loyal-ledger
               assign to "reciept-loyal-ledger.dat"
               organization line sequential
               file status is ws-lledger-status.
           select optional reciept-gift assign to "reciept-gift.dat"
               organization line sequential
               file status is ws-gift-status.
           select optional product-master
               assign using ws-product-file-name
               organization indexed
               access sequential
               record key product-record-sku
               file status is ws-product-status.
           select optional calorie-hist assign to "calorie-hist.dat"
               organization line sequential
               file status is ws-hist-status.
           select optional elf-roster assign to "elf-roster.dat"
               organization line sequential
               file status is ws-roster-status.
           select optional day2-results assign to "day2results.dat"
               organization line sequential
               file status is ws-results-status.
           select optional rps-ratings assign to "rps-ratings.dat"
               organization line sequential
               file status is ws-ratings-status.
           select optional day3-invhist assign to "day3invhist.dat"
               organization line sequential
               file status is ws-invhist-status.
           select optional grid-master assign to "day8master.dat"
               organization line sequential
               file status is ws-master-status.
           select optional day8-survey assign to "day8survey.dat"
               organization line sequential
               file status is ws-survey-status.
           select extract-file assign using ws-ext-name
               organization line sequential.
           select extract-manifest assign using ws-manifest-name
               organization line sequential.

       data division.
       file section.
       fd reciept-archive.
       copy "reciept-archive-record.cpy".

       fd reciept-detail.
       copy "reciept-detail-record.cpy".

       fd reciept-till.
       01 till-record.
           05 till-record-date pic x(8).
           05 till-record-operator pic x(4).
           05 till-record-total pic 9(7)v9(2).

       fd reciept-ledger.
       copy "reciept-ledger-record.cpy".

       fd reciept-gift-ledger.
       copy "reciept-gift-ledger-record.cpy".

       fd reciept-loyal-ledger.
       copy "reciept-loyal-ledger-record.cpy".

       fd reciept-gift.
       copy "reciept-gift-record.cpy".

       fd product-master.
       copy "product-master-record.cpy".

       fd calorie-hist.
       copy "calorie-hist-record.cpy".

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

       fd day2-results.
       copy "day2-result-record.cpy".

       fd rps-ratings.
       01 rating-record.
           05 rating-record-player pic x(20).
           05 rating-record-value pic 9(4).

       fd day3-invhist.
       copy "day3-inv-hist-record.cpy".

       fd grid-master.
       01 ln pic x(99).
           88 EOF VALUE high-values.

       fd day8-survey.
       copy "day8-survey-record.cpy".

       fd extract-file.
       01 extract-record pic x(400).

       fd extract-manifest.
       01 manifest-record pic x(200).

       working-storage section.
       01 ws-archive-status pic xx.
       01 ws-detail-status pic xx.
       01 ws-till-status pic xx.
       01 ws-ledger-status pic xx.
       01 ws-gledger-status pic xx.
       01 ws-lledger-status pic xx.
       01 ws-gift-status pic xx.
       01 ws-product-status pic xx.
       01 ws-hist-status pic xx.
       01 ws-roster-status pic xx.
       01 ws-results-status pic xx.
       01 ws-ratings-status pic xx.
       01 ws-invhist-status pic xx.
       01 ws-master-status pic xx.
       01 ws-survey-status pic xx.
       01 ws-file-eof pic x(1) value 'N'.
           88 file-eof value 'Y'.

       01 ws-till-name pic x(30).
       01 ws-store-num pic 9(3).
       01 ws-store-id pic x(2).
       01 ws-product-file-name pic x(30).
       01 ws-ext-name pic x(40).
       01 ws-manifest-name pic x(40).

      *    the day's receipt numbers, taken on the archive pass, pick
      *    the day's detail lines. both files are in receipt number
      *    order so the detail pass walks the table once.
       01 ws-day-seq-count pic 9(5) value 0.
       01 ws-day-seq-table.
           05 ws-day-seq occurs 1 to 50000 times
               depending on ws-day-seq-count pic 9(9).
       01 ws-day-seq-index pic 9(5).
       01 ws-day-seq-over pic x(1) value 'N'.
           88 day-seq-over value 'Y'.

       01 ws-svy-count pic 9(4) value 0.
       01 ws-svy-table.
           05 ws-svy-entry occurs 1 to 999 times
               depending on ws-svy-count.
               10 ws-svy-data pic x(35).
       01 ws-svy-index pic 9(4).

       01 ws-grid-num pic 9(3) value 0.
       01 ws-grid-rows pic 9(3).
       01 ws-grid-cols pic 9(3).
       01 ws-grid-trees pic 9(7).
       01 ws-grid-min pic 9(1).
       01 ws-grid-max pic 9(1).
       01 ws-grid-total pic 9(9).
       01 ws-row-len pic 9(3).
       01 ws-i pic 9(3).
       01 ws-height pic 9(1).

      *    EXTRACT-MODE 'F' writes every record of every file, 'D'
      *    (the default) only the business date's changes. a file
      *    can be set apart with EXTRACT-<name>, as EXTRACT-ROSTER F.
      *    files that carry no date (product master, ratings) are
      *    always written in full.
       01 ws-extract-mode pic x(1) value 'D'.
       01 ws-delim pic x(1) value ','.
       01 ws-bus-date pic x(8).
       01 ws-ext-code pic x(12).
       01 ws-ext-mode pic x(1).
           88 ext-day-only value 'D'.
       01 ws-ext-dated pic x(1).
       01 ws-ext-header pic x(400).
       01 ws-ext-hash-field pic x(20).
       01 ws-ext-source pic x(12).
       01 ws-ext-count pic 9(9).
       01 ws-ext-hash pic s9(15)v9(2).
       01 ws-ext-line pic x(400).
       01 ws-ext-ptr pic 9(3).
       01 ws-ext-first pic x(1).
       01 ws-fld-text pic x(40).
       01 ws-fld-amount pic s9(13)v9(2).
       01 ws-fld-num pic 9(18).
       01 ws-amt-edit pic -(13)9.99.
       01 ws-num-edit pic z(17)9.
       01 ws-hash-edit pic -(15)9.99.
       01 ws-cnt-edit pic z(8)9.
       01 ws-extract-total pic 9(2) value 0.
       01 ws-missing-count pic 9(2) value 0.
       01 ws-run-timestamp pic x(21).
       copy "bus-date-record.cpy".
       copy "run-parms.cpy".
       01 ws-parm-index pic 9(3).
       01 ws-parm-lookup pic x(20).
       01 ws-parm-fnd pic x(1) value 'N'.
           88 parm-found value 'Y'.
       01 ws-parm-found-value pic x(40).

      *    one delimited extract per key file for the business date,
      *    each headed by a line of column names, and a manifest of
      *    every extract with its record count and hash total so the
      *    receiving side can prove it took everything.
       procedure division.
           move function current-date to ws-run-timestamp
           perform get-business-date
           move ws-run-timestamp(1:8) to ws-bus-date
           perform load-run-parms

           move spaces to ws-manifest-name
           string
               "ext-manifest-" delimited by size
               ws-bus-date delimited by size
               ".csv" delimited by size
               into ws-manifest-name
           end-string
           open output extract-manifest
           move spaces to ws-ext-line
           string
               "EXTRACT,FILE,MODE,SOURCE,RECORDS,HASH-FIELD,"
                   delimited by size
               "HASH-TOTAL,BUSINESS-DATE" delimited by size
               into ws-ext-line
           end-string
           inspect ws-ext-line replacing all ',' by ws-delim
           write manifest-record from ws-ext-line

           perform extract-archive
           perform extract-detail
           perform extract-till
           perform extract-ledger
           perform extract-gift-ledger
           perform extract-loyal-ledger
           perform extract-gift-cards
           perform extract-product
           perform extract-calorie-hist
           perform extract-roster
           perform extract-results
           perform extract-ratings
           perform extract-inv-hist
           perform extract-grids
           close extract-manifest

           display ws-extract-total " EXTRACTS FOR " ws-bus-date
               " - MANIFEST " function trim(ws-manifest-name)
           if ws-missing-count > 0
               display ws-missing-count " SOURCE FILES NOT ON FILE - "
                   "EMPTY EXTRACTS WRITTEN"
               move 4 to return-code
           else
               move 0 to return-code
           end-if.

       goback.

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

      *    EXTRACT-DELIM replaces the comma between fields; a field
      *    holding the delimiter has it blanked.
       load-run-parms.
           call "runparm" using run-parms
               on exception
                   move 0 to parm-count
           end-call
           move "EXTRACT-MODE" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               and (ws-parm-found-value(1:1) = 'F' or 'D')
               move ws-parm-found-value(1:1) to ws-extract-mode
           end-if
           move "EXTRACT-DELIM" to ws-parm-lookup
           perform find-run-parm
           if parm-found and ws-parm-found-value(1:1) not = space
               move ws-parm-found-value(1:1) to ws-delim
           end-if.

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

      *    opens the extract named in ws-ext-code and writes its
      *    column line from ws-ext-header. ws-ext-dated 'N' marks a
      *    file with no date to pick the day's changes by.
       begin-extract.
           move ws-extract-mode to ws-ext-mode
           move spaces to ws-parm-lookup
           string
               "EXTRACT-" delimited by size
               ws-ext-code delimited by space
               into ws-parm-lookup
           end-string
           perform find-run-parm
           if parm-found
               and (ws-parm-found-value(1:1) = 'F' or 'D')
               move ws-parm-found-value(1:1) to ws-ext-mode
           end-if
           if ws-ext-dated = 'N'
               move 'F' to ws-ext-mode
           end-if
           move spaces to ws-ext-name
           string
               "ext-" delimited by size
               function lower-case(ws-ext-code) delimited by space
               "-" delimited by size
               ws-bus-date delimited by size
               ".csv" delimited by size
               into ws-ext-name
           end-string
           move "OK" to ws-ext-source
           move 0 to ws-ext-count
           move 0 to ws-ext-hash
           open output extract-file
           move ws-ext-header to ws-ext-line
           inspect ws-ext-line replacing all ',' by ws-delim
           write extract-record from ws-ext-line.

       end-extract.
           close extract-file
           add 1 to ws-extract-total
           if ws-ext-source not = "OK"
               add 1 to ws-missing-count
           end-if
           perform start-line
           move ws-ext-code to ws-fld-text
           perform add-text
           move ws-ext-name to ws-fld-text
           perform add-text
           move ws-ext-mode to ws-fld-text
           perform add-text
           move ws-ext-source to ws-fld-text
           perform add-text
           move ws-ext-count to ws-fld-num
           perform add-number
           move ws-ext-hash-field to ws-fld-text
           perform add-text
           move ws-ext-hash to ws-hash-edit
           perform put-delim
           string
               function trim(ws-hash-edit) delimited by size
               into ws-ext-line with pointer ws-ext-ptr
           end-string
           move ws-bus-date to ws-fld-text
           perform add-text
           write manifest-record from ws-ext-line
           display "  " ws-ext-name " " ws-ext-mode " "
               ws-ext-count " RECORDS".

       start-line.
           move spaces to ws-ext-line
           move 1 to ws-ext-ptr
           move 'Y' to ws-ext-first.

       put-delim.
           if ws-ext-first = 'Y'
               move 'N' to ws-ext-first
           else
               string
                   ws-delim delimited by size
                   into ws-ext-line with pointer ws-ext-ptr
               end-string
           end-if.

       add-text.
           perform put-delim
           inspect ws-fld-text replacing all ws-delim by space
           if ws-fld-text not = spaces
               string
                   function trim(ws-fld-text) delimited by size
                   into ws-ext-line with pointer ws-ext-ptr
               end-string
           end-if.

       add-amount.
           perform put-delim
           move ws-fld-amount to ws-amt-edit
           string
               function trim(ws-amt-edit) delimited by size
               into ws-ext-line with pointer ws-ext-ptr
           end-string.

       add-number.
           perform put-delim
           move ws-fld-num to ws-num-edit
           string
               function trim(ws-num-edit) delimited by size
               into ws-ext-line with pointer ws-ext-ptr
           end-string.

       write-line.
           write extract-record from ws-ext-line
           add 1 to ws-ext-count.

      *    receipt archive, one line per receipt or void. the day's
      *    receipts are those of the business date at any store.
       extract-archive.
           move "ARCHIVE" to ws-ext-code
           move 'Y' to ws-ext-dated
           move "ARC-TOTAL-COST" to ws-ext-hash-field
           move spaces to ws-ext-header
           string
               "TYPE,SEQ,TIMESTAMP,OPERATOR,ITEM-COUNT,ITEM-TOTAL,"
                   delimited by size
               "DISCOUNT,TIP,TAX,JURISDICTION,TENDER-TYPE,"
                   delimited by size
               "TOTAL-COST,VOID-OF,TENDER-COUNT,STORE,EXEMPT,"
                   delimited by size
               "EXEMPT-CERT,BUSINESS-DATE" delimited by size
               into ws-ext-header
           end-string
           perform begin-extract
           move 0 to ws-day-seq-count
           move 'N' to ws-day-seq-over
           move 'N' to ws-file-eof
           open input reciept-archive
           if ws-archive-status not = "00"
               move "NOT ON FILE" to ws-ext-source
               close reciept-archive
               perform end-extract
               exit paragraph
           end-if
           perform until file-eof
               read reciept-archive next record
                   AT END move 'Y' to ws-file-eof
                   not AT END perform take-archive-record
               end-read
           end-perform
           close reciept-archive
           perform end-extract.

       take-archive-record.
           if arc-sd-date = ws-bus-date
               if ws-day-seq-count < 50000
                   add 1 to ws-day-seq-count
                   move arc-seq to ws-day-seq(ws-day-seq-count)
               else
                   move 'Y' to ws-day-seq-over
               end-if
           end-if
           if ext-day-only and arc-sd-date not = ws-bus-date
               exit paragraph
           end-if
           perform start-line
           move arc-type to ws-fld-text
           perform add-text
           move arc-seq to ws-fld-num
           perform add-number
           move arc-timestamp to ws-fld-text
           perform add-text
           move arc-operator to ws-fld-text
           perform add-text
           move arc-item-count to ws-fld-num
           perform add-number
           move arc-item-total to ws-fld-amount
           perform add-amount
           move arc-discount to ws-fld-amount
           perform add-amount
           move arc-tip to ws-fld-amount
           perform add-amount
           move arc-tax to ws-fld-amount
           perform add-amount
           move arc-jurisdiction to ws-fld-text
           perform add-text
           move arc-tender-type to ws-fld-text
           perform add-text
           move arc-total-cost to ws-fld-amount
           perform add-amount
           move arc-void-of to ws-fld-num
           perform add-number
           move arc-tender-count to ws-fld-num
           perform add-number
           move arc-store to ws-fld-text
           perform add-text
           move arc-exempt to ws-fld-text
           perform add-text
           move arc-exempt-cert to ws-fld-text
           perform add-text
           move arc-sd-date to ws-fld-text
           perform add-text
           perform write-line
           add arc-total-cost to ws-ext-hash.

      *    receipt detail lines. a day beyond the receipt table is
      *    written in full rather than short.
       extract-detail.
           move "DETAIL" to ws-ext-code
           move 'Y' to ws-ext-dated
           move "DTL-COST" to ws-ext-hash-field
           move spaces to ws-ext-header
           string
               "SEQ,LINE,SKU,DESCRIPTION,QTY,PRICE,COST,TAX-CLASS,TAX"
                   delimited by size
               into ws-ext-header
           end-string
           if day-seq-over
               display "MORE THAN 50000 RECEIPTS FOR " ws-bus-date
                   " - DETAIL EXTRACT WRITTEN IN FULL"
               move 'N' to ws-ext-dated
           end-if
           perform begin-extract
           move 1 to ws-day-seq-index
           move 'N' to ws-file-eof
           open input reciept-detail
           if ws-detail-status not = "00"
               move "NOT ON FILE" to ws-ext-source
               close reciept-detail
               perform end-extract
               exit paragraph
           end-if
           perform until file-eof
               read reciept-detail next record
                   AT END move 'Y' to ws-file-eof
                   not AT END perform take-detail-record
               end-read
           end-perform
           close reciept-detail
           perform end-extract.

       take-detail-record.
           if ext-day-only
               perform varying ws-day-seq-index
                   from ws-day-seq-index by 1
                   until ws-day-seq-index > ws-day-seq-count
                       or ws-day-seq(ws-day-seq-index) >= dtl-seq
                   continue
               end-perform
               if ws-day-seq-index > ws-day-seq-count
                   exit paragraph
               end-if
               if ws-day-seq(ws-day-seq-index) not = dtl-seq
                   exit paragraph
               end-if
           end-if
           perform start-line
           move dtl-seq to ws-fld-num
           perform add-number
           move dtl-line to ws-fld-num
           perform add-number
           move dtl-sku to ws-fld-text
           perform add-text
           move dtl-desc to ws-fld-text
           perform add-text
           move dtl-qty to ws-fld-num
           perform add-number
           move dtl-price to ws-fld-amount
           perform add-amount
           move dtl-cost to ws-fld-amount
           perform add-amount
           move dtl-tax-class to ws-fld-text
           perform add-text
           move dtl-tax to ws-fld-amount
           perform add-amount
           perform write-line
           add dtl-cost to ws-ext-hash.

      *    the till files of every store in one extract, the store
      *    taken from the file name.
       extract-till.
           move "TILL" to ws-ext-code
           move 'Y' to ws-ext-dated
           move "TILL-TOTAL" to ws-ext-hash-field
           move "STORE,DATE,OPERATOR,TOTAL" to ws-ext-header
           perform begin-extract
           move "NOT ON FILE" to ws-ext-source
           perform varying ws-store-num from 1 by 1
               until ws-store-num > 99
               move ws-store-num(2:2) to ws-store-id
               perform extract-one-till
           end-perform
           perform end-extract.

       extract-one-till.
           move spaces to ws-till-name
           string
               "reciept-till-" delimited by size
               ws-store-id delimited by size
               ".dat" delimited by size
               into ws-till-name
           end-string
           move 'N' to ws-file-eof
           open input reciept-till
           if ws-till-status not = "00"
               close reciept-till
               exit paragraph
           end-if
           move "OK" to ws-ext-source
           perform until file-eof
               read reciept-till
                   AT END move 'Y' to ws-file-eof
                   not AT END perform take-till-record
               end-read
           end-perform
           close reciept-till.

       take-till-record.
           if ext-day-only and till-record-date not = ws-bus-date
               exit paragraph
           end-if
           perform start-line
           move ws-store-id to ws-fld-text
           perform add-text
           move till-record-date to ws-fld-text
           perform add-text
           move till-record-operator to ws-fld-text
           perform add-text
           move till-record-total to ws-fld-amount
           perform add-amount
           perform write-line
           add till-record-total to ws-ext-hash.

       extract-ledger.
           move "LEDGER" to ws-ext-code
           move 'Y' to ws-ext-dated
           move "LEDGER-AMOUNT" to ws-ext-hash-field
           move "ACCOUNT,SEQ,DATE,TYPE,AMOUNT" to ws-ext-header
           perform begin-extract
           move 'N' to ws-file-eof
           open input reciept-ledger
           if ws-ledger-status not = "00"
               move "NOT ON FILE" to ws-ext-source
               close reciept-ledger
               perform end-extract
               exit paragraph
           end-if
           perform until file-eof
               read reciept-ledger
                   AT END move 'Y' to ws-file-eof
                   not AT END perform take-ledger-record
               end-read
           end-perform
           close reciept-ledger
           perform end-extract.

       take-ledger-record.
           if ext-day-only and ledger-date not = ws-bus-date
               exit paragraph
           end-if
           perform start-line
           move ledger-acct to ws-fld-num
           perform add-number
           move ledger-seq to ws-fld-num
           perform add-number
           move ledger-date to ws-fld-text
           perform add-text
           move ledger-type to ws-fld-text
           perform add-text
           move ledger-amount to ws-fld-amount
           perform add-amount
           perform write-line
           add ledger-amount to ws-ext-hash.

       extract-gift-ledger.
           move "GIFT-LEDGER" to ws-ext-code
           move 'Y' to ws-ext-dated
           move "GLG-AMOUNT" to ws-ext-hash-field
           move "CARD,SEQ,DATE,TYPE,AMOUNT" to ws-ext-header
           perform begin-extract
           move 'N' to ws-file-eof
           open input reciept-gift-ledger
           if ws-gledger-status not = "00"
               move "NOT ON FILE" to ws-ext-source
               close reciept-gift-ledger
               perform end-extract
               exit paragraph
           end-if
           perform until file-eof
               read reciept-gift-ledger
                   AT END move 'Y' to ws-file-eof
                   not AT END perform take-gift-ledger-record
               end-read
           end-perform
           close reciept-gift-ledger
           perform end-extract.

       take-gift-ledger-record.
           if ext-day-only and glg-date not = ws-bus-date
               exit paragraph
           end-if
           perform start-line
           move glg-card to ws-fld-num
           perform add-number
           move glg-seq to ws-fld-num
           perform add-number
           move glg-date to ws-fld-text
           perform add-text
           move glg-type to ws-fld-text
           perform add-text
           move glg-amount to ws-fld-amount
           perform add-amount
           perform write-line
           add glg-amount to ws-ext-hash.

       extract-loyal-ledger.
           move "LOYAL-LEDGER" to ws-ext-code
           move 'Y' to ws-ext-dated
           move "LLG-AMOUNT" to ws-ext-hash-field
           move "MEMBER,SEQ,DATE,TYPE,POINTS,AMOUNT,ORIG-SEQ,STORE"
               to ws-ext-header
           perform begin-extract
           move 'N' to ws-file-eof
           open input reciept-loyal-ledger
           if ws-lledger-status not = "00"
               move "NOT ON FILE" to ws-ext-source
               close reciept-loyal-ledger
               perform end-extract
               exit paragraph
           end-if
           perform until file-eof
               read reciept-loyal-ledger
                   AT END move 'Y' to ws-file-eof
                   not AT END perform take-loyal-ledger-record
               end-read
           end-perform
           close reciept-loyal-ledger
           perform end-extract.

       take-loyal-ledger-record.
           if ext-day-only and llg-date not = ws-bus-date
               exit paragraph
           end-if
           perform start-line
           move llg-member to ws-fld-num
           perform add-number
           move llg-seq to ws-fld-num
           perform add-number
           move llg-date to ws-fld-text
           perform add-text
           move llg-type to ws-fld-text
           perform add-text
           move llg-points to ws-fld-num
           perform add-number
           move llg-amount to ws-fld-amount
           perform add-amount
           move llg-orig to ws-fld-num
           perform add-number
           move llg-store to ws-fld-text
           perform add-text
           perform write-line
           add llg-amount to ws-ext-hash.

      *    a card changed on the day was issued or last used on it.
       extract-gift-cards.
           move "GIFT-CARD" to ws-ext-code
           move 'Y' to ws-ext-dated
           move "GIFT-BALANCE" to ws-ext-hash-field
           move "CARD,BALANCE,ISSUED,LAST-USED,STATUS"
               to ws-ext-header
           perform begin-extract
           move 'N' to ws-file-eof
           open input reciept-gift
           if ws-gift-status not = "00"
               move "NOT ON FILE" to ws-ext-source
               close reciept-gift
               perform end-extract
               exit paragraph
           end-if
           perform until file-eof
               read reciept-gift
                   AT END move 'Y' to ws-file-eof
                   not AT END perform take-gift-record
               end-read
           end-perform
           close reciept-gift
           perform end-extract.

       take-gift-record.
           if ext-day-only
               and gift-record-issued not = ws-bus-date
               and gift-record-last not = ws-bus-date
               exit paragraph
           end-if
           perform start-line
           move gift-record-number to ws-fld-num
           perform add-number
           move gift-record-balance to ws-fld-amount
           perform add-amount
           move gift-record-issued to ws-fld-text
           perform add-text
           move gift-record-last to ws-fld-text
           perform add-text
           move gift-record-status to ws-fld-text
           perform add-text
           perform write-line
           add gift-record-balance to ws-ext-hash.

      *    the product master of every store in one extract. store
      *    01 keeps the chain master; a store that holds its own
      *    master keeps it as product-master-NN.mst. a store without
      *    one sells from the chain master and adds no lines here.
       extract-product.
           move "PRODUCT" to ws-ext-code
           move 'N' to ws-ext-dated
           move "PRODUCT-QTY" to ws-ext-hash-field
           move "STORE,SKU,DESCRIPTION,PRICE,QTY,REORDER,TAX-CLASS"
               to ws-ext-header
           perform begin-extract
           move "NOT ON FILE" to ws-ext-source
           perform varying ws-store-num from 1 by 1
               until ws-store-num > 99
               move ws-store-num(2:2) to ws-store-id
               perform extract-one-product
           end-perform
           perform end-extract.

       extract-one-product.
           move spaces to ws-product-file-name
           if ws-store-id = "01"
               move "product-master.mst" to ws-product-file-name
           else
               string
                   "product-master-" delimited by size
                   ws-store-id delimited by size
                   ".mst" delimited by size
                   into ws-product-file-name
               end-string
           end-if
           move 'N' to ws-file-eof
           open input product-master
           if ws-product-status not = "00"
               close product-master
               exit paragraph
           end-if
           move "OK" to ws-ext-source
           perform until file-eof
               read product-master next record
                   AT END move 'Y' to ws-file-eof
                   not AT END perform take-product-record
               end-read
           end-perform
           close product-master.

       take-product-record.
           perform start-line
           move ws-store-id to ws-fld-text
           perform add-text
           move product-record-sku to ws-fld-text
           perform add-text
           move product-record-desc to ws-fld-text
           perform add-text
           move product-record-price to ws-fld-amount
           perform add-amount
           move product-record-qty to ws-fld-num
           perform add-number
           move product-record-reorder to ws-fld-num
           perform add-number
           move product-record-tax-class to ws-fld-text
           perform add-text
           perform write-line
           add product-record-qty to ws-ext-hash.

       extract-calorie-hist.
           move "CALORIE-HIST" to ws-ext-code
           move 'Y' to ws-ext-dated
           move "HIST-TOTAL" to ws-ext-hash-field
           move "DATE,ELF-ID,TOTAL,PROTEIN,CARB,FAT,OTHER"
               to ws-ext-header
           perform begin-extract
           move 'N' to ws-file-eof
           open input calorie-hist
           if ws-hist-status not = "00"
               move "NOT ON FILE" to ws-ext-source
               close calorie-hist
               perform end-extract
               exit paragraph
           end-if
           perform until file-eof
               read calorie-hist
                   AT END move 'Y' to ws-file-eof
                   not AT END perform take-hist-record
               end-read
           end-perform
           close calorie-hist
           perform end-extract.

       take-hist-record.
           if ext-day-only and hist-date not = ws-bus-date
               exit paragraph
           end-if
           perform start-line
           move hist-date to ws-fld-text
           perform add-text
           move hist-elf-id to ws-fld-num
           perform add-number
           move hist-total to ws-fld-num
           perform add-number
           move hist-protein to ws-fld-num
           perform add-number
           move hist-carb to ws-fld-num
           perform add-number
           move hist-fat to ws-fld-num
           perform add-number
           move hist-other to ws-fld-num
           perform add-number
           perform write-line
           add hist-total to ws-ext-hash.

      *    an elf changed on the day joined, left or moved team on it.
       extract-roster.
           move "ROSTER" to ws-ext-code
           move 'Y' to ws-ext-dated
           move "ELF-ID" to ws-ext-hash-field
           move spaces to ws-ext-header
           string
               "ELF-ID,NAME,STATUS,EFFECTIVE,END,TEAM,UNIT,"
                   delimited by size
               "TEAM-EFFECTIVE" delimited by size
               into ws-ext-header
           end-string
           perform begin-extract
           move 'N' to ws-file-eof
           open input elf-roster
           if ws-roster-status not = "00"
               move "NOT ON FILE" to ws-ext-source
               close elf-roster
               perform end-extract
               exit paragraph
           end-if
           perform until file-eof
               read elf-roster
                   AT END move 'Y' to ws-file-eof
                   not AT END perform take-roster-record
               end-read
           end-perform
           close elf-roster
           perform end-extract.

       take-roster-record.
           if ext-day-only
               and roster-record-eff not = ws-bus-date
               and roster-record-end not = ws-bus-date
               and roster-record-team-eff not = ws-bus-date
               exit paragraph
           end-if
           perform start-line
           move roster-record-id to ws-fld-num
           perform add-number
           move roster-record-name to ws-fld-text
           perform add-text
           move roster-record-status to ws-fld-text
           perform add-text
           move roster-record-eff to ws-fld-text
           perform add-text
           move roster-record-end to ws-fld-text
           perform add-text
           move roster-record-team to ws-fld-text
           perform add-text
           move roster-record-unit to ws-fld-text
           perform add-text
           move roster-record-team-eff to ws-fld-text
           perform add-text
           perform write-line
           add roster-record-id to ws-ext-hash.

       extract-results.
           move "RESULTS" to ws-ext-code
           move 'Y' to ws-ext-dated
           move "P1-SCORE" to ws-ext-hash-field
           move spaces to ws-ext-header
           string
               "RUN,PLAYER-1,PLAYER-2,P1-SCORE,P2-SCORE,P2-WINS,"
                   delimited by size
               "P2-LOSSES,DRAWS,WINNER,KIND,ABSENT,REASON"
                   delimited by size
               into ws-ext-header
           end-string
           perform begin-extract
           move 'N' to ws-file-eof
           open input day2-results
           if ws-results-status not = "00"
               move "NOT ON FILE" to ws-ext-source
               close day2-results
               perform end-extract
               exit paragraph
           end-if
           perform until file-eof
               read day2-results
                   AT END move 'Y' to ws-file-eof
                   not AT END perform take-result-record
               end-read
           end-perform
           close day2-results
           perform end-extract.

       take-result-record.
           if ext-day-only and result-run(1:8) not = ws-bus-date
               exit paragraph
           end-if
           perform start-line
           move result-run to ws-fld-text
           perform add-text
           move result-p1 to ws-fld-text
           perform add-text
           move result-p2 to ws-fld-text
           perform add-text
           move result-p1-score to ws-fld-num
           perform add-number
           move result-p2-score to ws-fld-num
           perform add-number
           move result-p2-wins to ws-fld-num
           perform add-number
           move result-p2-losses to ws-fld-num
           perform add-number
           move result-draws to ws-fld-num
           perform add-number
           move result-winner to ws-fld-text
           perform add-text
           move result-kind to ws-fld-text
           perform add-text
           move result-absent to ws-fld-text
           perform add-text
           move result-reason to ws-fld-text
           perform add-text
           perform write-line
           add result-p1-score to ws-ext-hash.

       extract-ratings.
           move "RATINGS" to ws-ext-code
           move 'N' to ws-ext-dated
           move "RATING" to ws-ext-hash-field
           move "PLAYER,RATING" to ws-ext-header
           perform begin-extract
           move 'N' to ws-file-eof
           open input rps-ratings
           if ws-ratings-status not = "00"
               move "NOT ON FILE" to ws-ext-source
               close rps-ratings
               perform end-extract
               exit paragraph
           end-if
           perform until file-eof
               read rps-ratings
                   AT END move 'Y' to ws-file-eof
                   not AT END
                       perform start-line
                       move rating-record-player to ws-fld-text
                       perform add-text
                       move rating-record-value to ws-fld-num
                       perform add-number
                       perform write-line
                       add rating-record-value to ws-ext-hash
               end-read
           end-perform
           close rps-ratings
           perform end-extract.

       extract-inv-hist.
           move "INV-HIST" to ws-ext-code
           move 'Y' to ws-ext-dated
           move "IHIST-COUNT" to ws-ext-hash-field
           move "DATE,LETTER,COUNT,LINES" to ws-ext-header
           perform begin-extract
           move 'N' to ws-file-eof
           open input day3-invhist
           if ws-invhist-status not = "00"
               move "NOT ON FILE" to ws-ext-source
               close day3-invhist
               perform end-extract
               exit paragraph
           end-if
           perform until file-eof
               read day3-invhist
                   AT END move 'Y' to ws-file-eof
                   not AT END perform take-inv-hist-record
               end-read
           end-perform
           close day3-invhist
           perform end-extract.

       take-inv-hist-record.
           if ext-day-only and ihist-date not = ws-bus-date
               exit paragraph
           end-if
           perform start-line
           move ihist-date to ws-fld-text
           perform add-text
           move ihist-letter to ws-fld-text
           perform add-text
           move ihist-count to ws-fld-num
           perform add-number
           move ihist-lines to ws-fld-num
           perform add-number
           perform write-line
           add ihist-count to ws-ext-hash.

      *    one summary line per grid of the master. a grid changed on
      *    the day is one whose survey record was stamped with it,
      *    which day8-upd and day8-survey both do.
       extract-grids.
           move "GRIDS" to ws-ext-code
           move 'Y' to ws-ext-dated
           move "TOTAL-HEIGHT" to ws-ext-hash-field
           move spaces to ws-ext-header
           string
               "GRID,ROWS,COLUMNS,TREES,MIN-HEIGHT,MAX-HEIGHT,"
                   delimited by size
               "TOTAL-HEIGHT,LAST-SURVEY,SURVEYOR" delimited by size
               into ws-ext-header
           end-string
           perform begin-extract
           perform load-survey-schedule
           move 0 to ws-grid-num
           open input grid-master
           if ws-master-status not = "00"
               move "NOT ON FILE" to ws-ext-source
               close grid-master
               perform end-extract
               exit paragraph
           end-if
           perform until EOF
               perform measure-one-grid
               if ws-grid-rows > 0
                   add 1 to ws-grid-num
                   perform take-grid-summary
               end-if
           end-perform
           close grid-master
           perform end-extract.

       load-survey-schedule.
           move 0 to ws-svy-count
           move 'N' to ws-file-eof
           open input day8-survey
           if ws-survey-status = "00"
               perform until file-eof
                   read day8-survey
                       AT END move 'Y' to ws-file-eof
                       not AT END
                           if ws-svy-count < 999
                               add 1 to ws-svy-count
                               move svy-record
                                   to ws-svy-data(ws-svy-count)
                           end-if
                   end-read
               end-perform
           end-if
           close day8-survey.

       measure-one-grid.
           move 0 to ws-grid-rows
           move 0 to ws-grid-cols
           move 0 to ws-grid-trees
           move 9 to ws-grid-min
           move 0 to ws-grid-max
           move 0 to ws-grid-total
           perform until EOF
           read grid-master
               AT END SET EOF TO true
           end-read
           if not EOF
               if function trim(ln) = spaces
                   if ws-grid-rows > 0
                       exit perform
                   end-if
               else
                   add 1 to ws-grid-rows
                   move function length(function trim(ln))
                       to ws-row-len
                   if ws-row-len > ws-grid-cols
                       move ws-row-len to ws-grid-cols
                   end-if
                   perform varying ws-i from 1 by 1
                       until ws-i > ws-row-len
                       if ln(ws-i:1) >= '0' and ln(ws-i:1) <= '9'
                           move ln(ws-i:1) to ws-height
                           add 1 to ws-grid-trees
                           add ws-height to ws-grid-total
                           if ws-height < ws-grid-min
                               move ws-height to ws-grid-min
                           end-if
                           if ws-height > ws-grid-max
                               move ws-height to ws-grid-max
                           end-if
                       end-if
                   end-perform
               end-if
           end-if
           end-perform.

       take-grid-summary.
           initialize svy-record
           perform varying ws-svy-index from 1 by 1
               until ws-svy-index > ws-svy-count
               if ws-svy-data(ws-svy-index)(1:3) = ws-grid-num
                   move ws-svy-data(ws-svy-index) to svy-record
               end-if
           end-perform
           if svy-grid not = ws-grid-num
               move spaces to svy-last-date
               move spaces to svy-surveyor
           end-if
           if ext-day-only and svy-last-date not = ws-bus-date
               exit paragraph
           end-if
           if ws-grid-trees = 0
               move 0 to ws-grid-min
           end-if
           perform start-line
           move ws-grid-num to ws-fld-num
           perform add-number
           move ws-grid-rows to ws-fld-num
           perform add-number
           move ws-grid-cols to ws-fld-num
           perform add-number
           move ws-grid-trees to ws-fld-num
           perform add-number
           move ws-grid-min to ws-fld-num
           perform add-number
           move ws-grid-max to ws-fld-num
           perform add-number
           move ws-grid-total to ws-fld-num
           perform add-number
           move svy-last-date to ws-fld-text
           perform add-text
           move svy-surveyor to ws-fld-text
           perform add-text
           perform write-line
           add ws-grid-total to ws-ext-hash.
