       identification division.
       program-id. "xref-check".

       environment division.
       input-output section.
       file-control.
           select optional elf-roster assign to "elf-roster.dat"
               organization line sequential
               file status is ws-roster-status.
           select optional elf-master assign to "calorie-elf.mst"
               organization indexed
               access sequential
               record key mst-elf-id
               file status is ws-mst-status.
           select optional day3-groups assign to "day3groups.dat"
               organization line sequential
               file status is ws-groups-status.
           select optional calorie-targets
               assign to "calorie2targets.dat"
               organization line sequential
               file status is ws-targets-status.
           select optional rps-players assign to "rps-players.dat"
               organization line sequential
               file status is ws-players-status.
           select optional rps-ratings assign to "rps-ratings.dat"
               organization line sequential
               file status is ws-ratings-status.
           select optional day2-results assign to "day2results.dat"
               organization line sequential
               file status is ws-results-status.
           select optional day2-fixtures assign to "day2fixtures.dat"
               organization line sequential
               file status is ws-fixture-status.
           select optional product-master
               assign to "product-master.mst"
               organization indexed
               access sequential
               record key product-record-sku
               file status is ws-product-status.
           select optional reciept-price assign to "reciept-price.dat"
               organization line sequential
               file status is ws-price-status.
           select optional reciept-detail assign to "reciept-detail.idx"
               organization indexed
               access sequential
               record key dtl-key
               file status is ws-detail-status.
           select optional reciept-cust assign to "reciept-cust.dat"
               organization line sequential
               file status is ws-cust-status.
           select optional reciept-ledger assign to "reciept-ledger.dat"
               organization line sequential
               file status is ws-ledger-status.
           select xref-report assign to "xref-check.dat"
               organization line sequential.
           select optional central-exc assign to "exceptions.dat"
               organization line sequential
               file status is ws-central-status.

       data division.
       file section.
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

       fd elf-master.
       01 mst-record.
           05 mst-elf-id pic 9(9).
           05 mst-rank pic 9(5).
           05 mst-name pic x(20).
           05 mst-total pic 9(18).
           05 mst-protein pic 9(18).
           05 mst-carb pic 9(18).
           05 mst-fat pic 9(18).
           05 mst-other pic 9(18).

       fd day3-groups.
       01 group-record.
           05 group-record-num pic 9(6).
           05 group-record-elf pic 9(9) occurs 3 times.

       fd calorie-targets.
       01 targets-line pic x(80).

       fd rps-players.
       copy "rps-player-record.cpy".

       fd rps-ratings.
       01 rating-record.
           05 rating-record-player pic x(20).
           05 rating-record-value pic 9(4).

       fd day2-results.
       copy "day2-result-record.cpy".

       fd day2-fixtures.
       01 fixture-record.
           05 fixture-record-round pic 9(3).
           05 fixture-record-p1 pic x(20).
           05 fixture-record-p2 pic x(20).

       fd product-master.
       copy "product-master-record.cpy".

       fd reciept-price.
       copy "reciept-price-record.cpy".

       fd reciept-detail.
       copy "reciept-detail-record.cpy".

       fd reciept-cust.
       copy "reciept-cust-record.cpy".

       fd reciept-ledger.
       copy "reciept-ledger-record.cpy".

       fd xref-report.
       01 xref-report-record pic x(132).

       fd central-exc.
       copy "std-exception-record.cpy".

       working-storage section.
       01 ws-roster-status pic xx.
       01 ws-mst-status pic xx.
       01 ws-groups-status pic xx.
       01 ws-targets-status pic xx.
       01 ws-players-status pic xx.
       01 ws-ratings-status pic xx.
       01 ws-results-status pic xx.
       01 ws-fixture-status pic xx.
       01 ws-product-status pic xx.
       01 ws-price-status pic xx.
       01 ws-detail-status pic xx.
       01 ws-cust-status pic xx.
       01 ws-ledger-status pic xx.
       01 ws-central-status pic xx.
       01 ws-file-eof pic x(1) value 'N'.
           88 file-eof value 'Y'.

       01 ws-roster-count pic 9(5) value 0.
       01 ws-roster-table.
           05 ws-roster-entry occurs 1 to 30000 times
               depending on ws-roster-count.
               10 ws-roster-id pic 9(9).
               10 ws-roster-stat pic x(1).
       01 ws-roster-index pic 9(5).
       01 ws-roster-found pic 9(5).
       01 ws-check-id pic 9(9).
       01 ws-member pic 9(1).

       01 ws-plr-count pic 9(4) value 0.
       01 ws-plr-table.
           05 ws-plr-entry occurs 1 to 2000 times
               depending on ws-plr-count.
               10 ws-plr-name pic x(20).
               10 ws-plr-type pic x(1).
       01 ws-plr-index pic 9(4).
       01 ws-plr-found pic 9(4).
       01 ws-check-name pic x(20).

       01 ws-prod-count pic 9(5) value 0.
       01 ws-prod-table.
           05 ws-prod-entry occurs 1 to 20000 times
               depending on ws-prod-count.
               10 ws-prod-sku pic x(8).
       01 ws-prod-index pic 9(5).
       01 ws-prod-found pic 9(5).
       01 ws-check-sku pic x(8).

       01 ws-cust-count pic 9(4) value 0.
       01 ws-cust-table.
           05 ws-cust-entry occurs 1 to 2000 times
               depending on ws-cust-count.
               10 ws-cust-acct pic 9(5).
               10 ws-cust-stat pic x(1).
               10 ws-cust-balance pic s9(9)v9(2).
       01 ws-cust-index pic 9(4).
       01 ws-cust-found pic 9(4).

      *    keys missing from a master, counted once per key for the
      *    history files (results, receipt detail, ledger) where one
      *    bad key can sit on thousands of records.
       01 ws-miss-count pic 9(4) value 0.
       01 ws-miss-table.
           05 ws-miss-entry occurs 1 to 2000 times
               depending on ws-miss-count.
               10 ws-miss-key pic x(20).
               10 ws-miss-uses pic 9(7).
       01 ws-miss-index pic 9(4).
       01 ws-miss-found pic 9(4).
       01 ws-miss-lookup pic x(20).
       01 ws-miss-overflow pic 9(7) value 0.

       01 ws-target-kw pic x(20).
       01 ws-target-id-tok pic x(20).

       01 ws-find-kind pic x(8).
       01 ws-find-key pic x(20).
       01 ws-find-reason pic x(40).
       01 ws-find-file pic x(20).
       01 ws-orphan-count pic 9(7) value 0.
       01 ws-dangling-count pic 9(7) value 0.
       01 ws-inactive-count pic 9(7) value 0.
       01 ws-finding-count pic 9(7) value 0.
       01 ws-section-count pic 9(7).
       01 ws-num-edit pic z(6)9.
       01 ws-bal-edit pic -(8)9.99.
       01 ws-report-line pic x(132).
       01 ws-run-timestamp pic x(21).
       copy "bus-date-record.cpy".

       procedure division.
           move function current-date to ws-run-timestamp
           perform get-business-date

           open output xref-report
           move spaces to ws-report-line
           string
               "CROSS-SYSTEM KEY INTEGRITY CHECK RUN "
                   delimited by size
               ws-run-timestamp delimited by size
               into ws-report-line
           end-string
           write xref-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "  KIND     KEY                  FINDING"
                   delimited by size
               "                                  FILE"
                   delimited by size
               into ws-report-line
           end-string
           write xref-report-record from ws-report-line

           perform check-elf-keys
           perform check-player-keys
           perform check-sku-keys
           perform check-account-keys
           perform write-control-totals
           close xref-report

           display ws-finding-count " INTEGRITY FINDINGS - REPORT "
               "WRITTEN TO xref-check.dat"
           if ws-finding-count > 0
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

       write-section-heading.
           move spaces to ws-report-line
           write xref-report-record from ws-report-line
           move 0 to ws-section-count.

       write-section-total.
           move ws-section-count to ws-num-edit
           move spaces to ws-report-line
           string
               "  " delimited by size
               ws-num-edit delimited by size
               " FINDINGS" delimited by size
               into ws-report-line
           end-string
           write xref-report-record from ws-report-line.

      *    one report line and one central exception per finding.
      *    ORPHAN - a record on a dependent file whose key has no
      *    master record; DANGLING - a reference inside another
      *    record to a key with no master record; INACTIVE - a
      *    reference to a key the master marks closed or retired.
       record-finding.
           add 1 to ws-finding-count
           add 1 to ws-section-count
           evaluate ws-find-kind
               when "ORPHAN"
                   add 1 to ws-orphan-count
               when "DANGLING"
                   add 1 to ws-dangling-count
               when other
                   add 1 to ws-inactive-count
           end-evaluate
           move spaces to ws-report-line
           move ws-find-kind to ws-report-line(3:8)
           move ws-find-key to ws-report-line(12:20)
           move ws-find-reason to ws-report-line(33:40)
           move ws-find-file to ws-report-line(75:20)
           write xref-report-record from ws-report-line
           open extend central-exc
           if ws-central-status = "00" or "05"
               move "xref-check" to stdexc-program-id
               move ws-run-timestamp(1:8) to stdexc-run-date
               move 'W' to stdexc-severity
               move ws-find-key to stdexc-key
               move ws-find-reason to stdexc-reason
               move 'N' to stdexc-resolved
               write std-exception
           end-if
           close central-exc.

       write-skip-line.
           move spaces to ws-report-line
           string
               "  " delimited by size
               ws-find-file delimited by space
               " NOT ON FILE - " delimited by size
               ws-find-reason delimited by size
               into ws-report-line
           end-string
           write xref-report-record from ws-report-line.

      *    elf ids: elf-roster.dat is the master; 'I' is an elf who
      *    has left. the calorie master keeps history, so only its
      *    orphans matter there; a group or a diet target naming an
      *    elf who has left is a key still in use.
       check-elf-keys.
           perform write-section-heading
           move "ELF IDS - MASTER elf-roster.dat" to ws-report-line
           write xref-report-record from ws-report-line
           perform load-roster
           if ws-roster-count = 0
               move "elf-roster.dat" to ws-find-file
               move "ELF CHECKS SKIPPED" to ws-find-reason
               perform write-skip-line
               exit paragraph
           end-if
           perform check-calorie-master
           perform check-group-members
           perform check-target-lines
           perform write-section-total.

       load-roster.
           move 'N' to ws-file-eof
           open input elf-roster
           if ws-roster-status = "00"
               perform until file-eof
                   read elf-roster
                       AT END move 'Y' to ws-file-eof
                       not AT END
                           if ws-roster-count < 30000
                               add 1 to ws-roster-count
                               move roster-record-id
                                   to ws-roster-id(ws-roster-count)
                               if roster-record-status = 'I'
                                   move 'I' to
                                       ws-roster-stat(ws-roster-count)
                               else
                                   move 'A' to
                                       ws-roster-stat(ws-roster-count)
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close elf-roster.

       find-roster-elf.
           move 0 to ws-roster-found
           perform varying ws-roster-index from 1 by 1
               until ws-roster-index > ws-roster-count
                   or ws-roster-found > 0
               if ws-roster-id(ws-roster-index) = ws-check-id
                   move ws-roster-index to ws-roster-found
               end-if
           end-perform.

       check-calorie-master.
           move 'N' to ws-file-eof
           open input elf-master
           if ws-mst-status not = "00"
               close elf-master
               exit paragraph
           end-if
           perform until file-eof
               read elf-master next record
                   AT END move 'Y' to ws-file-eof
                   not AT END
                       move mst-elf-id to ws-check-id
                       perform find-roster-elf
                       if ws-roster-found = 0
                           move "ORPHAN" to ws-find-kind
                           move mst-elf-id to ws-find-key
                           move "CALORIE TOTALS FOR ELF NOT ON ROSTER"
                               to ws-find-reason
                           move "calorie-elf.mst" to ws-find-file
                           perform record-finding
                       end-if
               end-read
           end-perform
           close elf-master.

       check-group-members.
           move 'N' to ws-file-eof
           open input day3-groups
           if ws-groups-status not = "00"
               close day3-groups
               exit paragraph
           end-if
           perform until file-eof
               read day3-groups
                   AT END move 'Y' to ws-file-eof
                   not AT END
                       perform varying ws-member from 1 by 1
                           until ws-member > 3
                           move group-record-elf(ws-member)
                               to ws-check-id
                           if ws-check-id not = 0
                               perform check-group-member
                           end-if
                       end-perform
               end-read
           end-perform
           close day3-groups.

       check-group-member.
           perform find-roster-elf
           if ws-roster-found = 0
               move "DANGLING" to ws-find-kind
               move spaces to ws-find-reason
               string
                   "GROUP " delimited by size
                   group-record-num delimited by size
                   " MEMBER NOT ON ROSTER" delimited by size
                   into ws-find-reason
               end-string
           else
               if ws-roster-stat(ws-roster-found) not = 'I'
                   exit paragraph
               end-if
               move "INACTIVE" to ws-find-kind
               move spaces to ws-find-reason
               string
                   "GROUP " delimited by size
                   group-record-num delimited by size
                   " MEMBER HAS LEFT THE ROSTER" delimited by size
                   into ws-find-reason
               end-string
           end-if
           move ws-check-id to ws-find-key
           move "day3groups.dat" to ws-find-file
           perform record-finding.

       check-target-lines.
           move 'N' to ws-file-eof
           open input calorie-targets
           if ws-targets-status not = "00"
               close calorie-targets
               exit paragraph
           end-if
           perform until file-eof
               read calorie-targets
                   AT END move 'Y' to ws-file-eof
                   not AT END perform check-target-line
               end-read
           end-perform
           close calorie-targets.

       check-target-line.
           move spaces to ws-target-kw
           move spaces to ws-target-id-tok
           unstring targets-line
               delimited by all " "
               into ws-target-kw
                    ws-target-id-tok
           end-unstring
           if function trim(ws-target-kw) not = "ELF"
               exit paragraph
           end-if
           compute ws-check-id = function numval(ws-target-id-tok)
           perform find-roster-elf
           if ws-roster-found = 0
               move "DANGLING" to ws-find-kind
               move "DIET TARGET FOR ELF NOT ON ROSTER"
                   to ws-find-reason
           else
               if ws-roster-stat(ws-roster-found) not = 'I'
                   exit paragraph
               end-if
               move "INACTIVE" to ws-find-kind
               move "DIET TARGET FOR ELF WHO HAS LEFT"
                   to ws-find-reason
           end-if
           move ws-check-id to ws-find-key
           move "calorie2targets.dat" to ws-find-file
           perform record-finding.

      *    players: rps-players.dat is the master, keyed by name. an
      *    alias is a spelling the player no longer goes by, so a
      *    rating or a fixture still under an alias is an inactive
      *    key in use. results are history and may carry an alias
      *    from before a rename; only names on no record count.
      *    without a player master day2 takes names as keyed and
      *    there is nothing to check against.
       check-player-keys.
           perform write-section-heading
           move "PLAYERS - MASTER rps-players.dat" to ws-report-line
           write xref-report-record from ws-report-line
           perform load-players
           if ws-plr-count = 0
               move "rps-players.dat" to ws-find-file
               move "PLAYER CHECKS SKIPPED" to ws-find-reason
               perform write-skip-line
               exit paragraph
           end-if
           perform check-rating-players
           perform check-fixture-players
           perform check-result-players
           perform write-section-total.

       load-players.
           move 'N' to ws-file-eof
           open input rps-players
           if ws-players-status = "00"
               perform until file-eof
                   read rps-players
                       AT END move 'Y' to ws-file-eof
                       not AT END
                           if ws-plr-count < 2000
                               add 1 to ws-plr-count
                               move plr-record-name
                                   to ws-plr-name(ws-plr-count)
                               move plr-record-type
                                   to ws-plr-type(ws-plr-count)
                           end-if
                   end-read
               end-perform
           end-if
           close rps-players.

       find-player.
           move 0 to ws-plr-found
           perform varying ws-plr-index from 1 by 1
               until ws-plr-index > ws-plr-count
                   or ws-plr-found > 0
               if ws-plr-name(ws-plr-index) = ws-check-name
                   move ws-plr-index to ws-plr-found
               end-if
           end-perform.

       check-rating-players.
           move 'N' to ws-file-eof
           open input rps-ratings
           if ws-ratings-status not = "00"
               close rps-ratings
               exit paragraph
           end-if
           perform until file-eof
               read rps-ratings
                   AT END move 'Y' to ws-file-eof
                   not AT END
                       move rating-record-player to ws-check-name
                       perform find-player
                       if ws-plr-found = 0
                           move "ORPHAN" to ws-find-kind
                           move "RATING FOR PLAYER NOT ON MASTER"
                               to ws-find-reason
                           perform record-rating-finding
                       else
                           if ws-plr-type(ws-plr-found) = 'A'
                               move "INACTIVE" to ws-find-kind
                               move "RATING KEPT UNDER A PLAYER ALIAS"
                                   to ws-find-reason
                               perform record-rating-finding
                           end-if
                       end-if
               end-read
           end-perform
           close rps-ratings.

       record-rating-finding.
           move ws-check-name to ws-find-key
           move "rps-ratings.dat" to ws-find-file
           perform record-finding.

       check-fixture-players.
           move 'N' to ws-file-eof
           open input day2-fixtures
           if ws-fixture-status not = "00"
               close day2-fixtures
               exit paragraph
           end-if
           perform until file-eof
               read day2-fixtures
                   AT END move 'Y' to ws-file-eof
                   not AT END
                       move fixture-record-p1 to ws-check-name
                       perform check-fixture-player
                       move fixture-record-p2 to ws-check-name
                       perform check-fixture-player
               end-read
           end-perform
           close day2-fixtures.

       check-fixture-player.
           if ws-check-name = spaces
               exit paragraph
           end-if
           perform find-player
           if ws-plr-found = 0
               move "DANGLING" to ws-find-kind
               move spaces to ws-find-reason
               string
                   "ROUND " delimited by size
                   fixture-record-round delimited by size
                   " FIXTURE PLAYER NOT ON MASTER" delimited by size
                   into ws-find-reason
               end-string
           else
               if ws-plr-type(ws-plr-found) not = 'A'
                   exit paragraph
               end-if
               move "INACTIVE" to ws-find-kind
               move spaces to ws-find-reason
               string
                   "ROUND " delimited by size
                   fixture-record-round delimited by size
                   " FIXTURE USES A PLAYER ALIAS" delimited by size
                   into ws-find-reason
               end-string
           end-if
           move ws-check-name to ws-find-key
           move "day2fixtures.dat" to ws-find-file
           perform record-finding.

       check-result-players.
           move 0 to ws-miss-count
           move 0 to ws-miss-overflow
           move 'N' to ws-file-eof
           open input day2-results
           if ws-results-status not = "00"
               close day2-results
               exit paragraph
           end-if
           perform until file-eof
               read day2-results
                   AT END move 'Y' to ws-file-eof
                   not AT END
                       move result-p1 to ws-check-name
                       perform check-result-player
                       move result-p2 to ws-check-name
                       perform check-result-player
               end-read
           end-perform
           close day2-results
           perform varying ws-miss-index from 1 by 1
               until ws-miss-index > ws-miss-count
               move ws-miss-uses(ws-miss-index) to ws-num-edit
               move "DANGLING" to ws-find-kind
               move ws-miss-key(ws-miss-index) to ws-find-key
               move spaces to ws-find-reason
               string
                   "NOT ON MASTER - ON " delimited by size
                   function trim(ws-num-edit) delimited by size
                   " MATCH RESULTS" delimited by size
                   into ws-find-reason
               end-string
               move "day2results.dat" to ws-find-file
               perform record-finding
           end-perform
           perform write-miss-overflow.

       check-result-player.
           if ws-check-name = spaces
               exit paragraph
           end-if
           perform find-player
           if ws-plr-found = 0
               move ws-check-name to ws-miss-lookup
               perform add-missing-key
           end-if.

       add-missing-key.
           move 0 to ws-miss-found
           perform varying ws-miss-index from 1 by 1
               until ws-miss-index > ws-miss-count
                   or ws-miss-found > 0
               if ws-miss-key(ws-miss-index) = ws-miss-lookup
                   move ws-miss-index to ws-miss-found
               end-if
           end-perform
           if ws-miss-found = 0
               if ws-miss-count >= 2000
                   add 1 to ws-miss-overflow
                   exit paragraph
               end-if
               add 1 to ws-miss-count
               move ws-miss-count to ws-miss-found
               move ws-miss-lookup to ws-miss-key(ws-miss-found)
               move 0 to ws-miss-uses(ws-miss-found)
           end-if
           add 1 to ws-miss-uses(ws-miss-found).

       write-miss-overflow.
           if ws-miss-overflow = 0
               exit paragraph
           end-if
           move ws-miss-overflow to ws-num-edit
           move spaces to ws-report-line
           string
               "  ... AND " delimited by size
               function trim(ws-num-edit) delimited by size
               " MORE RECORDS WITH KEYS BEYOND THE 2000 LISTED"
                   delimited by size
               into ws-report-line
           end-string
           write xref-report-record from ws-report-line
           add 1 to ws-finding-count.

      *    skus: product-master.mst is the master. a pending price
      *    for a sku with no product can never take effect; a
      *    receipt line for one cannot be costed or taxed again.
       check-sku-keys.
           perform write-section-heading
           move "SKUS - MASTER product-master.mst" to ws-report-line
           write xref-report-record from ws-report-line
           perform load-products
           if ws-prod-count = 0
               move "product-master.mst" to ws-find-file
               move "SKU CHECKS SKIPPED" to ws-find-reason
               perform write-skip-line
               exit paragraph
           end-if
           perform check-price-skus
           perform check-detail-skus
           perform write-section-total.

       load-products.
           move 'N' to ws-file-eof
           open input product-master
           if ws-product-status = "00"
               perform until file-eof
                   read product-master next record
                       AT END move 'Y' to ws-file-eof
                       not AT END
                           if ws-prod-count < 20000
                               add 1 to ws-prod-count
                               move product-record-sku
                                   to ws-prod-sku(ws-prod-count)
                           end-if
                   end-read
               end-perform
           end-if
           close product-master.

       find-product.
           move 0 to ws-prod-found
           perform varying ws-prod-index from 1 by 1
               until ws-prod-index > ws-prod-count
                   or ws-prod-found > 0
               if ws-prod-sku(ws-prod-index) = ws-check-sku
                   move ws-prod-index to ws-prod-found
               end-if
           end-perform.

       check-price-skus.
           move 'N' to ws-file-eof
           open input reciept-price
           if ws-price-status not = "00"
               close reciept-price
               exit paragraph
           end-if
           perform until file-eof
               read reciept-price
                   AT END move 'Y' to ws-file-eof
                   not AT END
                       move price-record-sku to ws-check-sku
                       perform find-product
                       if ws-prod-found = 0
                           move "ORPHAN" to ws-find-kind
                           move price-record-sku to ws-find-key
                           move spaces to ws-find-reason
                           string
                               "PRICE '" delimited by size
                               price-record-type delimited by size
                               "' FROM " delimited by size
                               price-record-effective
                                   delimited by size
                               " - NO PRODUCT" delimited by size
                               into ws-find-reason
                           end-string
                           move "reciept-price.dat" to ws-find-file
                           perform record-finding
                       end-if
               end-read
           end-perform
           close reciept-price.

       check-detail-skus.
           move 0 to ws-miss-count
           move 0 to ws-miss-overflow
           move 'N' to ws-file-eof
           open input reciept-detail
           if ws-detail-status not = "00"
               close reciept-detail
               exit paragraph
           end-if
           perform until file-eof
               read reciept-detail next record
                   AT END move 'Y' to ws-file-eof
                   not AT END
                       if dtl-sku not = spaces
                           move dtl-sku to ws-check-sku
                           perform find-product
                           if ws-prod-found = 0
                               move dtl-sku to ws-miss-lookup
                               perform add-missing-key
                           end-if
                       end-if
               end-read
           end-perform
           close reciept-detail
           perform varying ws-miss-index from 1 by 1
               until ws-miss-index > ws-miss-count
               move ws-miss-uses(ws-miss-index) to ws-num-edit
               move "DANGLING" to ws-find-kind
               move ws-miss-key(ws-miss-index) to ws-find-key
               move spaces to ws-find-reason
               string
                   "NOT ON MASTER - ON " delimited by size
                   function trim(ws-num-edit) delimited by size
                   " RECEIPT LINES" delimited by size
                   into ws-find-reason
               end-string
               move "reciept-detail.idx" to ws-find-file
               perform record-finding
           end-perform
           perform write-miss-overflow.

      *    accounts: reciept-cust.dat is the master; 'I' is an
      *    account closed by reciept-cust-maint, which only closes
      *    an account at a zero balance. postings for an account
      *    with no customer record are orphans; a closed account
      *    whose postings no longer net to zero is still in use.
       check-account-keys.
           perform write-section-heading
           move "ACCOUNTS - MASTER reciept-cust.dat" to ws-report-line
           write xref-report-record from ws-report-line
           perform load-customers
           if ws-cust-count = 0
               move "reciept-cust.dat" to ws-find-file
               move "ACCOUNT CHECKS SKIPPED" to ws-find-reason
               perform write-skip-line
               exit paragraph
           end-if
           perform check-ledger-accounts
           perform check-closed-accounts
           perform write-section-total.

       load-customers.
           move 'N' to ws-file-eof
           open input reciept-cust
           if ws-cust-status = "00"
               perform until file-eof
                   read reciept-cust
                       AT END move 'Y' to ws-file-eof
                       not AT END
                           if ws-cust-count < 2000
                               add 1 to ws-cust-count
                               move cust-record-acct
                                   to ws-cust-acct(ws-cust-count)
                               move cust-record-status
                                   to ws-cust-stat(ws-cust-count)
                               move 0
                                   to ws-cust-balance(ws-cust-count)
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-cust.

       check-ledger-accounts.
           move 0 to ws-miss-count
           move 0 to ws-miss-overflow
           move 'N' to ws-file-eof
           open input reciept-ledger
           if ws-ledger-status not = "00"
               close reciept-ledger
               exit paragraph
           end-if
           perform until file-eof
               read reciept-ledger
                   AT END move 'Y' to ws-file-eof
                   not AT END perform post-ledger-record
               end-read
           end-perform
           close reciept-ledger
           perform varying ws-miss-index from 1 by 1
               until ws-miss-index > ws-miss-count
               move ws-miss-uses(ws-miss-index) to ws-num-edit
               move "ORPHAN" to ws-find-kind
               move ws-miss-key(ws-miss-index) to ws-find-key
               move spaces to ws-find-reason
               string
                   function trim(ws-num-edit) delimited by size
                   " POSTINGS - NO CUSTOMER RECORD" delimited by size
                   into ws-find-reason
               end-string
               move "reciept-ledger.dat" to ws-find-file
               perform record-finding
           end-perform
           perform write-miss-overflow.

       post-ledger-record.
           move 0 to ws-cust-found
           perform varying ws-cust-index from 1 by 1
               until ws-cust-index > ws-cust-count
                   or ws-cust-found > 0
               if ws-cust-acct(ws-cust-index) = ledger-acct
                   move ws-cust-index to ws-cust-found
               end-if
           end-perform
           if ws-cust-found = 0
               move spaces to ws-miss-lookup
               move ledger-acct to ws-miss-lookup
               perform add-missing-key
               exit paragraph
           end-if
           if ledger-type = 'C'
               add ledger-amount to ws-cust-balance(ws-cust-found)
           else
               subtract ledger-amount
                   from ws-cust-balance(ws-cust-found)
           end-if.

       check-closed-accounts.
           perform varying ws-cust-index from 1 by 1
               until ws-cust-index > ws-cust-count
               if ws-cust-stat(ws-cust-index) = 'I'
                   and ws-cust-balance(ws-cust-index) not = 0
                   move ws-cust-balance(ws-cust-index) to ws-bal-edit
                   move "INACTIVE" to ws-find-kind
                   move ws-cust-acct(ws-cust-index) to ws-find-key
                   move spaces to ws-find-reason
                   string
                       "CLOSED ACCOUNT CARRIES BALANCE "
                           delimited by size
                       function trim(ws-bal-edit) delimited by size
                       into ws-find-reason
                   end-string
                   move "reciept-ledger.dat" to ws-find-file
                   perform record-finding
               end-if
           end-perform.

       write-control-totals.
           move spaces to ws-report-line
           write xref-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "ELVES " delimited by size
               ws-roster-count delimited by size
               " PLAYERS " delimited by size
               ws-plr-count delimited by size
               " SKUS " delimited by size
               ws-prod-count delimited by size
               " ACCOUNTS " delimited by size
               ws-cust-count delimited by size
               into ws-report-line
           end-string
           write xref-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "FINDINGS " delimited by size
               ws-finding-count delimited by size
               " ORPHAN " delimited by size
               ws-orphan-count delimited by size
               " DANGLING " delimited by size
               ws-dangling-count delimited by size
               " INACTIVE " delimited by size
               ws-inactive-count delimited by size
               into ws-report-line
           end-string
           write xref-report-record from ws-report-line.
