       identification division.
       program-id. "day8-permit".

       environment division.
       input-output section.
       file-control.
           select sysin assign to keyboard
               organization line sequential.
           select optional day8-permits assign to "day8permits.dat"
               organization line sequential
               file status is ws-permit-status.
           select optional day8-sites assign to "day8sites.dat"
               organization line sequential
               file status is ws-sites-status.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd day8-permits.
       copy "day8-permit-record.cpy".

       fd day8-sites.
       01 site-record.
           05 filler pic x(5).
           05 site-grid pic 9(9).
           05 filler pic x(6).
           05 site-rank pic 9(4).
           05 filler pic x(5).
           05 site-row pic 9(2).
           05 filler pic x(5).
           05 site-col pic 9(2).
           05 filler pic x(61).

       working-storage section.
       01 ws-permit-status pic xx.
       01 ws-permit-eof pic x(1) value 'N'.
           88 permit-eof value 'Y'.
       01 ws-pmt-count pic 9(5) value 0.
       01 ws-pmt-table.
           05 ws-pmt-entry occurs 1 to 20000 times
               depending on ws-pmt-count.
               10 ws-pmt-data pic x(74).
       01 ws-pmt-index pic 9(5).
       01 ws-pmt-found pic 9(5).
       01 ws-pmt-full pic x(1) value 'N'.
           88 pmt-table-full value 'Y'.
       01 ws-pmt-next pic 9(6) value 0.
       01 ws-sites-status pic xx.
       01 ws-sites-eof pic x(1) value 'N'.
           88 sites-eof value 'Y'.
       01 ws-site-count pic 9(5) value 0.
       01 ws-site-table.
           05 ws-site-entry occurs 1 to 9999 times
               depending on ws-site-count.
               10 ws-site-grid pic 9(3).
               10 ws-site-row pic 9(2).
               10 ws-site-col pic 9(2).
       01 ws-site-index pic 9(5).
       01 ws-site-found pic x(1) value 'N'.
           88 site-found value 'Y'.
       01 ws-action pic x(10).
           88 action-apply value 'A'.
           88 action-approve value 'P'.
           88 action-reject value 'J'.
       01 ws-num-token pic x(10).
       01 ws-token-len pic 9(2).
       01 ws-char-index pic 9(2).
       01 ws-token-bad pic x(1) value 'N'.
           88 token-bad value 'Y'.
       01 ws-grid pic 9(3).
       01 ws-row pic 9(2).
       01 ws-col pic 9(2).
       01 ws-permit-num pic 9(6).
       01 ws-person pic x(20).
       01 ws-status-label pic x(8).
       01 ws-operator-id pic x(4).
       01 ws-run-timestamp pic x(21).
       01 ws-changed-count pic 9(5) value 0.
       copy "bus-date-record.cpy".
       copy "file-gen-record.cpy".

       procedure division.
           move function current-date to ws-run-timestamp
           perform get-business-date

           display "Operator ID: "
           accept ws-operator-id from sysin

           perform load-permits
           perform load-candidate-sites
           display "SITE PERMITS - " ws-pmt-count " ON FILE, "
               ws-site-count " CANDIDATE SITES"
           move spaces to ws-action
           perform until ws-action = "END"
               display "Action (A=apply, P=approve, J=reject, END): "
               accept ws-action from sysin
               evaluate true
                   when ws-action = "END"
                       continue
                   when action-apply
                       perform apply-for-permit
                   when action-approve
                       perform decide-permit
                   when action-reject
                       perform decide-permit
                   when other
                       display "UNKNOWN ACTION '"
                           function trim(ws-action) "'"
               end-evaluate
           end-perform
           if ws-changed-count > 0
               perform save-permits
               if not pmt-table-full
                   display ws-changed-count " PERMIT CHANGES POSTED"
               end-if
           else
               display "NO CHANGES - PERMIT FILE NOT REWRITTEN"
           end-if.

       stop run.

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

       load-permits.
           open input day8-permits
           if ws-permit-status = "00"
               perform until permit-eof
                   read day8-permits
                       AT END move 'Y' to ws-permit-eof
                       not AT END
                           if ws-pmt-count >= 20000
                               if not pmt-table-full
                                   display "PERMIT FILE EXCEEDS 20000 "
                                       "PERMITS - CHANGES NOT SAVED"
                               end-if
                               move 'Y' to ws-pmt-full
                           else
                               add 1 to ws-pmt-count
                               move pmt-record
                                   to ws-pmt-data(ws-pmt-count)
                           end-if
                           if pmt-number > ws-pmt-next
                               move pmt-number to ws-pmt-next
                           end-if
                   end-read
               end-perform
           end-if
           close day8-permits.

       save-permits.
           if pmt-table-full
               display "PERMIT FILE NOT REWRITTEN - TABLE OVERFLOWED "
                   "AT LOAD"
               exit paragraph
           end-if
           move 'B' to fg-function
           move "day8permits.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output day8-permits
           perform varying ws-pmt-index from 1 by 1
               until ws-pmt-index > ws-pmt-count
               move ws-pmt-data(ws-pmt-index) to pmt-record
               write pmt-record
           end-perform
           close day8-permits.

      *    the candidate sites are those of the last survey run made
      *    with site selection on (day8sites.par present).
       load-candidate-sites.
           open input day8-sites
           if ws-sites-status = "00"
               perform until sites-eof
                   read day8-sites
                       AT END move 'Y' to ws-sites-eof
                       not AT END
                           if site-grid numeric and site-row numeric
                               and site-col numeric
                               and ws-site-count < 9999
                               add 1 to ws-site-count
                               move site-grid
                                   to ws-site-grid(ws-site-count)
                               move site-row
                                   to ws-site-row(ws-site-count)
                               move site-col
                                   to ws-site-col(ws-site-count)
                           end-if
                   end-read
               end-perform
           end-if
           close day8-sites.

      *    a site can be applied for only if it is a current
      *    candidate site and has no application pending or approved.
      *    a rejected site may be applied for again.
       apply-for-permit.
           display "Grid number: "
           accept ws-num-token from sysin
           perform check-numeric-token
           if token-bad or ws-token-len > 3
               display "GRID MUST BE 1-3 DIGITS - NO APPLICATION"
               exit paragraph
           end-if
           compute ws-grid = function numval(ws-num-token)
           display "Row: "
           accept ws-num-token from sysin
           perform check-numeric-token
           if token-bad or ws-token-len > 2
               display "ROW MUST BE 1-2 DIGITS - NO APPLICATION"
               exit paragraph
           end-if
           compute ws-row = function numval(ws-num-token)
           display "Col: "
           accept ws-num-token from sysin
           perform check-numeric-token
           if token-bad or ws-token-len > 2
               display "COL MUST BE 1-2 DIGITS - NO APPLICATION"
               exit paragraph
           end-if
           compute ws-col = function numval(ws-num-token)
           move 'N' to ws-site-found
           perform varying ws-site-index from 1 by 1
               until ws-site-index > ws-site-count or site-found
               if ws-site-grid(ws-site-index) = ws-grid
                   and ws-site-row(ws-site-index) = ws-row
                   and ws-site-col(ws-site-index) = ws-col
                   move 'Y' to ws-site-found
               end-if
           end-perform
           if not site-found
               display "GRID " ws-grid " ROW " ws-row " COL " ws-col
                   " IS NOT A CANDIDATE SITE IN day8sites.dat"
               exit paragraph
           end-if
           perform varying ws-pmt-index from 1 by 1
               until ws-pmt-index > ws-pmt-count
               move ws-pmt-data(ws-pmt-index) to pmt-record
               if pmt-grid = ws-grid and pmt-row = ws-row
                   and pmt-col = ws-col
                   and (pmt-pending or pmt-approved)
                   perform show-permit
                   display "SITE ALREADY HAS PERMIT " pmt-number
                       " - NO APPLICATION"
                   exit paragraph
               end-if
           end-perform
           if ws-pmt-count >= 20000
               display "PERMIT FILE FULL - NO APPLICATION"
               exit paragraph
           end-if
           display "Applicant name: "
           accept ws-person from sysin
           if ws-person = spaces
               display "APPLICANT NAME REQUIRED - NO APPLICATION"
               exit paragraph
           end-if
           add 1 to ws-pmt-next
           initialize pmt-record
           move ws-pmt-next to pmt-number
           move ws-grid to pmt-grid
           move ws-row to pmt-row
           move ws-col to pmt-col
           move ws-person to pmt-applicant
           move ws-run-timestamp(1:8) to pmt-applied
           move 'A' to pmt-status
           move spaces to pmt-decided
           move spaces to pmt-approver
           move ws-operator-id to pmt-operator
           add 1 to ws-pmt-count
           move pmt-record to ws-pmt-data(ws-pmt-count)
           add 1 to ws-changed-count
           display "  PERMIT " pmt-number " APPLIED FOR".

      *    only a pending application can be decided, and the
      *    decision carries the approver's name.
       decide-permit.
           display "Permit number: "
           accept ws-num-token from sysin
           perform check-numeric-token
           if token-bad or ws-token-len > 6
               display "PERMIT NUMBER MUST BE 1-6 DIGITS"
               exit paragraph
           end-if
           compute ws-permit-num = function numval(ws-num-token)
           move 0 to ws-pmt-found
           perform varying ws-pmt-index from 1 by 1
               until ws-pmt-index > ws-pmt-count
               move ws-pmt-data(ws-pmt-index) to pmt-record
               if pmt-number = ws-permit-num
                   move ws-pmt-index to ws-pmt-found
               end-if
           end-perform
           if ws-pmt-found = 0
               display "PERMIT " ws-permit-num " NOT ON FILE"
               exit paragraph
           end-if
           move ws-pmt-data(ws-pmt-found) to pmt-record
           perform show-permit
           if not pmt-pending
               display "PERMIT " pmt-number " IS " ws-status-label
                   " - NO DECISION ALLOWED"
               exit paragraph
           end-if
           display "Approver name: "
           accept ws-person from sysin
           if ws-person = spaces
               display "APPROVER NAME REQUIRED - PERMIT "
                   pmt-number " NOT CHANGED"
               exit paragraph
           end-if
           if action-approve
               move 'P' to pmt-status
           else
               move 'J' to pmt-status
           end-if
           move ws-run-timestamp(1:8) to pmt-decided
           move ws-person to pmt-approver
           move ws-operator-id to pmt-operator
           move pmt-record to ws-pmt-data(ws-pmt-found)
           add 1 to ws-changed-count
           perform show-permit.

       show-permit.
           evaluate true
               when pmt-pending
                   move "APPLIED" to ws-status-label
               when pmt-approved
                   move "APPROVED" to ws-status-label
               when pmt-rejected
                   move "REJECTED" to ws-status-label
               when other
                   move pmt-status to ws-status-label
           end-evaluate
           display "  PERMIT " pmt-number " GRID " pmt-grid
               " ROW " pmt-row " COL " pmt-col " "
               function trim(pmt-applicant) " " pmt-applied
               " " ws-status-label " " pmt-decided " "
               function trim(pmt-approver).

       check-numeric-token.
           move 'N' to ws-token-bad
           compute ws-token-len =
               function length(function trim(ws-num-token))
           if ws-num-token = spaces
               move 'Y' to ws-token-bad
               exit paragraph
           end-if
           perform varying ws-char-index from 1 by 1
               until ws-char-index > ws-token-len or token-bad
               if ws-num-token(ws-char-index:1) < '0'
                   or ws-num-token(ws-char-index:1) > '9'
                   move 'Y' to ws-token-bad
               end-if
           end-perform.
