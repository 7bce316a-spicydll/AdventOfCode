       identification division.
       program-id. "reciept-cust-maint".

       environment division.
       input-output section.
       file-control.
           select sysin assign to keyboard
               organization line sequential.
           select optional reciept-cust assign to "reciept-cust.dat"
               organization line sequential
               file status is ws-cust-status.
           select optional reciept-ledger
               assign to "reciept-ledger.dat"
               organization line sequential
               file status is ws-ledger-status.
           select optional reciept-oper assign to "reciept-oper.dat"
               organization line sequential
               file status is ws-oper-status.
           select optional master-audit
               assign to "reciept-master-audit.dat"
               organization line sequential.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd reciept-cust.
       copy "reciept-cust-record.cpy".

       fd reciept-ledger.
       copy "reciept-ledger-record.cpy".

       fd reciept-oper.
       copy "reciept-oper-record.cpy".

       fd master-audit.
       01 master-audit-record pic x(160).

       working-storage section.
       01 ws-cust-status pic xx.
       01 ws-cust-eof pic x(1) value 'N'.
           88 cust-eof value 'Y'.
       01 ws-ledger-status pic xx.
       01 ws-ledger-eof pic x(1) value 'N'.
           88 ledger-eof value 'Y'.
       01 ws-oper-status pic xx.
       01 ws-oper-eof pic x(1) value 'N'.
           88 oper-eof value 'Y'.
       01 ws-cust-count pic 9(4) value 0.
       01 ws-cust-table.
           05 ws-cust-entry occurs 1 to 2000 times
               depending on ws-cust-count.
               10 ws-cust-acct pic 9(5).
               10 ws-cust-name pic x(20).
               10 ws-cust-limit pic 9(7)v9(2).
               10 ws-cust-stat pic x(1).
       01 ws-cust-index pic 9(4).
       01 ws-cust-found pic 9(4).
       01 ws-dup-count pic 9(4) value 0.
       01 ws-maint-acct pic 9(5).
       01 ws-action pic x(1).
       01 ws-audit-action pic x(3).
       01 ws-manager-id pic x(4).
       01 ws-manager-ok pic x(1) value 'N'.
           88 manager-ok value 'Y'.
       01 ws-oper-on-file pic x(1) value 'N'.
           88 oper-on-file value 'Y'.
       01 ws-new-name pic x(20).
       01 ws-limit-token pic x(12).
       01 ws-limit-len pic 9(2).
       01 ws-char-index pic 9(2).
       01 ws-point-count pic 9(2).
       01 ws-limit-bad pic x(1) value 'N'.
           88 limit-bad value 'Y'.
       01 ws-new-limit pic 9(7)v9(2).
       01 ws-acct-charged pic 9(9)v9(2).
       01 ws-acct-paid pic 9(9)v9(2).
       01 ws-acct-balance pic s9(9)v9(2).
       01 ws-acct-bal-abs pic 9(9)v9(2).
       01 ws-acct-bal-sign pic x(1).
       01 ws-old-name pic x(20).
       01 ws-old-limit pic 9(7)v9(2).
       01 ws-old-stat pic x(1).
       01 ws-audit-line pic x(160).
       01 ws-now pic x(21).
       01 ws-run-timestamp pic x(21).
       01 ws-changed-count pic 9(4) value 0.
       copy "bus-date-record.cpy".
       copy "file-gen-record.cpy".

       procedure division.
           move function current-date to ws-run-timestamp
           perform get-business-date

           display "Manager ID: "
           accept ws-manager-id from sysin
           perform check-manager
           if not manager-ok
               display "CUSTOMER MAINTENANCE NEEDS AN ACTIVE LEVEL 3 "
                   "OPERATOR - " ws-manager-id " REFUSED"
               move 8 to return-code
               stop run
           end-if

           perform load-customer-master
           display "CUSTOMER MAINTENANCE - " ws-cust-count
               " ACCOUNTS ON FILE"
           if ws-dup-count > 0
               display "WARNING: " ws-dup-count " DUPLICATE ACCOUNT "
                   "NUMBERS ON FILE - FIRST ENTRY IS MAINTAINED"
           end-if
           move 1 to ws-maint-acct
           perform until ws-maint-acct = 0
               display "Account number (0 to end): "
               accept ws-maint-acct from sysin
               if ws-maint-acct not = 0
                   perform maintain-one-customer
               end-if
           end-perform
           if ws-changed-count > 0
               perform save-customer-master
               display ws-cust-count " ACCOUNTS WRITTEN TO MASTER ("
                   ws-changed-count " CHANGED)"
           else
               display "NO CHANGES - MASTER NOT REWRITTEN"
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

      *    the register runs open when there is no operator master, so
      *    maintenance does too; once operators exist only an active
      *    manager may change the customer master.
       check-manager.
           move 'N' to ws-manager-ok
           move 'N' to ws-oper-on-file
           move 'N' to ws-oper-eof
           open input reciept-oper
           if ws-oper-status = "00"
               perform until oper-eof
                   read reciept-oper
                       at end move 'Y' to ws-oper-eof
                       not at end
                           move 'Y' to ws-oper-on-file
                           if oper-record-id = ws-manager-id
                               and oper-record-level >= 3
                               and oper-record-status not = 'I'
                               move 'Y' to ws-manager-ok
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-oper
           if not oper-on-file and ws-manager-id not = spaces
               move 'Y' to ws-manager-ok
           end-if.

       load-customer-master.
           move 0 to ws-cust-count
           open input reciept-cust
           if ws-cust-status = "00"
               perform until cust-eof
                   read reciept-cust
                       at end move 'Y' to ws-cust-eof
                       not at end
                           if ws-cust-count >= 2000
                               display "MORE THAN 2000 CUSTOMERS - "
                                   "CANNOT MAINTAIN SAFELY"
                               move 8 to return-code
                               stop run
                           end-if
                           move cust-record-acct to ws-maint-acct
                           perform find-customer
                           if ws-cust-found > 0
                               add 1 to ws-dup-count
                               display "DUPLICATE ACCOUNT "
                                   cust-record-acct " "
                                   cust-record-name
                           end-if
                           add 1 to ws-cust-count
                           move cust-record-acct
                               to ws-cust-acct(ws-cust-count)
                           move cust-record-name
                               to ws-cust-name(ws-cust-count)
                           if cust-record-limit numeric
                               move cust-record-limit
                                   to ws-cust-limit(ws-cust-count)
                           else
                               move 0 to ws-cust-limit(ws-cust-count)
                               display "WARNING: ACCOUNT "
                                   cust-record-acct
                                   " HAS NON-NUMERIC LIMIT ON FILE"
                                   " - SET TO 0"
                           end-if
                           if cust-record-status = 'I'
                               move 'I' to ws-cust-stat(ws-cust-count)
                           else
                               move 'A' to ws-cust-stat(ws-cust-count)
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-cust.

       save-customer-master.
           move 'B' to fg-function
           move "reciept-cust.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output reciept-cust
           perform varying ws-cust-index from 1 by 1
               until ws-cust-index > ws-cust-count
               move ws-cust-acct(ws-cust-index) to cust-record-acct
               move ws-cust-name(ws-cust-index) to cust-record-name
               move ws-cust-limit(ws-cust-index) to cust-record-limit
               move ws-cust-stat(ws-cust-index) to cust-record-status
               write cust-record
           end-perform
           close reciept-cust.

       find-customer.
           move 0 to ws-cust-found
           perform varying ws-cust-index from 1 by 1
               until ws-cust-index > ws-cust-count
               or ws-cust-found > 0
               if ws-cust-acct(ws-cust-index) = ws-maint-acct
                   move ws-cust-index to ws-cust-found
               end-if
           end-perform.

       maintain-one-customer.
           perform find-customer
           if ws-cust-found = 0
               perform add-new-customer
               exit paragraph
           end-if
           move ws-cust-name(ws-cust-found) to ws-old-name
           move ws-cust-limit(ws-cust-found) to ws-old-limit
           move ws-cust-stat(ws-cust-found) to ws-old-stat
           perform compute-ledger-balance
           display "  " ws-cust-name(ws-cust-found)
               " LIMIT $" ws-cust-limit(ws-cust-found)
               " STATUS " ws-cust-stat(ws-cust-found)
               " BALANCE " ws-acct-bal-sign "$" ws-acct-bal-abs
           display "Action (C=change name, L=change limit, "
               "D=deactivate, A=reactivate, N=none): "
           accept ws-action from sysin
           evaluate ws-action
               when 'C'
                   perform change-customer-name
               when 'L'
                   perform change-customer-limit
               when 'D'
                   perform deactivate-customer
               when 'A'
                   perform reactivate-customer
               when other
                   continue
           end-evaluate.

       add-new-customer.
      *    the register holds 200 accounts in its table
           if ws-cust-count >= 200
               display "CUSTOMER MASTER FULL (200) - NOT ADDED"
               exit paragraph
           end-if
           if ws-maint-acct not numeric
               display "ACCOUNT NUMBER MUST BE NUMERIC - NOT ADDED"
               exit paragraph
           end-if
           display "NEW ACCOUNT " ws-maint-acct
           display "Name (blank to cancel): "
           accept ws-new-name from sysin
           if ws-new-name = spaces
               display "  NOT ADDED"
               exit paragraph
           end-if
           perform accept-valid-limit
           if limit-bad
               display "  NOT ADDED"
               exit paragraph
           end-if
           add 1 to ws-cust-count
           move ws-cust-count to ws-cust-found
           move ws-maint-acct to ws-cust-acct(ws-cust-found)
           move ws-new-name to ws-cust-name(ws-cust-found)
           move ws-new-limit to ws-cust-limit(ws-cust-found)
           move 'A' to ws-cust-stat(ws-cust-found)
           move spaces to ws-old-name
           move 0 to ws-old-limit
           move space to ws-old-stat
           move "ADD" to ws-audit-action
           add 1 to ws-changed-count
           perform write-master-audit
           display "  ADDED WITH LIMIT $" ws-new-limit.

       change-customer-name.
           display "Name: "
           accept ws-new-name from sysin
           if ws-new-name = spaces
               display "  NAME MAY NOT BE BLANK - NOT CHANGED"
               exit paragraph
           end-if
           move ws-new-name to ws-cust-name(ws-cust-found)
           move "CHG" to ws-audit-action
           add 1 to ws-changed-count
           perform write-master-audit.

       change-customer-limit.
           perform accept-valid-limit
           if limit-bad
               display "  LIMIT NOT CHANGED"
               exit paragraph
           end-if
           if ws-new-limit < ws-acct-balance
               display "  WARNING: NEW LIMIT IS BELOW THE CURRENT "
                   "BALANCE - FURTHER CHARGES WILL BE REFUSED"
           end-if
           move ws-new-limit to ws-cust-limit(ws-cust-found)
           move "CHG" to ws-audit-action
           add 1 to ws-changed-count
           perform write-master-audit.

       deactivate-customer.
           if ws-cust-stat(ws-cust-found) = 'I'
               display "  ALREADY INACTIVE"
               exit paragraph
           end-if
           if ws-acct-balance not = 0
               display "  ACCOUNT " ws-maint-acct " HAS A BALANCE OF "
                   ws-acct-bal-sign "$" ws-acct-bal-abs
                   " - NOT DEACTIVATED"
               exit paragraph
           end-if
           move 'I' to ws-cust-stat(ws-cust-found)
           move "DEL" to ws-audit-action
           add 1 to ws-changed-count
           perform write-master-audit
           display "  DEACTIVATED - LEDGER HISTORY KEPT".

       reactivate-customer.
           if ws-cust-stat(ws-cust-found) = 'A'
               display "  ALREADY ACTIVE"
               exit paragraph
           end-if
           move 'A' to ws-cust-stat(ws-cust-found)
           move "REA" to ws-audit-action
           add 1 to ws-changed-count
           perform write-master-audit
           display "  REACTIVATED".

       accept-valid-limit.
           move 'N' to ws-limit-bad
           move 0 to ws-new-limit
           move 0 to ws-point-count
           display "Credit limit (e.g. 500.00): "
           accept ws-limit-token from sysin
           compute ws-limit-len =
               function length(function trim(ws-limit-token))
           if ws-limit-token = spaces or ws-limit-len > 10
               move 'Y' to ws-limit-bad
               display "CREDIT LIMIT MUST BE 1-7 DIGITS WITH "
                   "OPTIONAL CENTS"
               exit paragraph
           end-if
           perform varying ws-char-index from 1 by 1
               until ws-char-index > ws-limit-len or limit-bad
               if ws-limit-token(ws-char-index:1) = '.'
                   add 1 to ws-point-count
               else
                   if ws-limit-token(ws-char-index:1) < '0'
                       or ws-limit-token(ws-char-index:1) > '9'
                       move 'Y' to ws-limit-bad
                       display "CREDIT LIMIT MUST BE NUMERIC"
                   end-if
               end-if
           end-perform
           if limit-bad
               exit paragraph
           end-if
           if ws-point-count > 1
               move 'Y' to ws-limit-bad
               display "CREDIT LIMIT HAS MORE THAN ONE POINT"
               exit paragraph
           end-if
           if function numval(ws-limit-token) > 9999999.99
               move 'Y' to ws-limit-bad
               display "CREDIT LIMIT TOO LARGE"
               exit paragraph
           end-if
           compute ws-new-limit = function numval(ws-limit-token)
           if ws-new-limit = 0
               move 'Y' to ws-limit-bad
               display "CREDIT LIMIT MUST BE GREATER THAN ZERO"
           end-if.

       compute-ledger-balance.
           move 0 to ws-acct-charged
           move 0 to ws-acct-paid
           move 'N' to ws-ledger-eof
           open input reciept-ledger
           if ws-ledger-status = "00"
               perform until ledger-eof
                   read reciept-ledger
                       at end move 'Y' to ws-ledger-eof
                       not at end
                           if ledger-acct = ws-maint-acct
                               if ledger-type = 'C'
                                   add ledger-amount
                                       to ws-acct-charged
                               else
                                   add ledger-amount to ws-acct-paid
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-ledger
           compute ws-acct-balance = ws-acct-charged - ws-acct-paid
           if ws-acct-balance < 0
               move '-' to ws-acct-bal-sign
               compute ws-acct-bal-abs = 0 - ws-acct-balance
           else
               move '+' to ws-acct-bal-sign
               move ws-acct-balance to ws-acct-bal-abs
           end-if.

       write-master-audit.
           move function current-date to ws-now
           move spaces to ws-audit-line
           string
               "DATE " delimited by size
               ws-run-timestamp(1:8) delimited by size
               " TIME " delimited by size
               ws-now(9:6) delimited by size
               " MANAGER " delimited by size
               ws-manager-id delimited by size
               " " delimited by size
               ws-audit-action delimited by size
               " CUST " delimited by size
               ws-maint-acct delimited by size
               " OLD " delimited by size
               ws-old-name delimited by size
               " " delimited by size
               ws-old-limit delimited by size
               " " delimited by size
               ws-old-stat delimited by size
               " NEW " delimited by size
               ws-cust-name(ws-cust-found) delimited by size
               " " delimited by size
               ws-cust-limit(ws-cust-found) delimited by size
               " " delimited by size
               ws-cust-stat(ws-cust-found) delimited by size
               into ws-audit-line
           end-string
           open extend master-audit
           write master-audit-record from ws-audit-line
           close master-audit
           move ws-cust-name(ws-cust-found) to ws-old-name
           move ws-cust-limit(ws-cust-found) to ws-old-limit
           move ws-cust-stat(ws-cust-found) to ws-old-stat.
