       identification division.
       program-id. "reciept-oper-maint".

       environment division.
       input-output section.
       file-control.
           select sysin assign to keyboard
               organization line sequential.
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

       fd reciept-oper.
       copy "reciept-oper-record.cpy".

       fd master-audit.
       01 master-audit-record pic x(160).

       working-storage section.
       01 ws-oper-status pic xx.
       01 ws-oper-eof pic x(1) value 'N'.
           88 oper-eof value 'Y'.
       01 ws-oper-count pic 9(3) value 0.
       01 ws-oper-table.
           05 ws-oper-entry occurs 1 to 200 times
               depending on ws-oper-count.
               10 ws-oper-id pic x(4).
               10 ws-oper-name pic x(20).
               10 ws-oper-level pic 9(1).
               10 ws-oper-stat pic x(1).
       01 ws-oper-index pic 9(3).
       01 ws-oper-found pic 9(3).
       01 ws-active-count pic 9(3).
       01 ws-manager-count pic 9(3).
       01 ws-dup-count pic 9(3) value 0.
       01 ws-maint-id pic x(4).
       01 ws-action pic x(1).
       01 ws-audit-action pic x(3).
       01 ws-manager-id pic x(4).
       01 ws-manager-ok pic x(1) value 'N'.
           88 manager-ok value 'Y'.
       01 ws-new-name pic x(20).
       01 ws-level-token pic x(4).
       01 ws-new-level pic 9(1).
       01 ws-level-bad pic x(1) value 'N'.
           88 level-bad value 'Y'.
       01 ws-old-name pic x(20).
       01 ws-old-level pic 9(1).
       01 ws-old-stat pic x(1).
       01 ws-audit-line pic x(160).
       01 ws-now pic x(21).
       01 ws-run-timestamp pic x(21).
       01 ws-changed-count pic 9(3) value 0.
       copy "bus-date-record.cpy".
       copy "file-gen-record.cpy".

       procedure division.
           move function current-date to ws-run-timestamp
           perform get-business-date

           perform load-operator-master
           display "Manager ID: "
           accept ws-manager-id from sysin
           perform check-manager
           if not manager-ok
               display "OPERATOR MAINTENANCE NEEDS AN ACTIVE LEVEL 3 "
                   "OPERATOR - " ws-manager-id " REFUSED"
               move 8 to return-code
               stop run
           end-if

           display "OPERATOR MAINTENANCE - " ws-oper-count
               " OPERATORS ON FILE"
           if ws-dup-count > 0
               display "WARNING: " ws-dup-count " DUPLICATE OPERATOR "
                   "IDS ON FILE - FIRST ENTRY IS MAINTAINED"
           end-if
           move "X" to ws-maint-id
           perform until ws-maint-id = "END"
               display "Operator ID (or END): "
               accept ws-maint-id from sysin
               if ws-maint-id not = "END"
                   perform maintain-one-operator
               end-if
           end-perform
           if ws-changed-count > 0
               perform save-operator-master
               display ws-oper-count " OPERATORS WRITTEN TO MASTER ("
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

      *    with no operator master the register runs open, so the
      *    first manager is set up by whoever runs this first; after
      *    that only an active manager may change the file.
       check-manager.
           move 'N' to ws-manager-ok
           if ws-oper-count = 0
               if ws-manager-id not = spaces
                   move 'Y' to ws-manager-ok
               end-if
               exit paragraph
           end-if
           move ws-manager-id to ws-maint-id
           perform find-operator
           if ws-oper-found > 0
               if ws-oper-level(ws-oper-found) >= 3
                   and ws-oper-stat(ws-oper-found) = 'A'
                   move 'Y' to ws-manager-ok
               end-if
           end-if.

       load-operator-master.
           move 0 to ws-oper-count
           open input reciept-oper
           if ws-oper-status = "00"
               perform until oper-eof
                   read reciept-oper
                       at end move 'Y' to ws-oper-eof
                       not at end
                           if ws-oper-count >= 200
                               display "MORE THAN 200 OPERATORS - "
                                   "CANNOT MAINTAIN SAFELY"
                               move 8 to return-code
                               stop run
                           end-if
                           move oper-record-id to ws-maint-id
                           perform find-operator
                           if ws-oper-found > 0
                               add 1 to ws-dup-count
                               display "DUPLICATE OPERATOR "
                                   oper-record-id " "
                                   oper-record-name
                           end-if
                           add 1 to ws-oper-count
                           move oper-record-id
                               to ws-oper-id(ws-oper-count)
                           move oper-record-name
                               to ws-oper-name(ws-oper-count)
                           if oper-record-level numeric
                               move oper-record-level
                                   to ws-oper-level(ws-oper-count)
                           else
                               move 1 to ws-oper-level(ws-oper-count)
                               display "WARNING: OPERATOR "
                                   oper-record-id
                                   " HAS NO LEVEL ON FILE - SET TO 1"
                           end-if
                           if oper-record-status = 'I'
                               move 'I' to ws-oper-stat(ws-oper-count)
                           else
                               move 'A' to ws-oper-stat(ws-oper-count)
                           end-if
                   end-read
               end-perform
           end-if
           close reciept-oper.

       save-operator-master.
           move 'B' to fg-function
           move "reciept-oper.dat" to fg-file-name
           move 3 to fg-keep
           call "filegen" using fg-record
               on exception
                   display "FILEGEN MODULE NOT AVAILABLE - "
                       "NO BACKUP TAKEN"
           end-call
           open output reciept-oper
           perform varying ws-oper-index from 1 by 1
               until ws-oper-index > ws-oper-count
               move ws-oper-id(ws-oper-index) to oper-record-id
               move ws-oper-name(ws-oper-index) to oper-record-name
               move ws-oper-level(ws-oper-index) to oper-record-level
               move ws-oper-stat(ws-oper-index) to oper-record-status
               write oper-record
           end-perform
           close reciept-oper.

       find-operator.
           move 0 to ws-oper-found
           perform varying ws-oper-index from 1 by 1
               until ws-oper-index > ws-oper-count
               or ws-oper-found > 0
               if ws-oper-id(ws-oper-index) = ws-maint-id
                   move ws-oper-index to ws-oper-found
               end-if
           end-perform.

       count-active-managers.
           move 0 to ws-active-count
           move 0 to ws-manager-count
           perform varying ws-oper-index from 1 by 1
               until ws-oper-index > ws-oper-count
               if ws-oper-stat(ws-oper-index) = 'A'
                   add 1 to ws-active-count
                   if ws-oper-level(ws-oper-index) >= 3
                       add 1 to ws-manager-count
                   end-if
               end-if
           end-perform.

       maintain-one-operator.
           if ws-maint-id = spaces
               display "OPERATOR ID MAY NOT BE BLANK"
               exit paragraph
           end-if
           perform find-operator
           if ws-oper-found = 0
               perform add-new-operator
               exit paragraph
           end-if
           move ws-oper-name(ws-oper-found) to ws-old-name
           move ws-oper-level(ws-oper-found) to ws-old-level
           move ws-oper-stat(ws-oper-found) to ws-old-stat
           display "  " ws-oper-name(ws-oper-found)
               " LEVEL " ws-oper-level(ws-oper-found)
               " STATUS " ws-oper-stat(ws-oper-found)
           display "Action (C=change name, L=change level, "
               "D=deactivate, A=reactivate, N=none): "
           accept ws-action from sysin
           evaluate ws-action
               when 'C'
                   perform change-operator-name
               when 'L'
                   perform change-operator-level
               when 'D'
                   perform deactivate-operator
               when 'A'
                   perform reactivate-operator
               when other
                   continue
           end-evaluate.

       add-new-operator.
      *    the register holds 50 operators in its table
           perform count-active-managers
           if ws-active-count >= 50
               display "50 ACTIVE OPERATORS ON FILE - NOT ADDED"
               exit paragraph
           end-if
           if ws-oper-count >= 200
               display "OPERATOR MASTER FULL - NOT ADDED"
               exit paragraph
           end-if
           display "NEW OPERATOR " ws-maint-id
           display "Name (blank to cancel): "
           accept ws-new-name from sysin
           if ws-new-name = spaces
               display "  NOT ADDED"
               exit paragraph
           end-if
           perform accept-valid-level
           if level-bad
               display "  NOT ADDED"
               exit paragraph
           end-if
           add 1 to ws-oper-count
           move ws-oper-count to ws-oper-found
           move ws-maint-id to ws-oper-id(ws-oper-found)
           move ws-new-name to ws-oper-name(ws-oper-found)
           move ws-new-level to ws-oper-level(ws-oper-found)
           move 'A' to ws-oper-stat(ws-oper-found)
           move spaces to ws-old-name
           move 0 to ws-old-level
           move space to ws-old-stat
           move "ADD" to ws-audit-action
           add 1 to ws-changed-count
           perform write-master-audit
           display "  ADDED AT LEVEL " ws-new-level.

       change-operator-name.
           display "Name: "
           accept ws-new-name from sysin
           if ws-new-name = spaces
               display "  NAME MAY NOT BE BLANK - NOT CHANGED"
               exit paragraph
           end-if
           move ws-new-name to ws-oper-name(ws-oper-found)
           move "CHG" to ws-audit-action
           add 1 to ws-changed-count
           perform write-master-audit.

       change-operator-level.
           perform accept-valid-level
           if level-bad
               display "  LEVEL NOT CHANGED"
               exit paragraph
           end-if
           if ws-new-level < 3 and ws-old-level >= 3
               and ws-oper-stat(ws-oper-found) = 'A'
               if ws-maint-id = ws-manager-id
                   display "  A MANAGER MAY NOT LOWER THEIR OWN LEVEL"
                   exit paragraph
               end-if
               perform count-active-managers
               if ws-manager-count <= 1
                   display "  LAST ACTIVE MANAGER - NOT CHANGED"
                   exit paragraph
               end-if
           end-if
           move ws-new-level to ws-oper-level(ws-oper-found)
           move "CHG" to ws-audit-action
           add 1 to ws-changed-count
           perform write-master-audit.

       deactivate-operator.
           if ws-oper-stat(ws-oper-found) = 'I'
               display "  ALREADY INACTIVE"
               exit paragraph
           end-if
           if ws-maint-id = ws-manager-id
               display "  A MANAGER MAY NOT DEACTIVATE THEMSELVES"
               exit paragraph
           end-if
           if ws-oper-level(ws-oper-found) >= 3
               perform count-active-managers
               if ws-manager-count <= 1
                   display "  LAST ACTIVE MANAGER - NOT DEACTIVATED"
                   exit paragraph
               end-if
           end-if
           move 'I' to ws-oper-stat(ws-oper-found)
           move "DEL" to ws-audit-action
           add 1 to ws-changed-count
           perform write-master-audit
           display "  DEACTIVATED - ID KEPT FOR THE AUTH LOG".

       reactivate-operator.
           if ws-oper-stat(ws-oper-found) = 'A'
               display "  ALREADY ACTIVE"
               exit paragraph
           end-if
           perform count-active-managers
           if ws-active-count >= 50
               display "  50 ACTIVE OPERATORS ON FILE - NOT REACTIVATED"
               exit paragraph
           end-if
           move 'A' to ws-oper-stat(ws-oper-found)
           move "REA" to ws-audit-action
           add 1 to ws-changed-count
           perform write-master-audit
           display "  REACTIVATED".

       accept-valid-level.
           move 'N' to ws-level-bad
           display "Level (1=cashier, 2=supervisor, 3=manager): "
           accept ws-level-token from sysin
           if ws-level-token(2:3) not = spaces
               or ws-level-token(1:1) < '1'
               or ws-level-token(1:1) > '3'
               move 'Y' to ws-level-bad
               display "LEVEL MUST BE 1, 2 OR 3"
               exit paragraph
           end-if
           move ws-level-token(1:1) to ws-new-level.

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
               " OPER " delimited by size
               ws-maint-id delimited by size
               " OLD " delimited by size
               ws-old-name delimited by size
               " " delimited by size
               ws-old-level delimited by size
               " " delimited by size
               ws-old-stat delimited by size
               " NEW " delimited by size
               ws-oper-name(ws-oper-found) delimited by size
               " " delimited by size
               ws-oper-level(ws-oper-found) delimited by size
               " " delimited by size
               ws-oper-stat(ws-oper-found) delimited by size
               into ws-audit-line
           end-string
           open extend master-audit
           write master-audit-record from ws-audit-line
           close master-audit
           move ws-oper-name(ws-oper-found) to ws-old-name
           move ws-oper-level(ws-oper-found) to ws-old-level
           move ws-oper-stat(ws-oper-found) to ws-old-stat.
