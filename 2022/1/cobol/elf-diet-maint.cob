       identification division.
       program-id. "elf-diet-maint".

       environment division.
       input-output section.
       file-control.
           select sysin assign to keyboard
               organization line sequential.
           select optional elf-diet assign to "elf-diet.dat"
               organization line sequential
               file status is ws-diet-status.
           select optional elf-roster assign to "elf-roster.dat"
               organization line sequential
               file status is ws-roster-status.
           select optional food-master assign to "food-master.dat"
               organization line sequential
               file status is ws-food-status.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd elf-diet.
       copy "elf-diet-record.cpy".

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

       fd food-master.
       01 food-record.
           05 food-record-code pic x(8).
           05 food-record-desc pic x(20).
           05 food-record-cal pic 9(5).
           05 food-record-cat pic x(10).

       working-storage section.
       01 ws-diet-status pic xx.
       01 ws-diet-eof pic x(1) value 'N'.
           88 diet-eof value 'Y'.
       01 ws-diet-count pic 9(4) value 0.
       01 ws-diet-table.
           05 ws-diet-entry occurs 1 to 5000 times
               depending on ws-diet-count.
               10 ws-diet-elf pic 9(9).
               10 ws-diet-type pic x(1).
               10 ws-diet-value pic x(10).
       01 ws-diet-index pic 9(4).
       01 ws-diet-found pic 9(4).
       01 ws-diet-full pic x(1) value 'N'.
           88 diet-table-full value 'Y'.
       01 ws-diet-shown pic 9(3).
       01 ws-roster-status pic xx.
       01 ws-roster-eof pic x(1) value 'N'.
           88 roster-eof value 'Y'.
       01 ws-roster-fnd pic x(1) value 'N'.
           88 roster-found value 'Y'.
       01 ws-roster-name pic x(20).
       01 ws-food-status pic xx.
       01 ws-food-eof pic x(1) value 'N'.
           88 food-eof value 'Y'.
       01 ws-food-fnd pic x(1) value 'N'.
           88 food-found value 'Y'.
       01 ws-food-desc pic x(20).
       01 ws-maint-id pic 9(9).
       01 ws-action pic x(1).
       01 ws-entry-value pic x(10).
       01 ws-entry-type pic x(1).
       01 ws-run-timestamp pic x(21).
       01 ws-changed-count pic 9(5) value 0.
       copy "bus-date-record.cpy".

       procedure division.
           move function current-date to ws-run-timestamp
           perform get-business-date
           perform load-diet
           display "ELF DIETARY RESTRICTIONS - " ws-diet-count
               " RESTRICTIONS ON FILE"
           move 1 to ws-maint-id
           perform until ws-maint-id = 0
               display "Elf ID (0 to end): "
               accept ws-maint-id from sysin
               if ws-maint-id not = 0
                   perform maintain-one-elf
               end-if
           end-perform
           if ws-changed-count > 0
               perform save-diet
               if not diet-table-full
                   display ws-diet-count " RESTRICTIONS WRITTEN ("
                       ws-changed-count " CHANGED)"
               end-if
           else
               display "NO CHANGES - RESTRICTIONS NOT REWRITTEN"
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

       load-diet.
           move 0 to ws-diet-count
           move 'N' to ws-diet-full
           open input elf-diet
           if ws-diet-status = "00"
               perform until diet-eof
                   read elf-diet
                       at end move 'Y' to ws-diet-eof
                       not at end
                           if ws-diet-count >= 5000
                               if not diet-table-full
                                   display "DIET FILE EXCEEDS 5000 "
                                       "ENTRIES - CHANGES NOT SAVED"
                               end-if
                               move 'Y' to ws-diet-full
                           else
                               add 1 to ws-diet-count
                               move diet-elf-id
                                   to ws-diet-elf(ws-diet-count)
                               move diet-type
                                   to ws-diet-type(ws-diet-count)
                               move diet-value
                                   to ws-diet-value(ws-diet-count)
                           end-if
                   end-read
               end-perform
           end-if
           close elf-diet.

       save-diet.
           if diet-table-full
               display "RESTRICTIONS NOT REWRITTEN - TABLE OVERFLOWED "
                   "AT LOAD"
               exit paragraph
           end-if
           open output elf-diet
           perform varying ws-diet-index from 1 by 1
               until ws-diet-index > ws-diet-count
               if ws-diet-elf(ws-diet-index) not = 0
                   move ws-diet-elf(ws-diet-index) to diet-elf-id
                   move ws-diet-type(ws-diet-index) to diet-type
                   move ws-diet-value(ws-diet-index) to diet-value
                   write diet-record
               end-if
           end-perform
           close elf-diet.

       maintain-one-elf.
           perform find-roster-elf
           if not roster-found
               display "  ELF " ws-maint-id " NOT ON ROSTER"
               exit paragraph
           end-if
           display "  " ws-roster-name
           move 0 to ws-diet-shown
           perform varying ws-diet-index from 1 by 1
               until ws-diet-index > ws-diet-count
               if ws-diet-elf(ws-diet-index) = ws-maint-id
                   add 1 to ws-diet-shown
                   if ws-diet-type(ws-diet-index) = 'C'
                       display "  NO " ws-diet-value(ws-diet-index)
                           " (CATEGORY)"
                   else
                       display "  NO " ws-diet-value(ws-diet-index)
                           " (FOOD)"
                   end-if
               end-if
           end-perform
           if ws-diet-shown = 0
               display "  NO RESTRICTIONS"
           end-if
           move space to ws-action
           perform until ws-action = 'N'
               display "Action (A=add restriction, D=drop "
                   "restriction, N=none): "
               accept ws-action from sysin
               evaluate ws-action
                   when 'A'
                       perform add-restriction
                   when 'D'
                       perform drop-restriction
                   when other
                       move 'N' to ws-action
               end-evaluate
           end-perform.

      *    a category name restricts the whole category; anything
      *    else must be a code on the food master.
       add-restriction.
           display "Food code or category (PROTEIN/CARB/FAT/OTHER): "
           accept ws-entry-value from sysin
           if ws-entry-value = "PROTEIN" or "CARB" or "FAT" or "OTHER"
               move 'C' to ws-entry-type
           else
               perform find-food
               if not food-found
                   display "  FOOD " ws-entry-value
                       " NOT ON food-master.dat - NOT ADDED"
                   exit paragraph
               end-if
               move 'F' to ws-entry-type
           end-if
           perform find-restriction
           if ws-diet-found > 0
               display "  ALREADY RESTRICTED"
               exit paragraph
           end-if
           if ws-diet-count >= 5000
               display "  RESTRICTION FILE FULL - NOT ADDED"
               exit paragraph
           end-if
           add 1 to ws-diet-count
           move ws-maint-id to ws-diet-elf(ws-diet-count)
           move ws-entry-type to ws-diet-type(ws-diet-count)
           move ws-entry-value to ws-diet-value(ws-diet-count)
           add 1 to ws-changed-count
           if ws-entry-type = 'C'
               display "  ADDED - NO " ws-entry-value " FOODS"
           else
               display "  ADDED - NO " ws-food-desc
           end-if.

       drop-restriction.
           display "Food code or category to drop: "
           accept ws-entry-value from sysin
           perform find-restriction
           if ws-diet-found = 0
               display "  NOT RESTRICTED"
               exit paragraph
           end-if
           move 0 to ws-diet-elf(ws-diet-found)
           add 1 to ws-changed-count
           display "  DROPPED".

       find-restriction.
           move 0 to ws-diet-found
           perform varying ws-diet-index from 1 by 1
               until ws-diet-index > ws-diet-count
                   or ws-diet-found > 0
               if ws-diet-elf(ws-diet-index) = ws-maint-id
                   and ws-diet-value(ws-diet-index) = ws-entry-value
                   move ws-diet-index to ws-diet-found
               end-if
           end-perform.

       find-roster-elf.
           move 'N' to ws-roster-fnd
           move 'N' to ws-roster-eof
           open input elf-roster
           if ws-roster-status = "00"
               perform until roster-eof or roster-found
                   read elf-roster
                       at end move 'Y' to ws-roster-eof
                       not at end
                           if roster-record-id = ws-maint-id
                               move 'Y' to ws-roster-fnd
                               move roster-record-name
                                   to ws-roster-name
                           end-if
                   end-read
               end-perform
           end-if
           close elf-roster.

       find-food.
           move 'N' to ws-food-fnd
           move 'N' to ws-food-eof
           move spaces to ws-food-desc
           open input food-master
           if ws-food-status = "00"
               perform until food-eof or food-found
                   read food-master
                       at end move 'Y' to ws-food-eof
                       not at end
                           if food-record-code = ws-entry-value(1:8)
                               and ws-entry-value(9:2) = spaces
                               move 'Y' to ws-food-fnd
                               move food-record-desc to ws-food-desc
                           end-if
                   end-read
               end-perform
           end-if
           close food-master.
