           select optional food-master assign to "food-master.dat"
               organization line sequential
               file status is ws-food-status.
           select optional elf-diet assign to "elf-diet.dat"
               organization line sequential
               file status is ws-diet-status.
           select plan-report assign to "calorie-plan.dat"
               organization line sequential.
           select plan-req assign to "calorie-plan-req.dat"
               organization line sequential.

       data division.
       file section.
           05 roster-record-status pic x(1).
           05 roster-record-eff pic x(8).
           05 roster-record-end pic x(8).
           05 roster-record-team pic x(4).
           05 roster-record-unit pic x(4).
           05 roster-record-team-eff pic x(8).

       fd food-master.
       01 food-record.
           05 food-record-cal pic 9(5).
           05 food-record-cat pic x(10).

       fd elf-diet.
       copy "elf-diet-record.cpy".

       fd plan-report.
       01 plan-report-record pic x(120).

       fd plan-req.
       copy "food-plan-record.cpy".

       working-storage section.
       01 ws-roster-status pic xx.
       01 ws-roster-eof pic x(1) value 'N'.
               10 ws-food-cal pic 9(5).
               10 ws-food-cat pic x(10).
       01 ws-food-index pic 9(3).
       01 ws-plan-table.
           05 ws-plan-qty pic 9(9) occurs 500 times.
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
       01 ws-rx-count pic 9(4) value 0.
       01 ws-rx-table.
           05 ws-rx-entry occurs 1 to 1000 times
               depending on ws-rx-count.
               10 ws-rx-elf pic 9(9).
               10 ws-rx-name pic x(20).
               10 ws-rx-short pic x(40).
       01 ws-rx-index pic 9(4).
       01 ws-rx-short-count pic 9(4) value 0.
       01 ws-rule-count pic 9(2) value 0.
       01 ws-rule-table.
           05 ws-rule-entry occurs 1 to 50 times
               depending on ws-rule-count.
               10 ws-rule-type pic x(1).
               10 ws-rule-value pic x(10).
       01 ws-rule-index pic 9(2).
       01 ws-food-ok pic x(1).
           88 food-ok value 'Y'.
       01 ws-group-count pic 9(5) value 0.
       01 ws-short-len pic 9(2).
       01 ws-trip-days pic 9(3).
       01 ws-daily-target pic 9(5).
       01 ws-elf-count pic 9(5) value 0.
           end-if
           compute ws-cat-pct(4) = 100 - ws-pct-sum

           perform load-diet
           perform count-active-elves
           if ws-elf-count = 0
               display "NO ACTIVE ELVES ON THE ROSTER - "

           compute ws-total-cals = ws-trip-days * ws-daily-target
               * ws-elf-count
           initialize ws-plan-table
           if ws-group-count > 0
               perform varying ws-cat-index from 1 by 1
                   until ws-cat-index > 4
                   perform plan-group-category
               end-perform
           end-if
           perform varying ws-rx-index from 1 by 1
               until ws-rx-index > ws-rx-count
               perform plan-restricted-elf
           end-perform

           open output plan-report
           open output plan-req
           move spaces to ws-report-line
           string
               "PROVISIONING PLAN RUN " delimited by size
               into ws-report-line
           end-string
           write plan-report-record from ws-report-line
           if ws-rx-count > 0
               perform report-restricted-elves
           end-if
           close plan-report
           close plan-req

           display "PACKING LIST WRITTEN TO calorie-plan.dat"
           display "REQUIREMENT WRITTEN TO calorie-plan-req.dat"
           if ws-rx-short-count > 0
               display ws-rx-short-count
                   " RESTRICTED ELVES CANNOT MEET TARGET"
           end-if.

       stop run.

                       not AT END
                           if roster-record-status not = 'I'
                               add 1 to ws-elf-count
                               perform sort-elf-by-diet
                           end-if
                   end-read
               end-perform
           end-if
           close elf-roster.

      *    an elf with any restriction on file is planned on their
      *    own from the foods left to them; everyone else is planned
      *    as one group.
       sort-elf-by-diet.
           perform varying ws-diet-index from 1 by 1
               until ws-diet-index > ws-diet-count
               or ws-diet-elf(ws-diet-index) = roster-record-id
               continue
           end-perform
           if ws-diet-index > ws-diet-count or ws-rx-count >= 1000
               add 1 to ws-group-count
               exit paragraph
           end-if
           add 1 to ws-rx-count
           move roster-record-id to ws-rx-elf(ws-rx-count)
           move roster-record-name to ws-rx-name(ws-rx-count)
           move spaces to ws-rx-short(ws-rx-count).

       load-diet.
           open input elf-diet
           if ws-diet-status = "00"
               perform until diet-eof
                   read elf-diet
                       AT END move 'Y' to ws-diet-eof
                       not AT END
                           if ws-diet-count < 5000
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

       load-food-master.
           open input food-master
           if ws-food-status = "00"
           end-if
           close food-master.

       plan-group-category.
           compute ws-cat-needed = ws-trip-days * ws-daily-target
               * ws-group-count * ws-cat-pct(ws-cat-index) / 100
           move 0 to ws-cat-foods
           perform varying ws-food-index from 1 by 1
               until ws-food-index > ws-food-count
               if function trim(ws-food-cat(ws-food-index))
                   = function trim(ws-cat-name(ws-cat-index))
                   and ws-food-cal(ws-food-index) > 0
                   add 1 to ws-cat-foods
               end-if
           end-perform
           if ws-cat-foods = 0
               exit paragraph
           end-if
           compute ws-food-share = ws-cat-needed / ws-cat-foods
           perform varying ws-food-index from 1 by 1
               until ws-food-index > ws-food-count
               if function trim(ws-food-cat(ws-food-index))
                   = function trim(ws-cat-name(ws-cat-index))
                   and ws-food-cal(ws-food-index) > 0
                   perform add-food-share
               end-if
           end-perform.

       add-food-share.
           compute ws-pack-qty =
               (ws-food-share + ws-food-cal(ws-food-index) - 1)
                   / ws-food-cal(ws-food-index)
           add ws-pack-qty to ws-plan-qty(ws-food-index).

       plan-restricted-elf.
           move 0 to ws-rule-count
           perform varying ws-diet-index from 1 by 1
               until ws-diet-index > ws-diet-count
               if ws-diet-elf(ws-diet-index) = ws-rx-elf(ws-rx-index)
                   and ws-rule-count < 50
                   add 1 to ws-rule-count
                   move ws-diet-type(ws-diet-index)
                       to ws-rule-type(ws-rule-count)
                   move ws-diet-value(ws-diet-index)
                       to ws-rule-value(ws-rule-count)
               end-if
           end-perform
           perform varying ws-cat-index from 1 by 1
               until ws-cat-index > 4
               perform plan-elf-category
           end-perform
           if ws-rx-short(ws-rx-index) not = spaces
               add 1 to ws-rx-short-count
           end-if.

       plan-elf-category.
           compute ws-cat-needed = ws-trip-days * ws-daily-target
               * ws-cat-pct(ws-cat-index) / 100
           if ws-cat-needed = 0
               exit paragraph
           end-if
           move 0 to ws-cat-foods
           perform varying ws-food-index from 1 by 1
               until ws-food-index > ws-food-count
               if function trim(ws-food-cat(ws-food-index))
                   = function trim(ws-cat-name(ws-cat-index))
                   and ws-food-cal(ws-food-index) > 0
                   perform check-food-permitted
                   if food-ok
                       add 1 to ws-cat-foods
                   end-if
               end-if
           end-perform
           if ws-cat-foods = 0
               perform note-elf-short
               exit paragraph
           end-if
           compute ws-food-share = ws-cat-needed / ws-cat-foods
           perform varying ws-food-index from 1 by 1
               until ws-food-index > ws-food-count
               if function trim(ws-food-cat(ws-food-index))
                   = function trim(ws-cat-name(ws-cat-index))
                   and ws-food-cal(ws-food-index) > 0
                   perform check-food-permitted
                   if food-ok
                       perform add-food-share
                   end-if
               end-if
           end-perform.

       check-food-permitted.
           move 'Y' to ws-food-ok
           perform varying ws-rule-index from 1 by 1
               until ws-rule-index > ws-rule-count or not food-ok
               if (ws-rule-type(ws-rule-index) = 'F'
                   and ws-rule-value(ws-rule-index)
                       = ws-food-code(ws-food-index))
               or (ws-rule-type(ws-rule-index) = 'C'
                   and ws-rule-value(ws-rule-index)
                       = ws-food-cat(ws-food-index))
                   move 'N' to ws-food-ok
               end-if
           end-perform.

       note-elf-short.
           if ws-rx-short(ws-rx-index) = spaces
               move "NO" to ws-rx-short(ws-rx-index)
           end-if
           compute ws-short-len = function length(function trim(
               ws-rx-short(ws-rx-index)))
           if ws-short-len < 30
               move ws-cat-name(ws-cat-index)
                   to ws-rx-short(ws-rx-index)(ws-short-len + 2:)
           end-if.

       report-restricted-elves.
           move spaces to ws-report-line
           string
               "RESTRICTED DIET ELVES " delimited by size
               ws-rx-count delimited by size
               " PLANNED FROM PERMITTED FOODS ONLY" delimited by size
               into ws-report-line
           end-string
           write plan-report-record from ws-report-line
           perform varying ws-rx-index from 1 by 1
               until ws-rx-index > ws-rx-count
               move spaces to ws-report-line
               if ws-rx-short(ws-rx-index) = spaces
                   string
                       "  ELF " delimited by size
                       ws-rx-elf(ws-rx-index) delimited by size
                       " " delimited by size
                       ws-rx-name(ws-rx-index) delimited by size
                       " PLAN OK" delimited by size
                       into ws-report-line
                   end-string
               else
                   string
                       "  ELF " delimited by size
                       ws-rx-elf(ws-rx-index) delimited by size
                       " " delimited by size
                       ws-rx-name(ws-rx-index) delimited by size
                       " CANNOT MEET TARGET - " delimited by size
                       ws-rx-short(ws-rx-index) delimited by size
                       into ws-report-line
                   end-string
               end-if
               write plan-report-record from ws-report-line
           end-perform.

       plan-one-category.
           compute ws-cat-needed = ws-total-cals
               * ws-cat-pct(ws-cat-index) / 100
               end-if
               exit paragraph
           end-if
           move 0 to ws-cat-provided
           perform varying ws-food-index from 1 by 1
               until ws-food-index > ws-food-count
               if function trim(ws-food-cat(ws-food-index))
                   = function trim(ws-cat-name(ws-cat-index))
                   and ws-food-cal(ws-food-index) > 0
                   and ws-plan-qty(ws-food-index) > 0
                   perform pack-one-food
               end-if
           end-perform
           write plan-report-record from ws-report-line.

       pack-one-food.
           move ws-plan-qty(ws-food-index) to ws-pack-qty
           compute ws-pack-cals = ws-pack-qty
               * ws-food-cal(ws-food-index)
           add ws-pack-cals to ws-cat-provided
           move ws-food-code(ws-food-index) to fpl-code
           move ws-pack-qty to fpl-qty
           move ws-trip-days to fpl-trip-days
           move ws-elf-count to fpl-elves
           move ws-run-timestamp(1:8) to fpl-plan-date
           write fpl-record
           move spaces to ws-report-line
           string
               "  FOOD " delimited by size
