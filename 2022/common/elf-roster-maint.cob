           select optional elf-roster assign to "elf-roster.dat"
               organization line sequential
               file status is ws-roster-status.
           select optional team-hist assign to "elf-team-history.dat"
               organization line sequential
               file status is ws-eth-status.

       data division.
       file section.
           05 roster-record-status pic x(1).
           05 roster-record-eff pic x(8).
           05 roster-record-end pic x(8).
           05 roster-record-team pic x(4).
           05 roster-record-unit pic x(4).
           05 roster-record-team-eff pic x(8).

       fd team-hist.
       copy "elf-team-hist-record.cpy".

       working-storage section.
       01 ws-roster-status pic xx.
               10 ws-roster-stat pic x(1).
               10 ws-roster-eff pic x(8).
               10 ws-roster-end pic x(8).
               10 ws-roster-team pic x(4).
               10 ws-roster-unit pic x(4).
               10 ws-roster-team-eff pic x(8).
       01 ws-roster-index pic 9(5).
       01 ws-roster-found pic 9(5).
       01 ws-maint-id pic 9(9).
       01 ws-action pic x(1).
       01 ws-entry-date pic x(8).
       01 ws-entry-team pic x(4).
       01 ws-entry-unit pic x(4).
       01 ws-eth-status pic xx.
       01 ws-run-timestamp pic x(21).
       01 ws-changed-count pic 9(5) value 0.
       copy "bus-date-record.cpy".
                               to ws-roster-eff(ws-roster-count)
                           move roster-record-end
                               to ws-roster-end(ws-roster-count)
                           move roster-record-team
                               to ws-roster-team(ws-roster-count)
                           move roster-record-unit
                               to ws-roster-unit(ws-roster-count)
                           move roster-record-team-eff
                               to ws-roster-team-eff(ws-roster-count)
                   end-read
               end-perform
           end-if
                   to roster-record-eff
               move ws-roster-end(ws-roster-index)
                   to roster-record-end
               move ws-roster-team(ws-roster-index)
                   to roster-record-team
               move ws-roster-unit(ws-roster-index)
                   to roster-record-unit
               move ws-roster-team-eff(ws-roster-index)
                   to roster-record-team-eff
               write roster-record
           end-perform
           close elf-roster.
                   " STATUS " ws-roster-stat(ws-roster-found)
                   " EFFECTIVE " ws-roster-eff(ws-roster-found)
                   " RETIRED " ws-roster-end(ws-roster-found)
               display "  TEAM " ws-roster-team(ws-roster-found)
                   " UNIT " ws-roster-unit(ws-roster-found)
                   " SINCE " ws-roster-team-eff(ws-roster-found)
               display "Action (C=change name, R=retire, "
                   "A=reactivate, T=team transfer, N=none): "
               accept ws-action from sysin
               evaluate ws-action
                   when 'C'
                       perform retire-elf
                   when 'A'
                       perform reactivate-elf
                   when 'T'
                       perform transfer-elf
                   when other
                       continue
               end-evaluate
               move ws-run-timestamp(1:8)
                   to ws-roster-eff(ws-roster-found)
               move spaces to ws-roster-end(ws-roster-found)
               move spaces to ws-roster-team(ws-roster-found)
               move spaces to ws-roster-unit(ws-roster-found)
               move spaces to ws-roster-team-eff(ws-roster-found)
               add 1 to ws-changed-count
               display "  ADDED AS ACTIVE FROM "
                   ws-roster-eff(ws-roster-found)
           add 1 to ws-changed-count
           display "  REACTIVATED FROM "
               ws-roster-eff(ws-roster-found).

      *    a team belongs to one unit, so a transfer onto a team that
      *    already has elves must name that team's unit. the move is
      *    appended to the team history straight away; the roster
      *    keeps only the assignment now in force.
       transfer-elf.
           if ws-roster-stat(ws-roster-found) = 'I'
               display "  RETIRED - REACTIVATE BEFORE A TRANSFER"
               exit paragraph
           end-if
           display "Team code (NONE to unassign): "
           accept ws-entry-team from sysin
           if ws-entry-team = spaces
               display "  TEAM NOT CHANGED"
               exit paragraph
           end-if
           if ws-entry-team = "NONE"
               move spaces to ws-entry-team
               move spaces to ws-entry-unit
           else
               display "Unit code: "
               accept ws-entry-unit from sysin
               if ws-entry-unit = spaces or "NONE"
                   display "  UNIT REQUIRED - TEAM NOT CHANGED"
                   exit paragraph
               end-if
               perform varying ws-roster-index from 1 by 1
                   until ws-roster-index > ws-roster-count
                   if ws-roster-team(ws-roster-index) = ws-entry-team
                       and ws-roster-unit(ws-roster-index)
                           not = ws-entry-unit
                       and ws-roster-index not = ws-roster-found
                       display "  TEAM " ws-entry-team " IS IN UNIT "
                           ws-roster-unit(ws-roster-index)
                           " - TEAM NOT CHANGED"
                       exit paragraph
                   end-if
               end-perform
           end-if
           if ws-entry-team = ws-roster-team(ws-roster-found)
               and ws-entry-unit = ws-roster-unit(ws-roster-found)
               display "  ALREADY ON THAT TEAM"
               exit paragraph
           end-if
           display "Effective date (YYYYMMDD, blank = today): "
           accept ws-entry-date from sysin
           if ws-entry-date = spaces
               move ws-run-timestamp(1:8) to ws-entry-date
           end-if
           if ws-entry-date not numeric
               display "  DATE MUST BE YYYYMMDD - TEAM NOT CHANGED"
               exit paragraph
           end-if
           if ws-roster-team-eff(ws-roster-found) not = spaces
               and ws-entry-date < ws-roster-team-eff(ws-roster-found)
               display "  DATE BEFORE CURRENT ASSIGNMENT "
                   ws-roster-team-eff(ws-roster-found)
                   " - TEAM NOT CHANGED"
               exit paragraph
           end-if
           move ws-entry-team to ws-roster-team(ws-roster-found)
           move ws-entry-unit to ws-roster-unit(ws-roster-found)
           move ws-entry-date to ws-roster-team-eff(ws-roster-found)
           move ws-maint-id to eth-elf-id
           move ws-entry-team to eth-team
           move ws-entry-unit to eth-unit
           move ws-entry-date to eth-eff
           move ws-run-timestamp(1:8) to eth-posted
           open extend team-hist
           write eth-record
           close team-hist
           add 1 to ws-changed-count
           if ws-entry-team = spaces
               display "  UNASSIGNED FROM " ws-entry-date
           else
               display "  ON TEAM " ws-entry-team " UNIT "
                   ws-entry-unit " FROM " ws-entry-date
           end-if.
