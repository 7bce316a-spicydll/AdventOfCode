       identification division.
       program-id. "elfteam".

       environment division.
       input-output section.
       file-control.
           select optional team-hist assign to "elf-team-history.dat"
               organization line sequential
               file status is ws-eth-status.
           select optional elf-roster assign to "elf-roster.dat"
               organization line sequential
               file status is ws-roster-status.

       data division.
       file section.
       fd team-hist.
       copy "elf-team-hist-record.cpy".

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

       working-storage section.
       01 ws-loaded pic x(1) value 'N'.
           88 tables-loaded value 'Y'.
       01 ws-eth-status pic xx.
       01 ws-eth-eof pic x(1) value 'N'.
           88 eth-eof value 'Y'.
       01 ws-eth-count pic 9(5) value 0.
       01 ws-eth-table.
           05 ws-eth-entry occurs 1 to 30000 times
               depending on ws-eth-count.
               10 ws-eth-elf pic 9(9).
               10 ws-eth-team pic x(4).
               10 ws-eth-unit pic x(4).
               10 ws-eth-eff pic x(8).
       01 ws-eth-index pic 9(5).
       01 ws-eth-best pic 9(5).
       01 ws-roster-status pic xx.
       01 ws-roster-eof pic x(1) value 'N'.
           88 roster-eof value 'Y'.
       01 ws-roster-count pic 9(5) value 0.
       01 ws-roster-table.
           05 ws-roster-entry occurs 1 to 30000 times
               depending on ws-roster-count.
               10 ws-roster-id pic 9(9).
               10 ws-roster-team pic x(4).
               10 ws-roster-unit pic x(4).
               10 ws-roster-team-eff pic x(8).
       01 ws-roster-index pic 9(5).

       linkage section.
       copy "elf-team-parm.cpy".

       procedure division using et-record.
           if not tables-loaded
               perform load-history
               perform load-roster
               move 'Y' to ws-loaded
           end-if
           evaluate et-function
               when 'L'
                   perform look-up-team
               when other
                   perform look-up-team
           end-evaluate
           goback.

       load-history.
           move 0 to ws-eth-count
           open input team-hist
           if ws-eth-status = "00"
               perform until eth-eof
                   read team-hist
                       AT END move 'Y' to ws-eth-eof
                       not AT END
                           if ws-eth-count < 30000
                               add 1 to ws-eth-count
                               move eth-elf-id
                                   to ws-eth-elf(ws-eth-count)
                               move eth-team
                                   to ws-eth-team(ws-eth-count)
                               move eth-unit
                                   to ws-eth-unit(ws-eth-count)
                               move eth-eff
                                   to ws-eth-eff(ws-eth-count)
                           end-if
                   end-read
               end-perform
           end-if
           close team-hist.

       load-roster.
           move 0 to ws-roster-count
           open input elf-roster
           if ws-roster-status = "00"
               perform until roster-eof
                   read elf-roster
                       AT END move 'Y' to ws-roster-eof
                       not AT END
                           if ws-roster-count < 30000
                               add 1 to ws-roster-count
                               move roster-record-id
                                   to ws-roster-id(ws-roster-count)
                               move roster-record-team
                                   to ws-roster-team(ws-roster-count)
                               move roster-record-unit
                                   to ws-roster-unit(ws-roster-count)
                               move roster-record-team-eff
                                   to ws-roster-team-eff
                                       (ws-roster-count)
                           end-if
                   end-read
               end-perform
           end-if
           close elf-roster.

      *    the latest assignment effective on or before et-date wins;
      *    a later record for the same date (a same-day correction)
      *    replaces an earlier one.
       look-up-team.
           move "NONE" to et-team
           move "NONE" to et-unit
           move 0 to ws-eth-best
           perform varying ws-eth-index from 1 by 1
               until ws-eth-index > ws-eth-count
               if ws-eth-elf(ws-eth-index) = et-elf-id
                   and ws-eth-eff(ws-eth-index) not > et-date
                   if ws-eth-best = 0
                       move ws-eth-index to ws-eth-best
                   else
                       if ws-eth-eff(ws-eth-index)
                           not < ws-eth-eff(ws-eth-best)
                           move ws-eth-index to ws-eth-best
                       end-if
                   end-if
               end-if
           end-perform
           if ws-eth-best > 0
               if ws-eth-team(ws-eth-best) not = spaces
                   move ws-eth-team(ws-eth-best) to et-team
                   move ws-eth-unit(ws-eth-best) to et-unit
               end-if
               exit paragraph
           end-if
           perform varying ws-roster-index from 1 by 1
               until ws-roster-index > ws-roster-count
               if ws-roster-id(ws-roster-index) = et-elf-id
                   and ws-roster-team(ws-roster-index) not = spaces
                   and ws-roster-team-eff(ws-roster-index)
                       not > et-date
                   move ws-roster-team(ws-roster-index) to et-team
                   move ws-roster-unit(ws-roster-index) to et-unit
               end-if
           end-perform.
