               file status is ws-hist-status.
           select trend-report assign to "calorie-trend.dat"
               organization line sequential.
           select team-sort assign to "calorie-trend.srt".

       data division.
       file section.
       fd trend-report.
       01 trend-report-record pic x(132).

       sd team-sort.
       01 tsr-record.
           05 tsr-unit pic x(4).
           05 tsr-team pic x(4).
           05 tsr-date pic x(8).
           05 tsr-total pic 9(18).

       working-storage section.
       01 ws-hist-status pic xx.
       01 ws-hist-eof pic x(1) value 'N'.
               10 ws-row-elf pic 9(9).
               10 ws-row-date pic x(8).
               10 ws-row-total pic 9(18).
               10 ws-row-unit pic x(4).
               10 ws-row-team pic x(4).
       01 ws-row-index pic 9(5).
       01 ws-row-j pic 9(5).
       01 ws-row-best pic 9(5).
           05 filler pic 9(9).
           05 filler pic x(8).
           05 filler pic 9(18).
           05 filler pic x(4).
           05 filler pic x(4).
       01 ws-cur-elf pic 9(9).
       01 ws-prior-total pic 9(18).
       01 ws-have-prior pic x(1).
       01 ws-elf-days pic 9(5).
       01 ws-first-total pic 9(18).
       01 ws-elves-reported pic 9(5) value 0.
       01 ws-tsr-eof pic x(1) value 'N'.
           88 tsr-eof value 'Y'.
       01 ws-cur-unit pic x(4).
       01 ws-cur-team pic x(4).
       01 ws-cur-date pic x(8).
       01 ws-team-label pic x(10).
       01 ws-date-elves pic 9(5).
       01 ws-date-total pic 9(18).
       01 ws-group-days pic 9(5).
       01 ws-group-first pic 9(18).
       copy "elf-team-parm.cpy".

       procedure division.
           display "From date (YYYYMMDD): "
           end-string
           write trend-report-record from ws-report-line
           perform write-trend-body
           perform write-team-trend
           move spaces to ws-report-line
           string
               "ELVES REPORTED " delimited by size
           add 1 to ws-row-count
           move hist-elf-id to ws-row-elf(ws-row-count)
           move hist-date to ws-row-date(ws-row-count)
           move hist-total to ws-row-total(ws-row-count)
           move 'L' to et-function
           move hist-elf-id to et-elf-id
           move hist-date to et-date
           call "elfteam" using et-record
               on exception
                   move "NONE" to et-team
                   move "NONE" to et-unit
           end-call
           move et-unit to ws-row-unit(ws-row-count)
           move et-team to ws-row-team(ws-row-count).

       sort-rows.
           perform varying ws-row-index from 1 by 1
               into ws-report-line
           end-string
           write trend-report-record from ws-report-line.

      *    each posting counts toward the team and unit the elf was
      *    on that day, so a transfer moves the elf's later days only.
      *    every posting is released once for its team and once more
      *    under a high-values team that sorts after the unit's teams
      *    and carries the unit subtotal.
       write-team-trend.
           move spaces to ws-report-line
           move "TEAM AND UNIT TREND" to ws-report-line
           write trend-report-record from ws-report-line
           sort team-sort
               on ascending key tsr-unit tsr-team tsr-date
               input procedure is release-team-rows
               output procedure is write-team-lines.

       release-team-rows.
           perform varying ws-row-index from 1 by 1
               until ws-row-index > ws-row-count
               move ws-row-unit(ws-row-index) to tsr-unit
               move ws-row-team(ws-row-index) to tsr-team
               move ws-row-date(ws-row-index) to tsr-date
               move ws-row-total(ws-row-index) to tsr-total
               release tsr-record
               move high-values to tsr-team
               release tsr-record
           end-perform.

       write-team-lines.
           move 'N' to ws-tsr-eof
           move spaces to ws-cur-unit
           move spaces to ws-cur-team
           move spaces to ws-cur-date
           perform until tsr-eof
               return team-sort
                   AT END move 'Y' to ws-tsr-eof
                   not AT END
                       if tsr-unit not = ws-cur-unit
                           or tsr-team not = ws-cur-team
                           if ws-cur-unit not = spaces
                               perform write-team-date-line
                               perform write-team-summary
                           end-if
                           move tsr-unit to ws-cur-unit
                           move tsr-team to ws-cur-team
                           move tsr-date to ws-cur-date
                           move 'N' to ws-have-prior
                           move 0 to ws-group-days
                           move 0 to ws-date-elves
                           move 0 to ws-date-total
                       end-if
                       if tsr-date not = ws-cur-date
                           perform write-team-date-line
                           move tsr-date to ws-cur-date
                           move 0 to ws-date-elves
                           move 0 to ws-date-total
                       end-if
                       add 1 to ws-date-elves
                       add tsr-total to ws-date-total
               end-return
           end-perform
           if ws-cur-unit not = spaces
               perform write-team-date-line
               perform write-team-summary
           end-if.

       write-team-date-line.
           add 1 to ws-group-days
           if have-prior
               compute ws-delta = ws-date-total - ws-prior-total
           else
               move 0 to ws-delta
               move ws-date-total to ws-group-first
           end-if
           if ws-delta < 0
               move '-' to ws-delta-sign
               compute ws-delta-abs = 0 - ws-delta
           else
               move '+' to ws-delta-sign
               move ws-delta to ws-delta-abs
           end-if
           perform set-team-label
           move spaces to ws-report-line
           string
               "UNIT " delimited by size
               ws-cur-unit delimited by size
               ws-team-label delimited by size
               " DATE " delimited by size
               ws-cur-date delimited by size
               " ELVES " delimited by size
               ws-date-elves delimited by size
               " TOTAL " delimited by size
               ws-date-total delimited by size
               " DELTA " delimited by size
               ws-delta-sign delimited by size
               ws-delta-abs delimited by size
               into ws-report-line
           end-string
           write trend-report-record from ws-report-line
           move ws-date-total to ws-prior-total
           move 'Y' to ws-have-prior.

       write-team-summary.
           compute ws-delta = ws-prior-total - ws-group-first
           if ws-delta < 0
               move '-' to ws-delta-sign
               compute ws-delta-abs = 0 - ws-delta
           else
               move '+' to ws-delta-sign
               move ws-delta to ws-delta-abs
           end-if
           perform set-team-label
           move spaces to ws-report-line
           string
               "UNIT " delimited by size
               ws-cur-unit delimited by size
               ws-team-label delimited by size
               " DAYS " delimited by size
               ws-group-days delimited by size
               " FIRST " delimited by size
               ws-group-first delimited by size
               " LAST " delimited by size
               ws-prior-total delimited by size
               " CHANGE " delimited by size
               ws-delta-sign delimited by size
               ws-delta-abs delimited by size
               into ws-report-line
           end-string
           write trend-report-record from ws-report-line.

       set-team-label.
           if ws-cur-team = high-values
               move " ALL TEAMS" to ws-team-label
           else
               move spaces to ws-team-label
               string
                   " TEAM " delimited by size
                   ws-cur-team delimited by size
                   into ws-team-label
               end-string
           end-if.
