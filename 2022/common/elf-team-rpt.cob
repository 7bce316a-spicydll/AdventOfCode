       identification division.
       program-id. "elf-team-rpt".

       environment division.
       input-output section.
       file-control.
           select optional elf-roster assign to "elf-roster.dat"
               organization line sequential
               file status is ws-roster-status.
           select team-report assign to "elf-team-headcount.dat"
               organization line sequential.
           select team-sort assign to "elf-team-rpt.srt".

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

       fd team-report.
       01 team-report-record pic x(132).

       sd team-sort.
       01 tsr-record.
           05 tsr-unit pic x(4).
           05 tsr-team pic x(4).
           05 tsr-id pic 9(9).
           05 tsr-name pic x(20).
           05 tsr-since pic x(8).

       working-storage section.
       01 ws-roster-status pic xx.
       01 ws-roster-eof pic x(1) value 'N'.
           88 roster-eof value 'Y'.
       01 ws-tsr-eof pic x(1) value 'N'.
           88 tsr-eof value 'Y'.
       01 ws-cur-unit pic x(4).
       01 ws-cur-team pic x(4).
       01 ws-team-count pic 9(5) value 0.
       01 ws-unit-count pic 9(5) value 0.
       01 ws-unit-teams pic 9(3) value 0.
       01 ws-camp-count pic 9(5) value 0.
       01 ws-camp-teams pic 9(3) value 0.
       01 ws-camp-units pic 9(3) value 0.
       01 ws-retired-count pic 9(5) value 0.
       01 ws-report-line pic x(132).
       01 ws-run-timestamp pic x(21).
       copy "bus-date-record.cpy".

       procedure division.
           move function current-date to ws-run-timestamp
           perform get-business-date
           open output team-report
           move spaces to ws-report-line
           string
               "ELF HEADCOUNT BY UNIT AND TEAM AS AT " delimited by size
               ws-run-timestamp(1:8) delimited by size
               into ws-report-line
           end-string
           write team-report-record from ws-report-line
           sort team-sort
               on ascending key tsr-unit tsr-team tsr-id
               input procedure is release-active-elves
               output procedure is write-headcount
           move spaces to ws-report-line
           string
               "CAMP ACTIVE ELVES " delimited by size
               ws-camp-count delimited by size
               " UNITS " delimited by size
               ws-camp-units delimited by size
               " TEAMS " delimited by size
               ws-camp-teams delimited by size
               " RETIRED NOT COUNTED " delimited by size
               ws-retired-count delimited by size
               into ws-report-line
           end-string
           write team-report-record from ws-report-line
           close team-report
           display ws-camp-count " ACTIVE ELVES LISTED TO "
               "elf-team-headcount.dat".

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

      *    elves with no team yet are listed under unit and team
      *    NONE so the headcount still adds up to the roster.
       release-active-elves.
           open input elf-roster
           if ws-roster-status = "00"
               perform until roster-eof
                   read elf-roster
                       AT END move 'Y' to ws-roster-eof
                       not AT END
                           if roster-record-status = 'I'
                               add 1 to ws-retired-count
                           else
                               perform release-one-elf
                           end-if
                   end-read
               end-perform
           end-if
           close elf-roster.

       release-one-elf.
           if roster-record-team = spaces
               move "NONE" to tsr-unit
               move "NONE" to tsr-team
           else
               move roster-record-unit to tsr-unit
               move roster-record-team to tsr-team
           end-if
           move roster-record-id to tsr-id
           move roster-record-name to tsr-name
           move roster-record-team-eff to tsr-since
           release tsr-record.

       write-headcount.
           move spaces to ws-cur-unit
           move spaces to ws-cur-team
           perform until tsr-eof
               return team-sort
                   AT END move 'Y' to ws-tsr-eof
                   not AT END
                       if tsr-unit not = ws-cur-unit
                           if ws-cur-unit not = spaces
                               perform write-team-total
                               perform write-unit-total
                           end-if
                           move tsr-unit to ws-cur-unit
                           move tsr-team to ws-cur-team
                           move 0 to ws-unit-count
                           move 0 to ws-unit-teams
                           move 0 to ws-team-count
                           if ws-cur-unit not = "NONE"
                               add 1 to ws-camp-units
                           end-if
                           perform write-unit-heading
                       end-if
                       if tsr-team not = ws-cur-team
                           perform write-team-total
                           move tsr-team to ws-cur-team
                           move 0 to ws-team-count
                       end-if
                       perform write-elf-line
               end-return
           end-perform
           if ws-cur-unit not = spaces
               perform write-team-total
               perform write-unit-total
           end-if.

       write-unit-heading.
           move spaces to ws-report-line
           string
               "UNIT " delimited by size
               ws-cur-unit delimited by size
               into ws-report-line
           end-string
           write team-report-record from ws-report-line.

       write-elf-line.
           add 1 to ws-team-count
           add 1 to ws-unit-count
           add 1 to ws-camp-count
           move spaces to ws-report-line
           string
               "  TEAM " delimited by size
               tsr-team delimited by size
               " ELF " delimited by size
               tsr-id delimited by size
               " " delimited by size
               tsr-name delimited by size
               " SINCE " delimited by size
               tsr-since delimited by size
               into ws-report-line
           end-string
           write team-report-record from ws-report-line.

       write-team-total.
           if ws-cur-team not = "NONE"
               add 1 to ws-unit-teams
               add 1 to ws-camp-teams
           end-if
           move spaces to ws-report-line
           string
               "  TEAM " delimited by size
               ws-cur-team delimited by size
               " HEADCOUNT " delimited by size
               ws-team-count delimited by size
               into ws-report-line
           end-string
           write team-report-record from ws-report-line.

       write-unit-total.
           move spaces to ws-report-line
           string
               "UNIT " delimited by size
               ws-cur-unit delimited by size
               " HEADCOUNT " delimited by size
               ws-unit-count delimited by size
               " TEAMS " delimited by size
               ws-unit-teams delimited by size
               into ws-report-line
           end-string
           write team-report-record from ws-report-line.
