       identification division.
       program-id. "reciept-loyal-rpt".

       environment division.
       input-output section.
       file-control.
       select sysin assign to keyboard organization line sequential.
       select optional reciept-loyal assign to "reciept-loyal.dat"
           organization line sequential
           file status is ws-loyal-status.
       select optional reciept-loyal-ledger
           assign to "reciept-loyal-ledger.dat"
           organization line sequential
           file status is ws-ledger-status.
       select loyal-report assign to "reciept-loyal-report.dat"
           organization line sequential.

       data division.
       file section.
       fd sysin.
       01 input-line pic x(255).

       fd reciept-loyal.
       copy "reciept-loyal-record.cpy".

       fd reciept-loyal-ledger.
       copy "reciept-loyal-ledger-record.cpy".

       fd loyal-report.
       01 loyal-report-record pic x(120).

       working-storage section.
       01 ws-loyal-status pic xx.
       01 ws-loyal-eof pic x(1) value 'N'.
           88 loyal-eof value 'Y'.
       01 ws-ledger-status pic xx.
       01 ws-ledger-eof pic x(1) value 'N'.
           88 ledger-eof value 'Y'.
       01 ws-report-month pic x(6).
       01 ws-run-timestamp pic x(21).
       01 ws-report-line pic x(120).
       01 ws-pts-per-dlr pic 9(5) value 100.
      *    the member file holds today's balance; the month's opening
      *    and closing are worked back from it through the ledger.
       01 ws-mbr-count pic 9(4) value 0.
       01 ws-mbr-table.
           05 ws-mbr-entry occurs 1 to 2000 times
               depending on ws-mbr-count.
               10 ws-mbr-number pic 9(9).
               10 ws-mbr-name pic x(30).
               10 ws-mbr-now pic 9(9).
               10 ws-mbr-after pic s9(9).
               10 ws-mbr-earned pic 9(9).
               10 ws-mbr-redeemed pic 9(9).
               10 ws-mbr-taken pic 9(9).
               10 ws-mbr-restored pic 9(9).
       01 ws-mbr-index pic 9(4).
       01 ws-mbr-found pic 9(4).
       01 ws-mbr-full pic x(1) value 'N'.
           88 mbr-table-full value 'Y'.
       01 ws-signed-pts pic s9(9).
       01 ws-open-pts pic s9(9).
       01 ws-close-pts pic s9(9).
       01 ws-month-move pic s9(9).
       01 ws-ed-open pic -(9)9.
       01 ws-ed-close pic -(9)9.
       01 ws-ledger-read pic 9(9) value 0.
       01 ws-unknown-count pic 9(9) value 0.
       01 ws-active-count pic 9(5) value 0.
       01 ws-tot-earned pic 9(11) value 0.
       01 ws-tot-redeemed pic 9(11) value 0.
       01 ws-tot-taken pic 9(11) value 0.
       01 ws-tot-restored pic 9(11) value 0.
       01 ws-tot-close pic s9(11) value 0.
       01 ws-tot-now pic 9(11) value 0.
       01 ws-liability pic 9(9)v9(2) value 0.
       01 ws-now-liability pic 9(9)v9(2) value 0.
       01 ws-ed-tot-close pic -(11)9.
       01 ws-parm-index pic 9(3).
       01 ws-parm-lookup pic x(20).
       01 ws-parm-fnd pic x(1) value 'N'.
           88 parm-found value 'Y'.
       01 ws-parm-found-value pic x(40).
       copy "run-parms.cpy".

       procedure division.
           move function current-date to ws-run-timestamp

           call "runparm" using run-parms
               on exception
                   move 0 to parm-count
           end-call
           move "LOYALTY-REPORT-MONTH" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               move ws-parm-found-value(1:6) to ws-report-month
               display "REPORT MONTH " ws-report-month
                   " TAKEN FROM runparm.dat - NO PROMPT"
           else
               display "Report month (YYYYMM): "
               accept ws-report-month from sysin
           end-if
           move "LOYALTY-PTS-PER-DLR" to ws-parm-lookup
           perform find-run-parm
           if parm-found
               and function numval(ws-parm-found-value) > 0
               compute ws-pts-per-dlr =
                   function numval(ws-parm-found-value)
           end-if

           open input reciept-loyal
           if ws-loyal-status not = "00"
               display "NO LOYALTY MEMBER FILE ON FILE"
               close reciept-loyal
               stop run
           end-if
           perform until loyal-eof
               read reciept-loyal
                   at end move 'Y' to ws-loyal-eof
                   not at end perform load-one-member
               end-read
           end-perform
           close reciept-loyal
           if mbr-table-full
               display "LOYALTY FILE EXCEEDS 2000 MEMBERS - REPORT "
                   "NOT PRODUCED"
               move 8 to return-code
               stop run
           end-if

           open input reciept-loyal-ledger
           if ws-ledger-status = "00"
               perform until ledger-eof
                   read reciept-loyal-ledger
                       at end move 'Y' to ws-ledger-eof
                       not at end perform accumulate-ledger-entry
                   end-read
               end-perform
           end-if
           close reciept-loyal-ledger

           open output loyal-report
           perform write-loyal-report
           close loyal-report

           display "LOYALTY ACTIVITY REPORT FOR " ws-report-month
               " WRITTEN TO reciept-loyal-report.dat"
           display "OUTSTANDING POINTS LIABILITY $" ws-now-liability
           if ws-unknown-count > 0
               display ws-unknown-count
                   " LEDGER ENTRIES FOR MEMBERS NOT ON FILE - SKIPPED"
               move 4 to return-code
           end-if.

       stop run.

       find-run-parm.
           move 'N' to ws-parm-fnd
           move spaces to ws-parm-found-value
           perform varying ws-parm-index from 1 by 1
               until ws-parm-index > parm-count
               if parm-key(ws-parm-index) = ws-parm-lookup
                   move parm-value(ws-parm-index)
                       to ws-parm-found-value
                   move 'Y' to ws-parm-fnd
               end-if
           end-perform.

       load-one-member.
           if ws-mbr-count >= 2000
               move 'Y' to ws-mbr-full
               move 'Y' to ws-loyal-eof
               exit paragraph
           end-if
           add 1 to ws-mbr-count
           move loyal-member to ws-mbr-number(ws-mbr-count)
           move loyal-name to ws-mbr-name(ws-mbr-count)
           move loyal-points to ws-mbr-now(ws-mbr-count)
           move 0 to ws-mbr-after(ws-mbr-count)
           move 0 to ws-mbr-earned(ws-mbr-count)
           move 0 to ws-mbr-redeemed(ws-mbr-count)
           move 0 to ws-mbr-taken(ws-mbr-count)
           move 0 to ws-mbr-restored(ws-mbr-count).

      *    earned and restored points add to the member, redeemed and
      *    taken-back points come off. movement after the report month
      *    is kept only to work the closing balance back from today's.
       accumulate-ledger-entry.
           add 1 to ws-ledger-read
           if llg-date(1:6) < ws-report-month
               exit paragraph
           end-if
           move 0 to ws-mbr-found
           perform varying ws-mbr-index from 1 by 1
               until ws-mbr-index > ws-mbr-count
               if ws-mbr-number(ws-mbr-index) = llg-member
                   move ws-mbr-index to ws-mbr-found
               end-if
           end-perform
           if ws-mbr-found = 0
               add 1 to ws-unknown-count
               exit paragraph
           end-if
           evaluate llg-type
               when 'E'
               when 'P'
                   move llg-points to ws-signed-pts
               when 'R'
               when 'X'
                   compute ws-signed-pts = 0 - llg-points
               when other
                   move 0 to ws-signed-pts
           end-evaluate
           if llg-date(1:6) > ws-report-month
               add ws-signed-pts to ws-mbr-after(ws-mbr-found)
               exit paragraph
           end-if
           evaluate llg-type
               when 'E'
                   add llg-points to ws-mbr-earned(ws-mbr-found)
               when 'R'
                   add llg-points to ws-mbr-redeemed(ws-mbr-found)
               when 'X'
                   add llg-points to ws-mbr-taken(ws-mbr-found)
               when 'P'
                   add llg-points to ws-mbr-restored(ws-mbr-found)
           end-evaluate.

       write-loyal-report.
           move spaces to ws-report-line
           string
               "LOYALTY MEMBER ACTIVITY FOR " delimited by size
               ws-report-month delimited by size
               " RUN " delimited by size
               ws-run-timestamp delimited by size
               into ws-report-line
           end-string
           write loyal-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "MEMBER    NAME                           "
                   delimited by size
               "    OPENING    EARNED  REDEEMED TAKEN BACK"
                   delimited by size
               "  RESTORED    CLOSING" delimited by size
               into ws-report-line
           end-string
           write loyal-report-record from ws-report-line
           perform varying ws-mbr-index from 1 by 1
               until ws-mbr-index > ws-mbr-count
               perform report-one-member
           end-perform
           if ws-tot-close > 0
               compute ws-liability rounded =
                   ws-tot-close / ws-pts-per-dlr
           end-if
           compute ws-now-liability rounded =
               ws-tot-now / ws-pts-per-dlr
           move spaces to ws-report-line
           string
               "MEMBERS ON FILE " delimited by size
               ws-mbr-count delimited by size
               " ACTIVE IN MONTH " delimited by size
               ws-active-count delimited by size
               into ws-report-line
           end-string
           write loyal-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "POINTS EARNED " delimited by size
               ws-tot-earned delimited by size
               " REDEEMED " delimited by size
               ws-tot-redeemed delimited by size
               " TAKEN BACK " delimited by size
               ws-tot-taken delimited by size
               " RESTORED " delimited by size
               ws-tot-restored delimited by size
               into ws-report-line
           end-string
           write loyal-report-record from ws-report-line
           move ws-tot-close to ws-ed-tot-close
           move spaces to ws-report-line
           string
               "OUTSTANDING POINTS AT MONTH END " delimited by size
               ws-ed-tot-close delimited by size
               " LIABILITY $" delimited by size
               ws-liability delimited by size
               into ws-report-line
           end-string
           write loyal-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "OUTSTANDING POINTS NOW " delimited by size
               ws-tot-now delimited by size
               " LIABILITY $" delimited by size
               ws-now-liability delimited by size
               " AT " delimited by size
               ws-pts-per-dlr delimited by size
               " POINTS PER DOLLAR" delimited by size
               into ws-report-line
           end-string
           write loyal-report-record from ws-report-line.

      *    members with no movement in the month and nothing left to
      *    spend at the month end are left off the detail lines.
       report-one-member.
           compute ws-close-pts = ws-mbr-now(ws-mbr-index)
               - ws-mbr-after(ws-mbr-index)
           compute ws-month-move = ws-mbr-earned(ws-mbr-index)
               - ws-mbr-redeemed(ws-mbr-index)
               - ws-mbr-taken(ws-mbr-index)
               + ws-mbr-restored(ws-mbr-index)
           compute ws-open-pts = ws-close-pts - ws-month-move
           add ws-mbr-now(ws-mbr-index) to ws-tot-now
           add ws-close-pts to ws-tot-close
           add ws-mbr-earned(ws-mbr-index) to ws-tot-earned
           add ws-mbr-redeemed(ws-mbr-index) to ws-tot-redeemed
           add ws-mbr-taken(ws-mbr-index) to ws-tot-taken
           add ws-mbr-restored(ws-mbr-index) to ws-tot-restored
           if ws-mbr-earned(ws-mbr-index) = 0
               and ws-mbr-redeemed(ws-mbr-index) = 0
               and ws-mbr-taken(ws-mbr-index) = 0
               and ws-mbr-restored(ws-mbr-index) = 0
               and ws-close-pts = 0
               exit paragraph
           end-if
           if ws-mbr-earned(ws-mbr-index) > 0
               or ws-mbr-redeemed(ws-mbr-index) > 0
               or ws-mbr-taken(ws-mbr-index) > 0
               or ws-mbr-restored(ws-mbr-index) > 0
               add 1 to ws-active-count
           end-if
           move ws-open-pts to ws-ed-open
           move ws-close-pts to ws-ed-close
           move spaces to ws-report-line
           string
               ws-mbr-number(ws-mbr-index) delimited by size
               " " delimited by size
               ws-mbr-name(ws-mbr-index) delimited by size
               " " delimited by size
               ws-ed-open delimited by size
               " " delimited by size
               ws-mbr-earned(ws-mbr-index) delimited by size
               " " delimited by size
               ws-mbr-redeemed(ws-mbr-index) delimited by size
               " " delimited by size
               ws-mbr-taken(ws-mbr-index) delimited by size
               " " delimited by size
               ws-mbr-restored(ws-mbr-index) delimited by size
               " " delimited by size
               ws-ed-close delimited by size
               into ws-report-line
           end-string
           write loyal-report-record from ws-report-line.
