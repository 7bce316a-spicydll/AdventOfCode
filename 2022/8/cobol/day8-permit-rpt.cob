       identification division.
       program-id. "day8-permit-rpt".

       environment division.
       input-output section.
       file-control.
           select optional day8-permits assign to "day8permits.dat"
               organization line sequential
               file status is ws-permit-status.
           select permit-report assign to "day8permit-out.dat"
               organization line sequential.

       data division.
       file section.
       fd day8-permits.
       copy "day8-permit-record.cpy".

       fd permit-report.
       01 permit-report-record pic x(120).

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
       01 ws-stage pic x(1).
       01 ws-stage-label pic x(8).
       01 ws-stage-count pic 9(5).
       01 ws-pending-count pic 9(5) value 0.
       01 ws-approved-count pic 9(5) value 0.
       01 ws-rejected-count pic 9(5) value 0.
       01 ws-report-line pic x(120).

       procedure division.
           perform load-permits
           open output permit-report
           move "TREEHOUSE SITE PERMITS BY STAGE" to ws-report-line
           write permit-report-record from ws-report-line

           move 'A' to ws-stage
           move "APPLIED" to ws-stage-label
           perform write-one-stage
           move ws-stage-count to ws-pending-count
           move 'P' to ws-stage
           move "APPROVED" to ws-stage-label
           perform write-one-stage
           move ws-stage-count to ws-approved-count
           move 'J' to ws-stage
           move "REJECTED" to ws-stage-label
           perform write-one-stage
           move ws-stage-count to ws-rejected-count

           move spaces to ws-report-line
           write permit-report-record from ws-report-line
           move spaces to ws-report-line
           string
               "PERMITS " delimited by size
               ws-pmt-count delimited by size
               " APPLIED " delimited by size
               ws-pending-count delimited by size
               " APPROVED " delimited by size
               ws-approved-count delimited by size
               " REJECTED " delimited by size
               ws-rejected-count delimited by size
               into ws-report-line
           end-string
           write permit-report-record from ws-report-line
           close permit-report
           display "PERMIT STATUS WRITTEN TO day8permit-out.dat - "
               ws-pending-count " AWAITING DECISION".

       stop run.

       load-permits.
           open input day8-permits
           if ws-permit-status = "00"
               perform until permit-eof
                   read day8-permits
                       AT END move 'Y' to ws-permit-eof
                       not AT END
                           if ws-pmt-count < 20000
                               add 1 to ws-pmt-count
                               move pmt-record
                                   to ws-pmt-data(ws-pmt-count)
                           end-if
                   end-read
               end-perform
           end-if
           close day8-permits.

      *    one section per stage, in permit number order: pending
      *    applications, approved (protected) sites, rejected ones.
       write-one-stage.
           move 0 to ws-stage-count
           move spaces to ws-report-line
           write permit-report-record from ws-report-line
           move ws-stage-label to ws-report-line
           write permit-report-record from ws-report-line
           move spaces to ws-report-line
           move "PERMIT" to ws-report-line(3:6)
           move "GRD" to ws-report-line(10:3)
           move "RW" to ws-report-line(15:2)
           move "CL" to ws-report-line(19:2)
           move "APPLICANT" to ws-report-line(23:9)
           move "APPLIED" to ws-report-line(44:7)
           move "DECIDED" to ws-report-line(53:7)
           move "APPROVER" to ws-report-line(62:8)
           write permit-report-record from ws-report-line
           perform varying ws-pmt-index from 1 by 1
               until ws-pmt-index > ws-pmt-count
               move ws-pmt-data(ws-pmt-index) to pmt-record
               if pmt-status = ws-stage
                   add 1 to ws-stage-count
                   perform write-permit-line
               end-if
           end-perform
           if ws-stage-count = 0
               move "  NONE" to ws-report-line
               write permit-report-record from ws-report-line
           end-if.

       write-permit-line.
           move spaces to ws-report-line
           string
               "  " delimited by size
               pmt-number delimited by size
               " " delimited by size
               pmt-grid delimited by size
               "  " delimited by size
               pmt-row delimited by size
               "  " delimited by size
               pmt-col delimited by size
               "  " delimited by size
               pmt-applicant delimited by size
               " " delimited by size
               pmt-applied delimited by size
               " " delimited by size
               pmt-decided delimited by size
               " " delimited by size
               pmt-approver delimited by size
               into ws-report-line
           end-string
           write permit-report-record from ws-report-line.
