               assign to "day2standings.dat"
               organization line sequential
               file status is ws-standings-status.
           select optional alert-file assign to "alerts.dat"
               organization line sequential
               file status is ws-alert-status.
           select pack-report assign using ws-pack-name
               organization line sequential.

           88 RANK-EOF VALUE high-values.

       fd day2-standings.
       01 standings-line pic x(150).
           88 STANDINGS-EOF VALUE high-values.

       fd alert-file.
       copy "alert-record.cpy".

       fd pack-report.
       01 pack-report-record pic x(132).

       01 ws-till-status pic xx.
       01 ws-rank-status pic xx.
       01 ws-standings-status pic xx.
       01 ws-alert-status pic xx.
       01 ws-alert-eof pic x(1) value 'N'.
           88 alert-eof value 'Y'.
       01 ws-alert-pass pic x(1).
           88 alert-pass-overnight value 'O'.
       01 ws-alert-raised pic 9(5) value 0.
       01 ws-alert-open pic 9(5) value 0.
       01 ws-alert-older pic 9(5) value 0.
       01 ws-log-eof pic x(1) value 'N'.
           88 log-eof value 'Y'.
       01 ws-exc-eof pic x(1) value 'N'.
           write pack-report-record from ws-report-line

           perform write-run-outcomes
           perform write-alert-section
           perform write-exception-section
           perform write-till-section
           perform write-calorie-section
           end-string
           write pack-report-record from ws-report-line.

      *    alerts raised for the pack's business date, with whether
      *    each has been taken, then any from earlier dates that no
      *    one has acknowledged yet.
       write-alert-section.
           perform write-section-header
           move "OPERATIONS ALERTS" to ws-report-line
           write pack-report-record from ws-report-line
           move 'O' to ws-alert-pass
           perform read-alert-pass
           if ws-alert-raised = 0
               move "  NO ALERTS RAISED FOR THE DATE" to ws-report-line
               write pack-report-record from ws-report-line
           end-if
           move "STILL UNACKNOWLEDGED FROM EARLIER DATES"
               to ws-report-line
           write pack-report-record from ws-report-line
           move 'E' to ws-alert-pass
           perform read-alert-pass
           if ws-alert-older = 0
               move "  NONE" to ws-report-line
               write pack-report-record from ws-report-line
           end-if
           move spaces to ws-report-line
           string
               "  RAISED " delimited by size
               ws-alert-raised delimited by size
               " UNACKNOWLEDGED " delimited by size
               ws-alert-open delimited by size
               into ws-report-line
           end-string
           write pack-report-record from ws-report-line.

       read-alert-pass.
           move 'N' to ws-alert-eof
           open input alert-file
           if ws-alert-status not = "00"
               close alert-file
               exit paragraph
           end-if
           perform until alert-eof
               read alert-file
                   AT END move 'Y' to ws-alert-eof
                   not AT END perform report-one-alert
               end-read
           end-perform
           close alert-file.

       report-one-alert.
           if alert-pass-overnight
               if alr-bus-date not = ws-pack-date
                   exit paragraph
               end-if
               add 1 to ws-alert-raised
           else
               if alr-bus-date = ws-pack-date or alr-acknowledged
                   exit paragraph
               end-if
               add 1 to ws-alert-older
           end-if
           if not alr-acknowledged
               add 1 to ws-alert-open
           end-if
           move spaces to ws-report-line
           string
               "  " delimited by size
               alr-seq delimited by size
               " " delimited by size
               alr-severity delimited by size
               " " delimited by size
               alr-bus-date delimited by size
               " STEP " delimited by size
               alr-step delimited by size
               " " delimited by size
               alr-program delimited by size
               " " delimited by size
               alr-message delimited by size
               into ws-report-line
           end-string
           write pack-report-record from ws-report-line
           move spaces to ws-report-line
           if alr-acknowledged
               string
                   "      ACKNOWLEDGED BY " delimited by size
                   alr-ack-by delimited by size
                   " AT " delimited by size
                   alr-ack-time delimited by size
                   " - " delimited by size
                   alr-ack-note delimited by size
                   into ws-report-line
               end-string
           else
               string
                   "      NOT ACKNOWLEDGED - CALL " delimited by size
                   alr-contact delimited by size
                   into ws-report-line
               end-string
           end-if
           write pack-report-record from ws-report-line.

       write-exception-section.
           perform write-section-header
           move "OPEN EXCEPTIONS BY PROGRAM" to ws-report-line
               read central-exc
                   AT END move 'Y' to ws-exc-eof
                   not AT END
                       if stdexc-resolved = 'N' or 'Q'
                           add 1 to ws-open-total
                           perform tally-open-exception
                       end-if
