      *    operations alert record (alerts.dat), shared by the alert
      *    subprogram, the alert-ack acknowledgement program and the
      *    morning opspack. the caller fills alr-severity ('C' =
      *    critical - an i/o error or a step that could not be run;
      *    'H' = high - a failed step or an exception count over
      *    threshold), alr-program and alr-message. alr-step and
      *    alr-bus-date may be left zero / spaces: alert takes the
      *    current run-control step from stepparm and the business
      *    date from busdate. alert numbers the record (alr-seq),
      *    stamps alr-raised, looks the on-call contact up on
      *    escalation.dat into alr-contact and appends the record
      *    unacknowledged. alert-ack sets alr-ack with who took it,
      *    when and a short note.
       01 alert-record.
           05 alr-seq pic 9(6).
           05 alr-severity pic x(1).
               88 alr-critical value 'C'.
               88 alr-high value 'H'.
           05 alr-program pic x(12).
           05 alr-step pic 9(2).
           05 alr-bus-date pic x(8).
           05 alr-raised pic x(14).
           05 alr-message pic x(60).
           05 alr-contact pic x(30).
           05 alr-ack pic x(1).
               88 alr-acknowledged value 'Y'.
           05 alr-ack-by pic x(4).
           05 alr-ack-time pic x(14).
           05 alr-ack-note pic x(30).
