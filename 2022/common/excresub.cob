       identification division.
       program-id. "excresub".

       environment division.
       input-output section.
       file-control.
           select optional central-exc assign to "exceptions.dat"
               organization line sequential
               file status is ws-central-status.
           select central-work assign to "exceptions.tmp"
               organization line sequential.

       data division.
       file section.
       fd central-exc.
       copy "std-exception-record.cpy".

       fd central-work.
       01 central-work-record pic x(74).

       working-storage section.
       01 ws-central-status pic xx.
       01 ws-exc-eof pic x(1) value 'N'.
           88 exc-eof value 'Y'.
       01 ws-work-eof pic x(1) value 'N'.
           88 work-eof value 'Y'.

       linkage section.
       copy "exc-resub-parms.cpy".

      *    the first exception for the program, date and key that is
      *    waiting on a queued correction takes the outcome. the file
      *    is copied to a work file and back, as the history posts do.
       procedure division using exc-resub-parms.
           move 'N' to xr-found
           move 'N' to ws-exc-eof
           open input central-exc
           if ws-central-status not = "00"
               close central-exc
               goback
           end-if
           open output central-work
           perform until exc-eof
               read central-exc
                   AT END move 'Y' to ws-exc-eof
                   not AT END
                       if xr-found = 'N'
                           and stdexc-program-id = xr-program-id
                           and stdexc-run-date = xr-run-date
                           and stdexc-key = xr-key
                           and stdexc-resolved = 'Q'
                           move xr-outcome to stdexc-resolved
                           move 'Y' to xr-found
                       end-if
                       write central-work-record from std-exception
               end-read
           end-perform
           close central-exc
           close central-work
           if xr-found = 'N'
               goback
           end-if
           move 'N' to ws-work-eof
           open input central-work
           open output central-exc
           perform until work-eof
               read central-work
                   AT END move 'Y' to ws-work-eof
                   not AT END
                       write std-exception from central-work-record
               end-read
           end-perform
           close central-work
           close central-exc
           goback.
