      *               rerun.  A gap since the last closed date is
      *               displayed so a skipped night is seen at
      *               submission as well as on the morning report.
      *   2026-10-15  Opening a new business date empties the step
      *               restart file (STEPCTL, see
      *               step-control-record.cpy), whose entries only ever
      *               describe the date being run; a rerun of the same
      *               date keeps it, so the steps already complete are
      *               skipped.

       identification division.
       program-id. business-date-open.
               organization is line sequential
               file status is business-date-status.

           select step-control-file assign to "STEPCTL"
               organization is line sequential
               file status is step-control-status.

       data division.
       file section.
       fd  business-date-file.
       copy business-date-record.

       fd  step-control-file.
       copy step-control-record.

       working-storage section.
       01  business-date-status        pic xx.
       01  step-control-status         pic xx.

       01  control-switches.
           05  prior-record-switch     pic x(01) value "N".
           if not open-refused
               perform write-business-date-record
           end-if
           if not open-refused
                   and (not prior-record-found
                       or prior-business-date not = current-run-date)
               perform clear-step-control-file
           end-if

           if open-refused
               move 12 to return-code
           end-evaluate
           .

       clear-step-control-file section.
           open output step-control-file
           if step-control-status not = "00"
               display "Warning: unable to clear STEPCTL, status="
                   step-control-status
           else
               close step-control-file
           end-if
           .

       write-business-date-record section.
           open output business-date-file
           if business-date-status not = "00"
