      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. Step restart check for the nightly
      *               job: run ahead of each posting step with the
      *               step's program name as the PARM.  When STEPCTL
      *               (see step-control-record.cpy) already holds a
      *               complete record for that program and the open
      *               business date, the step is not needed again:
      *               a SKIP record goes to RUNLOG and the check ends
      *               with RETURN-CODE 4, which the job tests to
      *               bypass the step.  Otherwise a started record is
      *               appended and the check ends with zero; when an
      *               earlier attempt on the same date started but
      *               never completed, a RERUN record goes to RUNLOG
      *               first so the morning report shows the step was
      *               run again.  No BUSDATE means no restart control:
      *               the step always runs.

       identification division.
       program-id. step-restart-check.

       environment division.
       input-output section.
       file-control.
           select step-control-file assign to "STEPCTL"
               organization is line sequential
               file status is step-control-status.

           select business-date-file assign to "BUSDATE"
               organization is line sequential
               file status is business-date-status.

           select run-log-file assign to "RUNLOG"
               organization is line sequential
               file status is run-log-status.

       data division.
       file section.
       fd  step-control-file.
       copy step-control-record.

       fd  business-date-file.
       copy business-date-record.

       fd  run-log-file.
       copy run-log-record.

       working-storage section.
       01  step-control-status         pic xx.
       01  business-date-status        pic xx.
       01  run-log-status              pic xx.

       01  check-program-name          pic x(24).
       01  business-date               pic 9(08) value zero.
       01  run-log-entry-type          pic x(05).

       01  check-switches.
           05  busdate-found-switch    pic x(01) value "N".
               88  busdate-found           value "Y".
           05  control-eof-switch      pic x(01) value "N".
               88  control-eof             value "Y".
           05  step-complete-switch    pic x(01) value "N".
               88  step-already-complete   value "Y".
           05  step-started-switch     pic x(01) value "N".
               88  step-started-before     value "Y".

       procedure division.
           accept check-program-name from command-line

           if check-program-name = spaces
               display "Error: step restart check needs the step's "
                   "program name as its PARM"
               move 12 to return-code
           else
               perform read-business-date-record
               if busdate-found
                   perform scan-step-control-file
                   if step-already-complete
                       perform skip-completed-step
                   else
                       perform record-step-started
                   end-if
               end-if
           end-if

           goback
           .

      * Only an open business date is under restart control - a
      * closed one belongs to a night that already finished.
       read-business-date-record section.
           open input business-date-file
           if business-date-status not = "00"
               display "Warning: unable to open BUSDATE, status="
                   business-date-status
                   " - step " check-program-name " not checked"
           else
               read business-date-file
                   at end
                       continue
                   not at end
                       if bd-date-open
                           set busdate-found to true
                           move bd-business-date to business-date
                       end-if
               end-read
               close business-date-file
           end-if
           .

       scan-step-control-file section.
           open input step-control-file
           if step-control-status = "00"
               perform until control-eof
                   read step-control-file
                       at end
                           set control-eof to true
                       not at end
                           if sc-business-date = business-date
                                   and sc-program-name
                                       = check-program-name
                               if sc-step-complete
                                   set step-already-complete to true
                               else
                                   set step-started-before to true
                               end-if
                           end-if
                   end-read
               end-perform
               close step-control-file
           end-if
           .

       skip-completed-step section.
           display "Step " check-program-name " already complete for "
               "business date " business-date " - skipped"
           move "SKIP" to run-log-entry-type
           move 4 to return-code
           perform write-run-log-entry
           .

       record-step-started section.
           if step-started-before
               display "Step " check-program-name " did not complete "
                   "earlier for business date " business-date
                   " - rerun"
               move "RERUN" to run-log-entry-type
               perform write-run-log-entry
           end-if

           open extend step-control-file
           if step-control-status = "35"
               open output step-control-file
           end-if
           if step-control-status not = "00"
               display "Warning: unable to open STEPCTL, status="
                   step-control-status
           else
               move spaces            to step-control-record
               move business-date     to sc-business-date
               move check-program-name to sc-program-name
               set sc-step-started    to true
               accept sc-logged-date  from date yyyymmdd
               accept sc-logged-time  from time
               write step-control-record
               close step-control-file
           end-if
           .

       write-run-log-entry section.
           open extend run-log-file
           if run-log-status = "00"
               move spaces            to run-log-record
               move check-program-name to rl-program-name
               move run-log-entry-type to rl-entry-type
               accept rl-run-date     from date yyyymmdd
               accept rl-run-time     from time
               move zero              to rl-records-read
               move zero              to rl-records-written
               move return-code       to rl-return-code
               write run-log-record
               close run-log-file
           else
               display "Warning: unable to open RUNLOG, status="
                   run-log-status
           end-if
           .
