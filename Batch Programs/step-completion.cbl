      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. Called by each posting step of the
      *               nightly job (and by its backup steps) when it
      *               ends clean, with the program name it logs to
      *               RUNLOG: appends a complete record for the open
      *               business date to STEPCTL (see
      *               step-control-record.cpy), so a rerun of the
      *               same date skips the step.  Nothing is recorded
      *               when the business date is closed or BUSDATE
      *               cannot be read, or when STEPCTL is not allocated
      *               - a run outside the nightly job is never marked.

       identification division.
       program-id. step-completion.

       environment division.
       input-output section.
       file-control.
           select step-control-file assign to "STEPCTL"
               organization is line sequential
               file status is step-control-status.

           select business-date-file assign to "BUSDATE"
               organization is line sequential
               file status is business-date-status.

       data division.
       file section.
       fd  step-control-file.
       copy step-control-record.

       fd  business-date-file.
       copy business-date-record.

       working-storage section.
       01  step-control-status         pic xx.
       01  business-date-status        pic xx.
       01  business-date               pic 9(08).
       01  busdate-switches.
           05  busdate-found-switch    pic x(01).
               88  busdate-found           value "Y".

       linkage section.
       01  completed-program-name      pic x(24).

       procedure division using completed-program-name.
           move "N" to busdate-found-switch
           perform read-business-date-record
           if busdate-found
               perform write-step-complete-record
           end-if

           goback
           .

       read-business-date-record section.
           open input business-date-file
           if business-date-status = "00"
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

       write-step-complete-record section.
           open extend step-control-file
           if step-control-status = "00"
               move spaces                 to step-control-record
               move business-date          to sc-business-date
               move completed-program-name to sc-program-name
               set sc-step-complete        to true
               accept sc-logged-date       from date yyyymmdd
               accept sc-logged-time       from time
               write step-control-record
               close step-control-file
               display "Step " completed-program-name
                   " recorded complete for business date "
                   business-date
           end-if
           .
