      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. Corrects and voids count sheets
      *               already loaded on SIGHTNGS.  Each SHTTRAN
      *               transaction (see sheet-maint-transaction.cpy)
      *               names a sheet by its key; a correction replaces
      *               the count and a void deletes the sheet.  Every
      *               applied change appends the before and after
      *               images to the sheet change log (SGTCLOG, see
      *               sheet-change-log-record.cpy), and the register
      *               (SHTMREG) lists each transaction as applied or
      *               rejected with a reason and the count before and
      *               after.  A change to a sheet whose survey year has
      *               already been rolled up sets that year's re-roll
      *               flag on ROLLCTL and is marked on the register and
      *               the log, so the year is rolled up again before
      *               survey-year-close will close it.

       identification division.
       program-id. survey-sheet-maint.

       environment division.
       input-output section.
       file-control.
           select sheet-maint-file assign to "SHTTRAN"
               organization is line sequential
               file status is sheet-maint-status.

           select sightings-file assign to "SIGHTNGS"
               organization is indexed
               access mode is dynamic
               record key is sg-sheet-key
               file status is sightings-file-status.

           select rollup-control-file assign to "ROLLCTL"
               organization is indexed
               access mode is dynamic
               record key is rc-survey-year
               file status is rollup-control-status.

           select change-log-file assign to "SGTCLOG"
               organization is line sequential
               file status is change-log-status.

           select maint-register-file assign to "SHTMREG"
               organization is line sequential
               file status is maint-register-status.

       data division.
       file section.
       fd  sheet-maint-file.
       copy sheet-maint-transaction.

       fd  sightings-file.
       copy survey-sighting-record.

       fd  rollup-control-file.
       copy rollup-control-record.

       fd  change-log-file.
       copy sheet-change-log-record.

       fd  maint-register-file.
       01  register-line               pic x(120).

       working-storage section.
       01  sheet-maint-status          pic xx.
       01  sightings-file-status       pic xx.
       01  rollup-control-status       pic xx.
       01  change-log-status           pic xx.
       01  maint-register-status       pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  maint-switches.
           05  maint-eof-switch        pic x(01) value "N".
               88  maint-eof               value "Y".
           05  maint-reject-switch     pic x(01) value "N".
               88  maint-rejected          value "Y".
           05  reroll-switch           pic x(01) value "N".
               88  reroll-flagged          value "Y".
       01  maint-reject-reason         pic x(30).

       01  sheet-before-image          pic x(68).
       01  sheet-after-image           pic x(68).

       01  observation-date-work       pic 9(08).
       01  observation-date-work-r redefines observation-date-work.
           05  observation-year        pic 9(04).
           05  observation-monthday    pic 9(04).

       01  current-run-date            pic 9(08).

       01  maint-counters.
           05  transactions-read-count pic 9(05) value zero.
           05  corrects-applied-count  pic 9(05) value zero.
           05  corrects-rejected-count pic 9(05) value zero.
           05  voids-applied-count     pic 9(05) value zero.
           05  voids-rejected-count    pic 9(05) value zero.
           05  invalid-action-count    pic 9(05) value zero.
           05  years-flagged-count     pic 9(05) value zero.
           05  after-rollup-count      pic 9(05) value zero.

       01  register-heading-line.
           05  filler                  pic x(38) value
                   "Count Sheet Maintenance Register".
           05  filler                  pic x(09) value "Run Date:".
           05  filler                  pic x(01) value space.
           05  reg-run-date            pic 9(08).

       01  register-column-heading.
           05  filler                  pic x(09) value "Action".
           05  filler                  pic x(06) value "Site".
           05  filler                  pic x(10) value "Date".
           05  filler                  pic x(17) value "Observer".
           05  filler                  pic x(08) value "Species".
           05  filler                  pic x(09) value "Before".
           05  filler                  pic x(09) value "After".
           05  filler                  pic x(10) value "Status".
           05  filler                  pic x(32) value "Reason".
           05  filler                  pic x(07) value "Rollup".

       01  register-detail-line.
           05  reg-action              pic x(07).
           05  filler                  pic x(02) value spaces.
           05  reg-site-code           pic x(04).
           05  filler                  pic x(02) value spaces.
           05  reg-observation-date    pic 9(08).
           05  filler                  pic x(02) value spaces.
           05  reg-observer            pic x(15).
           05  filler                  pic x(02) value spaces.
           05  reg-species-code        pic x(06).
           05  filler                  pic x(02) value spaces.
           05  reg-before-count        pic zzzzzz9.
           05  filler                  pic x(02) value spaces.
           05  reg-after-count         pic zzzzzz9.
           05  filler                  pic x(02) value spaces.
           05  reg-status              pic x(08).
           05  filler                  pic x(02) value spaces.
           05  reg-reason              pic x(30).
           05  filler                  pic x(02) value spaces.
           05  reg-reroll-flag         pic x(07).

       01  register-total-line.
           05  reg-tot-label           pic x(20).
           05  reg-tot-applied         pic zzzz9.
           05  filler                  pic x(03) value spaces.
           05  reg-tot-rejected-label  pic x(10).
           05  reg-tot-rejected        pic zzzz9.

       01  register-count-line.
           05  reg-cnt-label           pic x(26).
           05  reg-cnt-value           pic zzzz9.

       procedure division.
           accept current-run-date from date yyyymmdd

           perform open-maint-files

           if not open-error-found
               perform write-register-headings
               perform read-maint-record
               perform until maint-eof
                   perform apply-maint-transaction
                   perform read-maint-record
               end-perform
               perform write-register-totals
           end-if

           perform close-maint-files

           if open-error-found
               move 16 to return-code
           end-if

           goback
           .

       open-maint-files section.
           open input sheet-maint-file
           if sheet-maint-status not = "00"
               display "Error: unable to open SHTTRAN, status="
                   sheet-maint-status
               set open-error-found to true
           end-if

           open i-o sightings-file
           if sightings-file-status not = "00"
               display "Error: unable to open SIGHTNGS, status="
                   sightings-file-status
               set open-error-found to true
           end-if

           open i-o rollup-control-file
           if rollup-control-status not = "00"
               display "Error: unable to open ROLLCTL, status="
                   rollup-control-status
               set open-error-found to true
           end-if

           open extend change-log-file
           if change-log-status not = "00"
               display "Error: unable to open SGTCLOG, status="
                   change-log-status
               set open-error-found to true
           end-if

           open output maint-register-file
           if maint-register-status not = "00"
               display "Error: unable to open SHTMREG, status="
                   maint-register-status
               set open-error-found to true
           end-if
           .

       close-maint-files section.
           close sheet-maint-file
           close sightings-file
           close rollup-control-file
           close change-log-file
           close maint-register-file
           .

       read-maint-record section.
           read sheet-maint-file
               at end
                   set maint-eof to true
               not at end
                   add 1 to transactions-read-count
           end-read
           .

       apply-maint-transaction section.
           move "N" to maint-reject-switch
           move "N" to reroll-switch
           move spaces to maint-reject-reason
           move spaces to sheet-before-image
           move spaces to sheet-after-image

           move spaces to register-detail-line
           move smt-site-code          to reg-site-code
           move smt-observation-date   to reg-observation-date
           move smt-observer-last-name to reg-observer
           move smt-species-code       to reg-species-code
           move zero                   to reg-before-count
           move zero                   to reg-after-count

           evaluate true
               when smt-correct-action
                   move "CORRECT" to reg-action
               when smt-void-action
                   move "VOID"    to reg-action
               when other
                   move smt-action-code to reg-action
                   set maint-rejected to true
                   move "invalid action code" to maint-reject-reason
                   add 1 to invalid-action-count
           end-evaluate

           if not maint-rejected
               perform read-maint-sheet
           end-if

           if not maint-rejected
               if smt-correct-action
                   perform correct-sheet-count
               else
                   perform void-sheet
               end-if
           end-if

           if not maint-rejected
               perform check-year-rolled-up
               perform write-change-log-record
           end-if

           evaluate true
               when smt-correct-action and maint-rejected
                   add 1 to corrects-rejected-count
               when smt-correct-action
                   add 1 to corrects-applied-count
               when smt-void-action and maint-rejected
                   add 1 to voids-rejected-count
               when smt-void-action
                   add 1 to voids-applied-count
           end-evaluate

           if maint-rejected
               move "REJECTED" to reg-status
               move maint-reject-reason to reg-reason
           else
               move "APPLIED"  to reg-status
           end-if
           if reroll-flagged
               move "RE-ROLL" to reg-reroll-flag
           end-if
           write register-line from register-detail-line
           .

       read-maint-sheet section.
           move smt-sheet-key to sg-sheet-key
           read sightings-file key is sg-sheet-key
               invalid key
                   set maint-rejected to true
                   move "sheet not on sightings file"
                       to maint-reject-reason
               not invalid key
                   move survey-sighting-record to sheet-before-image
                   move sg-sighting-count      to reg-before-count
           end-read
           .

       correct-sheet-count section.
           if smt-sighting-count not numeric
               set maint-rejected to true
               move "invalid count" to maint-reject-reason
           else
               if smt-sighting-count = sg-sighting-count
                   set maint-rejected to true
                   move "count unchanged" to maint-reject-reason
               end-if
           end-if

           if not maint-rejected
               move smt-sighting-count to sg-sighting-count
               rewrite survey-sighting-record
                   invalid key
                       set maint-rejected to true
                       move "sheet rewrite failed"
                           to maint-reject-reason
                   not invalid key
                       move survey-sighting-record
                           to sheet-after-image
                       move sg-sighting-count to reg-after-count
               end-rewrite
           end-if
           .

       void-sheet section.
           delete sightings-file record
               invalid key
                   set maint-rejected to true
                   move "sheet delete failed" to maint-reject-reason
           end-delete
           .

      * A year on the rollup control file has already been rolled
      * into BIRDHIST; the first change after that rollup sets its
      * re-roll flag, and every later one is still marked.
       check-year-rolled-up section.
           move sg-observation-date to observation-date-work
           move observation-year    to rc-survey-year
           read rollup-control-file
               invalid key
                   continue
               not invalid key
                   set reroll-flagged to true
                   add 1 to after-rollup-count
                   if not rc-reroll-needed
                       set rc-reroll-needed to true
                       move current-run-date to rc-reroll-date
                       rewrite rollup-control-record
                           invalid key
                               display "Error: unable to flag "
                                   "ROLLCTL for " rc-survey-year
                       end-rewrite
                       add 1 to years-flagged-count
                   end-if
           end-read
           .

       write-change-log-record section.
           move spaces to sheet-change-log-record
           move current-run-date to scl-log-date
           accept scl-log-time from time
           move reg-action to scl-action
           move sheet-before-image to scl-before-image
           move sheet-after-image  to scl-after-image
           if reroll-flagged
               set scl-reroll-flagged to true
           end-if
           write sheet-change-log-record
           .

       write-register-headings section.
           move current-run-date to reg-run-date
           write register-line from register-heading-line
           write register-line from register-column-heading
           .

       write-register-totals section.
           move spaces to register-line
           write register-line

           move spaces to register-total-line
           move "Corrections:" to reg-tot-label
           move "rejected:"    to reg-tot-rejected-label
           move corrects-applied-count  to reg-tot-applied
           move corrects-rejected-count to reg-tot-rejected
           write register-line from register-total-line

           move "Voids:"       to reg-tot-label
           move voids-applied-count     to reg-tot-applied
           move voids-rejected-count    to reg-tot-rejected
           write register-line from register-total-line

           move spaces to register-count-line
           move "Invalid actions:"           to reg-cnt-label
           move invalid-action-count         to reg-cnt-value
           write register-line from register-count-line

           move "Transactions read:"         to reg-cnt-label
           move transactions-read-count      to reg-cnt-value
           write register-line from register-count-line

           move "Changes after rollup:"      to reg-cnt-label
           move after-rollup-count   to reg-cnt-value
           write register-line from register-count-line

           move "Years flagged to re-roll:"  to reg-cnt-label
           move years-flagged-count          to reg-cnt-value
           write register-line from register-count-line
           .
