      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. The verifier's side of the count
      *               sheet plausibility review.  survey-sighting-load
      *               holds a sheet pending review when its count is
      *               out of line with the site's verified history or
      *               the species' UK breeding population; each SGTVTRN
      *               transaction (see sheet-review-transaction.cpy)
      *               names one held sheet by site, date, observer and
      *               species and accepts it (verified, so the rollup
      *               counts it) or rejects it (kept on file, out of
      *               every total).  The sheet is read by key on the
      *               indexed sightings file and rewritten in place; a
      *               decision for a sheet not on file, or not
      *               pending, is rejected with the reason.  A decision
      *               on a sheet for a year already rolled up sets that
      *               year's re-roll flag on ROLLCTL and is marked
      *               RE-ROLL, as survey-sheet-maint does for a
      *               correction.  The review register (SGTREVW) lists
      *               each decision as applied or rejected, then every
      *               sheet still pending with the limit it exceeded -
      *               run with an empty SGTVTRN it is the reviewers'
      *               worklist.

       identification division.
       program-id. survey-sheet-review.

       environment division.
       input-output section.
       file-control.
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

           select review-transaction-file assign to "SGTVTRN"
               organization is line sequential
               file status is review-transaction-status.

           select review-register-file assign to "SGTREVW"
               organization is line sequential
               file status is review-register-status.

       data division.
       file section.
       fd  sightings-file.
       copy survey-sighting-record.

       fd  rollup-control-file.
       copy rollup-control-record.

       fd  review-transaction-file.
       copy sheet-review-transaction.

       fd  review-register-file.
       01  register-line               pic x(132).

       working-storage section.
       01  sightings-file-status       pic xx.
       01  rollup-control-status       pic xx.
       01  review-transaction-status   pic xx.
       01  review-register-status      pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  review-switches.
           05  sightings-eof-switch    pic x(01) value "N".
               88  sightings-eof           value "Y".
           05  transaction-eof-switch  pic x(01) value "N".
               88  transaction-eof         value "Y".
           05  decision-reject-switch  pic x(01) value "N".
               88  decision-rejected       value "Y".
           05  reroll-switch           pic x(01) value "N".
               88  reroll-flagged          value "Y".
       01  decision-reject-reason      pic x(30).

       01  current-run-date            pic 9(08).

       01  observation-date-work       pic 9(08).
       01  observation-date-work-r redefines observation-date-work.
           05  observation-year        pic 9(04).
           05  observation-monthday    pic 9(04).

       01  review-counters.
           05  decisions-read-count    pic 9(05) value zero.
           05  sheets-read-count       pic 9(07) value zero.
           05  accepts-applied-count   pic 9(05) value zero.
           05  accepts-rejected-count  pic 9(05) value zero.
           05  rejects-applied-count   pic 9(05) value zero.
           05  rejects-rejected-count  pic 9(05) value zero.
           05  invalid-action-count    pic 9(05) value zero.
           05  still-pending-count     pic 9(05) value zero.
           05  years-flagged-count     pic 9(05) value zero.
           05  after-rollup-count      pic 9(05) value zero.

       01  register-heading-line.
           05  filler                  pic x(38) value
                   "Count Sheet Review Register".
           05  filler                  pic x(09) value "Run Date:".
           05  filler                  pic x(01) value space.
           05  reg-run-date            pic 9(08).

       01  register-column-heading.
           05  filler                  pic x(09) value "Action".
           05  filler                  pic x(06) value "Site".
           05  filler                  pic x(10) value "Date".
           05  filler                  pic x(17) value "Observer".
           05  filler                  pic x(08) value "Species".
           05  filler                  pic x(09) value "Count".
           05  filler                  pic x(11) value "Limit".
           05  filler                  pic x(10) value "Verifier".
           05  filler                  pic x(10) value "Status".
           05  filler                  pic x(32) value "Reason".
           05  filler                  pic x(07) value "Re-roll".

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
           05  reg-sighting-count      pic zzzzzz9.
           05  filler                  pic x(02) value spaces.
           05  reg-plausible-limit     pic zzzzzzzz9.
           05  filler                  pic x(02) value spaces.
           05  reg-verifier-id         pic x(08).
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
           05  reg-cnt-value           pic zzzzzz9.

       procedure division.
           accept current-run-date from date yyyymmdd

           perform open-review-files

           if not open-error-found
               perform write-register-headings
               perform apply-review-decisions
               perform list-pending-sheets
               perform write-register-totals
           end-if

           perform close-review-files

           if open-error-found
               move 16 to return-code
           end-if

           goback
           .

       open-review-files section.
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

           open input review-transaction-file
           if review-transaction-status not = "00"
               display "Error: unable to open SGTVTRN, status="
                   review-transaction-status
               set open-error-found to true
           end-if

           open output review-register-file
           if review-register-status not = "00"
               display "Error: unable to open SGTREVW, status="
                   review-register-status
               set open-error-found to true
           end-if
           .

       close-review-files section.
           close sightings-file
           close rollup-control-file
           close review-transaction-file
           close review-register-file
           .

       apply-review-decisions section.
           perform until transaction-eof
               read review-transaction-file
                   at end
                       set transaction-eof to true
                   not at end
                       add 1 to decisions-read-count
                       perform apply-one-decision
               end-read
           end-perform
           .

       apply-one-decision section.
           move "N" to decision-reject-switch
           move "N" to reroll-switch
           move spaces to decision-reject-reason
           move spaces to register-detail-line
           move srt-action-code        to reg-action
           move srt-site-code          to reg-site-code
           move srt-observation-date   to reg-observation-date
           move srt-observer-last-name to reg-observer
           move srt-species-code       to reg-species-code
           move zero                   to reg-sighting-count
           move zero                   to reg-plausible-limit
           move srt-verifier-id        to reg-verifier-id

           if not srt-valid-action
               set decision-rejected to true
               move "invalid action code" to decision-reject-reason
               add 1 to invalid-action-count
           else
               perform read-decision-sheet
           end-if

           if not decision-rejected
               if srt-accept-action
                   set sg-verified to true
               else
                   set sg-review-rejected to true
               end-if
               rewrite survey-sighting-record
                   invalid key
                       set decision-rejected to true
                       move "sheet rewrite failed"
                           to decision-reject-reason
               end-rewrite
           end-if

           if not decision-rejected
               perform check-year-rolled-up
           end-if

           evaluate true
               when srt-accept-action and decision-rejected
                   add 1 to accepts-rejected-count
               when srt-accept-action
                   add 1 to accepts-applied-count
               when srt-reject-action and decision-rejected
                   add 1 to rejects-rejected-count
               when srt-reject-action
                   add 1 to rejects-applied-count
           end-evaluate

           evaluate true
               when srt-accept-action
                   move "ACCEPT" to reg-action
               when srt-reject-action
                   move "REJECT" to reg-action
           end-evaluate
           if decision-rejected
               move "REJECTED" to reg-status
               move decision-reject-reason to reg-reason
           else
               move "APPLIED"  to reg-status
           end-if
           if reroll-flagged
               move "RE-ROLL" to reg-reroll-flag
           end-if
           write register-line from register-detail-line
           .

      * A year on the rollup control file has already been rolled
      * into BIRDHIST; the first decision after that rollup sets its
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

       read-decision-sheet section.
           move srt-sheet-key to sg-sheet-key
           read sightings-file key is sg-sheet-key
               invalid key
                   set decision-rejected to true
                   move "sheet not on sightings file"
                       to decision-reject-reason
               not invalid key
                   move sg-sighting-count  to reg-sighting-count
                   move sg-plausible-limit to reg-plausible-limit
                   if not sg-pending-review
                       set decision-rejected to true
                       move "sheet not pending review"
                           to decision-reject-reason
                   end-if
           end-read
           .

      * After the decisions, every sheet still pending is listed with
      * the test it failed - the reviewers' worklist.
       list-pending-sheets section.
           move low-values to sg-sheet-key
           start sightings-file key is not less than sg-sheet-key
               invalid key
                   set sightings-eof to true
           end-start
           perform read-next-sightings-record
           perform until sightings-eof
               if sg-pending-review
                   add 1 to still-pending-count
                   perform write-pending-detail
               end-if
               perform read-next-sightings-record
           end-perform
           .

       read-next-sightings-record section.
           if not sightings-eof
               read sightings-file next record
                   at end
                       set sightings-eof to true
                   not at end
                       add 1 to sheets-read-count
               end-read
           end-if
           .

       write-pending-detail section.
           move spaces to register-detail-line
           move "PENDING" to reg-action
           move sg-site-code          to reg-site-code
           move sg-observation-date   to reg-observation-date
           move sg-observer-last-name to reg-observer
           move sg-species-code       to reg-species-code
           move sg-sighting-count     to reg-sighting-count
           move sg-plausible-limit    to reg-plausible-limit
           evaluate true
               when sg-above-uk-population
                   move "above UK population share" to reg-reason
               when sg-above-site-history
                   move "above site history" to reg-reason
           end-evaluate
           write register-line from register-detail-line
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
           move "Accepts:"   to reg-tot-label
           move "rejected:"  to reg-tot-rejected-label
           move accepts-applied-count  to reg-tot-applied
           move accepts-rejected-count to reg-tot-rejected
           write register-line from register-total-line

           move "Rejects:"   to reg-tot-label
           move rejects-applied-count  to reg-tot-applied
           move rejects-rejected-count to reg-tot-rejected
           write register-line from register-total-line

           move spaces to register-count-line
           move "Still pending:"       to reg-cnt-label
           move still-pending-count    to reg-cnt-value
           write register-line from register-count-line

           move "Invalid actions:"     to reg-cnt-label
           move invalid-action-count   to reg-cnt-value
           write register-line from register-count-line

           move "Decisions read:"      to reg-cnt-label
           move decisions-read-count   to reg-cnt-value
           write register-line from register-count-line

           move "Sheets read:"         to reg-cnt-label
           move sheets-read-count      to reg-cnt-value
           write register-line from register-count-line

           move "Decisions after rollup:" to reg-cnt-label
           move after-rollup-count     to reg-cnt-value
           write register-line from register-count-line

           move "Years flagged to re-roll:" to reg-cnt-label
           move years-flagged-count    to reg-cnt-value
           write register-line from register-count-line
           .
