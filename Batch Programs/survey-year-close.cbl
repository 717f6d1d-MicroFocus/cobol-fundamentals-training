      *               year is left alone.  The closing summary counts
      *               species covered, leads carried forward, leads
      *               dropped and gaps.
      *   2026-10-15  The gate also refuses while any count sheet for
      *               the closing year is still pending plausibility
      *               review on SIGHTNGS, so a year's count is never
      *               closed on doubtful sheets; the pending count is on
      *               the close summary.
      *   2026-10-15  SIGHTNGS is now indexed on the sheet key.  The
      *               gate also refuses a year whose re-roll flag is set
      *               on the rollup control file (ROLLCTL) - a sheet was
      *               corrected or voided after the rollup, so BIRDHIST
      *               no longer matches the sheets until
      *               survey-sighting-rollup is run again.
      *   2026-10-15  The BIRDMAST select names the new family alternate
      *               key (see bird-master-record.cpy).

       identification division.
       program-id. survey-year-close.
               access mode is dynamic
               record key is bm-species-code
               alternate record key is bm-common-name
               alternate record key is bm-family-code
                   with duplicates
               file status is bird-file-status.

           select bird-history-file assign to "BIRDHIST"
                   with duplicates
               file status is roster-status.

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

           select close-report-file assign to "YECRPT"
               organization is line sequential
               file status is close-report-status.
       fd  roster-file.
       copy roster-record.

       fd  sightings-file.
       copy survey-sighting-record.

       fd  rollup-control-file.
       copy rollup-control-record.

       fd  close-report-file.
       01  close-line                  pic x(80).

       01  assignment-status           pic xx.
       01  roster-status               pic xx.
       01  close-report-status         pic xx.
       01  sightings-file-status       pic xx.
       01  rollup-control-status       pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  history-found           value "Y".
           05  lead-valid-switch       pic x(01).
               88  lead-valid              value "Y".
           05  sightings-eof-switch    pic x(01) value "N".
               88  sightings-eof           value "Y".
           05  reroll-flag-switch      pic x(01) value "N".
               88  reroll-outstanding      value "Y".

       01  observation-date-work       pic 9(08).
       01  observation-date-work-r redefines observation-date-work.
           05  observation-year        pic 9(04).
           05  observation-monthday    pic 9(04).

       01  current-run-date            pic 9(08).
       01  current-run-date-r redefines current-run-date.
           05  leads-carried-count     pic 9(05) value zero.
           05  leads-dropped-count     pic 9(05) value zero.
           05  already-present-count   pic 9(05) value zero.
           05  sheets-pending-count    pic 9(05) value zero.

       01  close-heading-line.
           05  filler                  pic x(24) value
           if not open-error-found
               perform write-close-headings
               perform run-completeness-gate
               perform count-pending-sheets
               perform check-reroll-flag

               if species-gap-count > zero
                   move "*** CLOSE REFUSED - survey year incomplete"
                       to close-result-line
                   write close-line from close-result-line
                   move 12 to return-code
               end-if

               if sheets-pending-count > zero
                   move "*** CLOSE REFUSED - sheets pending review"
                       to close-result-line
                   write close-line from close-result-line
                   move 12 to return-code
               end-if

               if reroll-outstanding
                   move
                       "*** CLOSE REFUSED - sheets changed since rollup"
                       to close-result-line
                   write close-line from close-result-line
                   move 12 to return-code
               end-if

               if species-gap-count = zero
                       and sheets-pending-count = zero
                       and not reroll-outstanding
                   perform load-closing-assignments
                   perform roll-assignments-forward
               end-if
           close bird-history-file
           close assignment-file
           close roster-file
           close sightings-file
           close rollup-control-file
           close close-report-file

           if open-error-found
               set open-error-found to true
           end-if

           open input sightings-file
           if sightings-file-status not = "00"
               display "Error: unable to open SIGHTNGS, status="
                   sightings-file-status
               set open-error-found to true
           end-if

           open input rollup-control-file
           if rollup-control-status not = "00"
               display "Error: unable to open ROLLCTL, status="
                   rollup-control-status
               set open-error-found to true
           end-if

           open output close-report-file
           if close-report-status not = "00"
               display "Error: unable to open YECRPT, status="
           end-if
           .

      * A sheet still pending plausibility review is a doubtful
      * count the rollup left out - the year is not closed until a
      * verifier has accepted or rejected every one.
       count-pending-sheets section.
           perform read-sightings-record
           perform until sightings-eof
               move sg-observation-date to observation-date-work
               if observation-year = close-year
                       and sg-pending-review
                   add 1 to sheets-pending-count
               end-if
               perform read-sightings-record
           end-perform
           .

       read-sightings-record section.
           read sightings-file next record
               at end
                   set sightings-eof to true
           end-read
           .

      * A correction or void after the rollup leaves BIRDHIST out of
      * step with the sheets; the year closes only once re-rolled.
       check-reroll-flag section.
           move close-year to rc-survey-year
           read rollup-control-file
               invalid key
                   continue
               not invalid key
                   if rc-reroll-needed
                       set reroll-outstanding to true
                       move spaces to close-detail-line
                       string "** sheets changed since rollup on "
                                  delimited by size
                              rc-reroll-date
                                  delimited by size
                           into cls-message
                       end-string
                       write close-line from close-detail-line
                   end-if
           end-read
           .

      * The closing year's assignments are collected into a table
      * first, so the rollover writes never interleave with the
      * keyed scan that found them.
           move "Already on new year:"     to cls-count-label
           move already-present-count     to cls-count-value
           write close-line from close-count-line

           move "Sheets pending review:"   to cls-count-label
           move sheets-pending-count      to cls-count-value
           write close-line from close-count-line
           .
