      *               survey year; a rerun of the rollup rewrites the
      *               year's record as a correction instead of
      *               appending a duplicate.
      *   2026-10-15  Only verified sheets are totalled.  Sheets for the
      *               year still pending plausibility review, or
      *               rejected on review, are counted on the report
      *               instead, and while any are pending the report says
      *               the year's figures are not final -
      *               survey-year-close refuses the close until they are
      *               decided.
      *   2026-10-15  SIGHTNGS is now indexed on the sheet key and is
      *               read in key order.  Each rollup records the year,
      *               date and time on the rollup control file (ROLLCTL,
      *               see rollup-control-record.cpy) and clears the
      *               year's re-roll flag, which survey-sheet-maint sets
      *               when a sheet is corrected or voided after the
      *               rollup; the report notes when this run is such a
      *               re-roll.
      *   2026-10-15  Each BIRDHIST figure now carries its source and
      *               the date it was last set (see
      *               bird-history-record.cpy).  A year already on file
      *               is offered through bird-history-precedence; the
      *               rollup outranks master and partner figures, which
      *               it replaces with the disagreement logged to
      *               BHCONF, but a coordinator override on file holds
      *               its figure - the species is marked history held
      *               and counted - unless the coordinator forces the
      *               rollup with BHFORCE=Y.
      *   2026-10-15  The BIRDMAST select names the new family alternate
      *               key (see bird-master-record.cpy).

       identification division.
       program-id. survey-sighting-rollup.
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

           select bird-master-file assign to "BIRDMAST"
               organization is indexed
               access mode is dynamic
               record key is bm-species-code
               alternate record key is bm-common-name
               alternate record key is bm-family-code
                   with duplicates
               file status is bird-file-status.

           select bird-history-file assign to "BIRDHIST"
       fd  bird-history-file.
       copy bird-history-record.

       fd  rollup-control-file.
       copy rollup-control-record.

       fd  rollup-report-file.
       01  rollup-line                 pic x(80).

       working-storage section.
       copy bird-history-offer.
       01  sightings-file-status       pic xx.
       01  bird-file-status            pic xx.
       01  bird-history-status         pic xx.
       01  rollup-report-status        pic xx.
       01  rollup-control-status       pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  sightings-eof           value "Y".
           05  species-found-switch    pic x(01) value "N".
               88  species-found           value "Y".
           05  prior-rollup-switch     pic x(01) value "N".
               88  prior-rollup-found      value "Y".
           05  reroll-run-switch       pic x(01) value "N".
               88  reroll-run              value "Y".
           05  history-on-file-switch  pic x(01) value "N".
               88  history-on-file         value "Y".

       01  history-force-param         pic x(01).
           88  history-force-requested     value "Y" "y".

       01  current-run-date            pic 9(08).
       01  current-run-date-r redefines current-run-date.
       01  rollup-counters.
           05  sightings-read-count    pic 9(07) value zero.
           05  sightings-used-count    pic 9(07) value zero.
           05  sheets-pending-count    pic 9(07) value zero.
           05  sheets-rejected-count   pic 9(07) value zero.
           05  history-written-count   pic 9(05) value zero.
           05  history-held-count      pic 9(05) value zero.
           05  species-unmatched-count pic 9(05) value zero.

       01  rollup-heading-line.
           else
               move current-year to survey-year
           end-if
           accept history-force-param from environment "BHFORCE"

           open input sightings-file
           if sightings-file-status not = "00"
               set open-error-found to true
           end-if

           open i-o rollup-control-file
           if rollup-control-status not = "00"
               display "Error: unable to open ROLLCTL, status="
                   rollup-control-status
               set open-error-found to true
           end-if

           open output rollup-report-file
           if rollup-report-status not = "00"
               display "Error: unable to open ROLLRPT, status="
               perform write-rollup-headings
               perform total-sighting-records
               perform write-history-from-totals
               perform record-rollup-control
               perform write-rollup-totals
           end-if

           close sightings-file
           close bird-master-file
           close bird-history-file
           close rollup-control-file
           close rollup-report-file

           if open-error-found
           perform until sightings-eof
               move sg-observation-date to observation-date-work
               if observation-year = survey-year
                   evaluate true
                       when sg-pending-review
                           add 1 to sheets-pending-count
                       when sg-review-rejected
                           add 1 to sheets-rejected-count
                       when other
                           add 1 to sightings-used-count
                           perform tally-sighting-record
                   end-evaluate
               end-if
               perform read-sighting-record
           end-perform
           .

       read-sighting-record section.
           read sightings-file next record
               at end
                   set sightings-eof to true
               not at end
                   move "** not on master **" to rol-message
               not invalid key
                   move bm-common-name to rol-species
                   perform write-species-history-record
           end-read

           write rollup-line from rollup-detail-line
           .

      * The rollup outranks every other source, so its figure is
      * only held back by a coordinator override already on file -
      * unless the coordinator forces the re-roll with BHFORCE=Y.
       write-species-history-record section.
           move ste-species-code (species-sub) to bh-species-code
           move survey-year to bh-survey-year
           move "N" to history-on-file-switch
           read bird-history-file
               invalid key
                   continue
               not invalid key
                   set history-on-file to true
           end-read

           if history-on-file
               set ho-from-rollup to true
               move ste-sighting-total (species-sub)
                   to ho-population-count
               move "survey-sighting-rollup" to ho-writer-program
               move "N" to ho-force-switch
               if history-force-requested
                   set ho-forced to true
               end-if
               call "bird-history-precedence"
                   using bird-history-record bird-history-offer
           else
               set ho-offer-accepted to true
           end-if

           if ho-offer-accepted
               move bm-common-name to bh-species
               move ste-sighting-total (species-sub)
                   to bh-population-count
               set bh-from-rollup to true
               move current-run-date to bh-last-set-date
               move "N" to bh-override-switch
               if history-force-requested
                   set bh-coordinator-override to true
               end-if
               if history-on-file
                   rewrite bird-history-record
                       invalid key
                           display "Error: unable to correct "
                               "history for " bh-species-code
                               " " bh-survey-year
                   end-rewrite
               else
                   write bird-history-record
                       invalid key
                           display "Error: unable to write "
                               "history for " bh-species-code
                               " " bh-survey-year
                   end-write
               end-if
               add 1 to history-written-count
           else
               add 1 to history-held-count
               move "history held" to rol-message
           end-if
           .

      * The control record says when the year was last rolled up,
      * so a later correction or void can flag it for a re-roll.
       record-rollup-control section.
           move "N" to prior-rollup-switch
           move survey-year to rc-survey-year
           read rollup-control-file
               invalid key
                   continue
               not invalid key
                   set prior-rollup-found to true
                   if rc-reroll-needed
                       set reroll-run to true
                   end-if
           end-read

           move survey-year      to rc-survey-year
           move current-run-date to rc-rollup-date
           accept rc-rollup-time from time
           set rc-reroll-clear to true
           move zero             to rc-reroll-date
           if prior-rollup-found
               rewrite rollup-control-record
                   invalid key
                       display "Error: unable to rewrite ROLLCTL "
                           "for " survey-year
               end-rewrite
           else
               write rollup-control-record
                   invalid key
                       display "Error: unable to write ROLLCTL "
                           "for " survey-year
               end-write
           end-if
           .

       write-rollup-headings section.
           move sightings-read-count    to rol-count-value
           write rollup-line from rollup-count-line

           move "Verified sheets in year:" to rol-count-label
           move sightings-used-count    to rol-count-value
           write rollup-line from rollup-count-line

           move history-written-count   to rol-count-value
           write rollup-line from rollup-count-line

           move "History rows held:"    to rol-count-label
           move history-held-count      to rol-count-value
           write rollup-line from rollup-count-line

           move "Species not on master:" to rol-count-label
           move species-unmatched-count to rol-count-value
           write rollup-line from rollup-count-line

           move "Sheets pending review:" to rol-count-label
           move sheets-pending-count    to rol-count-value
           write rollup-line from rollup-count-line

           move "Sheets rejected on review:" to rol-count-label
           move sheets-rejected-count   to rol-count-value
           write rollup-line from rollup-count-line

           if sheets-pending-count > zero
               move spaces to rollup-line
               write rollup-line
               move "** Year not final - sheets pending review **"
                   to rollup-line
               write rollup-line
           end-if

           if reroll-run
               move spaces to rollup-line
               write rollup-line
               move "Re-roll after sheet corrections - flag cleared"
                   to rollup-line
               write rollup-line
           end-if
           .
