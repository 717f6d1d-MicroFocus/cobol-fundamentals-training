      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. One-time conversion for the indexed
      *               keying of SIGHTNGS: reads the old sequential
      *               sightings file (OLDSGT) and writes each sheet to
      *               the new file indexed on site, observation date,
      *               observer and species (see
      *               survey-sighting-record.cpy).  Converted sheets
      *               are marked verified with no plausible limit,
      *               carry a zero visit link - they were loaded before
      *               site visits were recorded - and take their
      *               observation date as the load date, the day they
      *               were first loaded not being known.  The first
      *               sheet for a key is kept; any later sheet for the
      *               same key - the double-keyed sheets the rollup has
      *               been counting twice - goes to the exception
      *               listing (SGTDUP) for the coordinators to check,
      *               and a genuinely different sheet can be reloaded
      *               under its correct key afterwards.  The conversion
      *               report (CNVRPT) carries the record counts, the
      *               way bird-history-convert reported the history
      *               rekeying.

       identification division.
       program-id. survey-sighting-convert.

       environment division.
       input-output section.
       file-control.
           select old-sightings-file assign to "OLDSGT"
               organization is line sequential
               file status is old-sightings-status.

           select sightings-file assign to "SIGHTNGS"
               organization is indexed
               access mode is dynamic
               record key is sg-sheet-key
               file status is sightings-file-status.

           select duplicate-listing-file assign to "SGTDUP"
               organization is line sequential
               file status is duplicate-listing-status.

           select convert-report-file assign to "CNVRPT"
               organization is line sequential
               file status is convert-report-status.

       data division.
       file section.
       fd  old-sightings-file.
       01  old-sightings-record.
           05  old-site-code           pic x(04).
           05  old-observation-date    pic 9(08).
           05  old-observer-last-name  pic x(15).
           05  old-species-code        pic x(06).
           05  old-sighting-count      pic 9(07).

       fd  sightings-file.
       copy survey-sighting-record.

       fd  duplicate-listing-file.
       01  duplicate-listing-line.
           05  dup-old-record          pic x(40).
           05  filler                  pic x(02) value spaces.
           05  dup-reason              pic x(30).

       fd  convert-report-file.
       01  convert-line                pic x(80).

       working-storage section.
       01  old-sightings-status        pic xx.
       01  sightings-file-status       pic xx.
       01  duplicate-listing-status    pic xx.
       01  convert-report-status       pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  convert-switches.
           05  old-sightings-eof-switch pic x(01) value "N".
               88  old-sightings-eof       value "Y".

       01  convert-counters.
           05  sheets-read-count       pic 9(07) value zero.
           05  sheets-converted-count  pic 9(07) value zero.
           05  sheets-duplicate-count  pic 9(07) value zero.

       01  convert-heading-line        pic x(40).

       01  convert-count-line.
           05  cnv-count-label         pic x(28).
           05  cnv-count-value         pic zzzzzz9.

       procedure division.
           open input old-sightings-file
           if old-sightings-status not = "00"
               display "Error: unable to open OLDSGT, status="
                   old-sightings-status
               set open-error-found to true
           end-if

           open output sightings-file
           if sightings-file-status not = "00"
               display "Error: unable to open SIGHTNGS, status="
                   sightings-file-status
               set open-error-found to true
           end-if

           open output duplicate-listing-file
           if duplicate-listing-status not = "00"
               display "Error: unable to open SGTDUP, status="
                   duplicate-listing-status
               set open-error-found to true
           end-if

           open output convert-report-file
           if convert-report-status not = "00"
               display "Error: unable to open CNVRPT, status="
                   convert-report-status
               set open-error-found to true
           end-if

           if not open-error-found
               move "Sightings Conversion Report"
                   to convert-heading-line
               write convert-line from convert-heading-line

               perform read-old-sightings-record
               perform until old-sightings-eof
                   perform convert-one-sheet
                   perform read-old-sightings-record
               end-perform

               perform write-convert-totals
           end-if

           close old-sightings-file
           close sightings-file
           close duplicate-listing-file
           close convert-report-file

           if open-error-found
               move 16 to return-code
           end-if

           goback
           .

       read-old-sightings-record section.
           read old-sightings-file
               at end
                   set old-sightings-eof to true
               not at end
                   add 1 to sheets-read-count
           end-read
           .

       convert-one-sheet section.
           move spaces to survey-sighting-record
           move old-site-code          to sg-site-code
           move old-observation-date   to sg-observation-date
           move old-observer-last-name to sg-observer-last-name
           move old-species-code       to sg-species-code
           move old-sighting-count     to sg-sighting-count
           set sg-verified to true
           move space to sg-review-reason
           move zero to sg-plausible-limit
           move zero to sg-visit-member-number
           move zero to sg-visit-start-time
           move old-observation-date   to sg-load-date
           write survey-sighting-record
               invalid key
                   move spaces to duplicate-listing-line
                   move old-sightings-record to dup-old-record
                   move "duplicate sheet key" to dup-reason
                   write duplicate-listing-line
                   add 1 to sheets-duplicate-count
               not invalid key
                   add 1 to sheets-converted-count
           end-write
           .

       write-convert-totals section.
           move spaces to convert-line
           write convert-line

           move spaces to convert-count-line
           move "Sheets read:"            to cnv-count-label
           move sheets-read-count         to cnv-count-value
           write convert-line from convert-count-line

           move "Sheets converted:"       to cnv-count-label
           move sheets-converted-count    to cnv-count-value
           write convert-line from convert-count-line

           move "Sheets duplicate:"       to cnv-count-label
           move sheets-duplicate-count    to cnv-count-value
           write convert-line from convert-count-line
           .
