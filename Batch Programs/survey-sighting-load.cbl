      *   2026-09-02  ROSTER is now keyed on the permanent member
      *               number; the observer check reads the roster's
      *               alternate last-name key.
      *   2026-10-15  Each loaded sheet is checked for plausibility.  A
      *               count above the species' highest verified count at
      *               that site times SGTSITEX (two digits, default 05),
      *               or above SGTUKPCT percent (two digits, default 05)
      *               of its BIRDMAST UK breeding population, is loaded
      *               pending review with the reason and the limit it
      *               exceeded, for a verifier to accept or reject
      *               through survey-sheet-review.  The site history is
      *               read from the verified sheets already on SIGHTNGS
      *               before the load appends to it, and sheets held are
      *               counted at end of run.
      *   2026-10-15  SIGHTNGS is now indexed on site, observation date,
      *               observer and species (see
      *               survey-sighting-record.cpy and
      *               survey-sighting-convert), so a sheet keyed twice -
      *               by two clerks, or in two loads - is refused by the
      *               file and rejected to SGTEXC as a duplicate instead
      *               of being double-counted by the rollup.
      *   2026-10-15  Every sheet now names the site visit it was
      *               counted on: SIGHTIN carries the visiting member's
      *               ROSTER number and the visit start time (hhmm)
      *               after the count, and with the sheet's site and
      *               date these must find the visit on VISITS (see
      *               site-visit-record.cpy, loaded by site-visit-load)
      *               or the sheet is rejected, so survey-effort-report
      *               has the effort behind every count.
      *   2026-10-15  The BIRDMAST select names the new family alternate
      *               key (see bird-master-record.cpy).
      *   2026-10-15  Each sheet is stamped with the run date it was
      *               loaded (sg-load-date), so survey-lead-chase can
      *               find species that have gone quiet.

       identification division.
       program-id. survey-sighting-load.
               file status is sighting-input-status.

           select sightings-file assign to "SIGHTNGS"
               organization is indexed
               access mode is dynamic
               record key is sg-sheet-key
               file status is sightings-file-status.

           select site-master-file assign to "SITEMAST"
               access mode is dynamic
               record key is bm-species-code
               alternate record key is bm-common-name
               alternate record key is bm-family-code
                   with duplicates
               file status is bird-file-status.

           select roster-file assign to "ROSTER"
                   with duplicates
               file status is roster-status.

           select site-visit-file assign to "VISITS"
               organization is indexed
               access mode is dynamic
               record key is vi-visit-key
               file status is site-visit-status.

           select sighting-exception-file assign to "SGTEXC"
               organization is line sequential
               file status is sighting-exception-status.
       data division.
       file section.
       fd  sighting-input-file.
       01  sighting-input-line         pic x(49).
       01  sighting-input-fields.
           05  sgi-sheet-fields        pic x(40).
           05  sgi-visit-member-number pic x(05).
           05  sgi-visit-start-time    pic x(04).

       fd  sightings-file.
       copy survey-sighting-record.
       fd  roster-file.
       copy roster-record.

       fd  site-visit-file.
       copy site-visit-record.

       fd  sighting-exception-file.
       01  sighting-exception-line.
           05  sgx-input-line          pic x(49).
           05  filler                  pic x(02) value spaces.
           05  sgx-reason              pic x(30).

       01  bird-file-status            pic xx.
       01  roster-status               pic xx.
       01  sighting-exception-status   pic xx.
       01  site-visit-status           pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
           05  sheets-read-count       pic 9(05) value zero.
           05  sheets-loaded-count     pic 9(05) value zero.
           05  sheets-rejected-count   pic 9(05) value zero.
           05  sheets-held-count       pic 9(05) value zero.

       01  plausibility-switches.
           05  history-eof-switch      pic x(01) value "N".
               88  history-eof             value "Y".
           05  site-history-switch     pic x(01) value "N".
               88  site-history-found      value "Y".
           05  history-full-switch     pic x(01) value "N".
               88  history-table-full      value "Y".

       01  site-history-multiple       pic 9(02) value 5.
       01  site-history-multiple-param pic x(02).
       01  uk-share-percent            pic 9(02) value 5.
       01  uk-share-percent-param      pic x(02).
       01  site-history-limit          pic 9(09).
       01  uk-population-limit         pic 9(09).

       01  site-history-table.
           05  site-history-count      pic 9(04) value zero.
           05  site-history-entry occurs 2000 times.
               10  she-site-code       pic x(04).
               10  she-species-code    pic x(06).
               10  she-highest-count   pic 9(07).
       01  site-history-sub            pic 9(04).

       01  current-run-date            pic 9(08).

       procedure division.
           accept current-run-date from date yyyymmdd
           accept site-history-multiple-param
               from environment "SGTSITEX"
           if site-history-multiple-param is numeric
               move site-history-multiple-param
                   to site-history-multiple
           end-if

           accept uk-share-percent-param from environment "SGTUKPCT"
           if uk-share-percent-param is numeric
               move uk-share-percent-param to uk-share-percent
           end-if

           open input sighting-input-file
           if sighting-input-status not = "00"
               display "Error: unable to open SIGHTIN, status="
               set open-error-found to true
           end-if

           perform load-site-history

           open i-o sightings-file
           if sightings-file-status not = "00"
               display "Error: unable to open SIGHTNGS, status="
                   sightings-file-status
               set open-error-found to true
           end-if

           open input site-visit-file
           if site-visit-status not = "00"
               display "Error: unable to open VISITS, status="
                   site-visit-status
               set open-error-found to true
           end-if

           open output sighting-exception-file
           if sighting-exception-status not = "00"
               display "Error: unable to open SGTEXC, status="
               display "Count sheets read:     " sheets-read-count
               display "Count sheets loaded:   " sheets-loaded-count
               display "Count sheets rejected: " sheets-rejected-count
               display "Count sheets held:     " sheets-held-count
           end-if

           close sighting-input-file
           close site-master-file
           close bird-master-file
           close roster-file
           close site-visit-file
           close sighting-exception-file

           if open-error-found
           move "N" to sheet-reject-switch
           move spaces to sheet-reject-reason

           move sgi-sheet-fields to survey-sighting-record
           set sg-verified to true
           move space to sg-review-reason
           move zero  to sg-plausible-limit
           move zero  to sg-visit-member-number
           move zero  to sg-visit-start-time
           move current-run-date to sg-load-date
           perform validate-sighting-sheet

           if not sheet-rejected
               perform check-sheet-plausibility
               write survey-sighting-record
                   invalid key
                       set sheet-rejected to true
                       move "duplicate sheet already loaded"
                           to sheet-reject-reason
                   not invalid key
                       add 1 to sheets-loaded-count
                       if sg-pending-review
                           add 1 to sheets-held-count
                       else
                           perform record-site-history
                       end-if
               end-write
           end-if

           if sheet-rejected
               add 1 to sheets-rejected-count
               move spaces to sighting-exception-line
               move sighting-input-line to sgx-input-line
               move sheet-reject-reason to sgx-reason
               write sighting-exception-line
           end-if
           .

           if not sheet-rejected
               perform check-observer-on-roster
           end-if

           if not sheet-rejected
               perform check-visit-on-file
           end-if
           .

       check-visit-on-file section.
           if sgi-visit-member-number not numeric
                   or sgi-visit-start-time not numeric
               set sheet-rejected to true
               move "invalid visit reference" to sheet-reject-reason
           else
               move sgi-visit-member-number to sg-visit-member-number
               move sgi-visit-start-time    to sg-visit-start-time
               move sg-site-code            to vi-site-code
               move sg-observation-date     to vi-visit-date
               move sg-visit-member-number  to vi-member-number
               move sg-visit-start-time     to vi-start-time
               read site-visit-file
                   invalid key
                       set sheet-rejected to true
                       move "no visit recorded for sheet"
                           to sheet-reject-reason
               end-read
           end-if
           .

       check-site-on-master section.
                       to sheet-reject-reason
           end-read
           .

      * The site history is the highest verified count of each
      * species at each site, taken from the sheets already loaded
      * before this run adds to the file.  Sheets still pending or
      * rejected on review are not history.
       load-site-history section.
           open input sightings-file
           if sightings-file-status not = "00"
               display "Error: unable to open SIGHTNGS, status="
                   sightings-file-status
               set open-error-found to true
           else
               perform read-sightings-history
               perform until history-eof
                   if sg-verified
                       perform record-site-history
                   end-if
                   perform read-sightings-history
               end-perform
               close sightings-file
           end-if
           .

       read-sightings-history section.
           read sightings-file next record
               at end
                   set history-eof to true
           end-read
           .

       find-site-history-entry section.
           move "N" to site-history-switch
           move 1 to site-history-sub
           perform until site-history-found
                   or site-history-sub > site-history-count
               if she-site-code (site-history-sub) = sg-site-code
                   and she-species-code (site-history-sub)
                       = sg-species-code
                   set site-history-found to true
               else
                   add 1 to site-history-sub
               end-if
           end-perform
           .

       record-site-history section.
           perform find-site-history-entry
           if not site-history-found
               if site-history-count < 2000
                   add 1 to site-history-count
                   move site-history-count to site-history-sub
                   move sg-site-code
                       to she-site-code (site-history-sub)
                   move sg-species-code
                       to she-species-code (site-history-sub)
                   move zero to she-highest-count (site-history-sub)
                   set site-history-found to true
               else
                   if not history-table-full
                       display "Warning: site history table full - "
                           sg-site-code " " sg-species-code
                       set history-table-full to true
                   end-if
               end-if
           end-if

           if site-history-found
               if sg-sighting-count
                       > she-highest-count (site-history-sub)
                   move sg-sighting-count
                       to she-highest-count (site-history-sub)
               end-if
           end-if
           .

      * A sheet is held when its count is beyond the UK breeding
      * population share or the multiple of the site's best verified
      * count.  A species new to a site, or with no population on
      * the master, has nothing to be held against on that test.
       check-sheet-plausibility section.
           if bm-uk-breeding-population > zero
               compute uk-population-limit =
                   bm-uk-breeding-population * uk-share-percent / 100
               if sg-sighting-count > uk-population-limit
                   set sg-pending-review      to true
                   set sg-above-uk-population to true
                   move uk-population-limit   to sg-plausible-limit
               end-if
           end-if

           if not sg-pending-review
               perform find-site-history-entry
               if site-history-found
                   compute site-history-limit =
                       she-highest-count (site-history-sub)
                           * site-history-multiple
                   if sg-sighting-count > site-history-limit
                       set sg-pending-review     to true
                       set sg-above-site-history to true
                       move site-history-limit   to sg-plausible-limit
                   end-if
               end-if
           end-if
           .
