      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. Weekly missed visits report
      *               (MISSRPT).  Compares the season's visit plan
      *               (VISPLAN, see visit-plan-record.cpy) with the
      *               count sheets loaded on SIGHTNGS: every slot dated
      *               before the run date with no sheet from that site
      *               on that date is listed with the member booked on
      *               it and their phone number from ROSTER, so the
      *               coordinators can chase it while the season is
      *               still running.  Unfilled slots that passed are
      *               listed as well.  A sheet counts whatever its
      *               review status - the visit was made.  The survey
      *               year defaults to the run date's year; set
      *               SURVYEAR=yyyy for a different year.

       identification division.
       program-id. survey-missed-visits.

       environment division.
       input-output section.
       file-control.
           select visit-plan-file assign to "VISPLAN"
               organization is indexed
               access mode is dynamic
               record key is vp-slot-key
               alternate record key is vp-booking-key
                   with duplicates
               file status is visit-plan-status.

           select sightings-file assign to "SIGHTNGS"
               organization is indexed
               access mode is dynamic
               record key is sg-sheet-key
               file status is sightings-file-status.

           select site-master-file assign to "SITEMAST"
               organization is indexed
               access mode is dynamic
               record key is sm-site-code
               file status is site-master-status.

           select roster-file assign to "ROSTER"
               organization is indexed
               access mode is dynamic
               record key is ro-member-number
               alternate record key is ro-last-name
                   with duplicates
               file status is roster-status.

           select missed-report-file assign to "MISSRPT"
               organization is line sequential
               file status is missed-report-status.

       data division.
       file section.
       fd  visit-plan-file.
       copy visit-plan-record.

       fd  sightings-file.
       copy survey-sighting-record.

       fd  site-master-file.
       copy site-master-record.

       fd  roster-file.
       copy roster-record.

       fd  missed-report-file.
       01  missed-report-line          pic x(100).

       working-storage section.
       01  visit-plan-status           pic xx.
       01  sightings-file-status       pic xx.
       01  site-master-status          pic xx.
       01  roster-status               pic xx.
       01  missed-report-status        pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  missed-switches.
           05  plan-eof-switch         pic x(01) value "N".
               88  plan-eof                value "Y".
           05  sheet-found-switch      pic x(01) value "N".
               88  sheet-found             value "Y".

       01  current-run-date            pic 9(08).
       01  current-run-date-r redefines current-run-date.
           05  current-year            pic 9(04).
           05  current-monthday        pic 9(04).

       01  report-year                 pic 9(04).
       01  report-year-param           pic x(04).

       01  date-work                   pic 9(08).
       01  date-work-r redefines date-work.
           05  date-work-year          pic 9(04).
           05  date-work-monthday      pic 9(04).

       01  missed-counters.
           05  slots-read-count        pic 9(05) value zero.
           05  slots-due-count         pic 9(05) value zero.
           05  slots-visited-count     pic 9(05) value zero.
           05  slots-missed-count      pic 9(05) value zero.
           05  unfilled-missed-count   pic 9(05) value zero.
           05  slots-to-come-count     pic 9(05) value zero.

       01  missed-heading-line.
           05  filler                  pic x(30) value
                   "Missed Visits Report".
           05  filler                  pic x(06) value "Year:".
           05  mis-report-year         pic 9(04).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(09) value "Run Date:".
           05  filler                  pic x(01) value space.
           05  mis-run-date            pic 9(08).

       01  missed-column-heading.
           05  filler                  pic x(06) value "Site".
           05  filler                  pic x(32) value "Site Name".
           05  filler                  pic x(10) value "Date".
           05  filler                  pic x(07) value "Member".
           05  filler                  pic x(17) value "Name".
           05  filler                  pic x(17) value "Phone".
           05  filler                  pic x(10) value "Note".

       01  missed-detail-line.
           05  mis-site-code           pic x(04).
           05  filler                  pic x(02) value spaces.
           05  mis-site-name           pic x(30).
           05  filler                  pic x(02) value spaces.
           05  mis-visit-date          pic 9(08).
           05  filler                  pic x(02) value spaces.
           05  mis-member-number       pic 9(05).
           05  filler                  pic x(02) value spaces.
           05  mis-last-name           pic x(15).
           05  filler                  pic x(02) value spaces.
           05  mis-phone               pic x(15).
           05  filler                  pic x(02) value spaces.
           05  mis-note                pic x(14).

       01  missed-count-line.
           05  mis-count-label         pic x(26).
           05  mis-count-value         pic zzzz9.

       procedure division.
           accept current-run-date from date yyyymmdd
           accept report-year-param from environment "SURVYEAR"
           if report-year-param is numeric
               move report-year-param to report-year
           else
               move current-year to report-year
           end-if

           perform open-missed-files

           if not open-error-found
               perform write-missed-headings
               perform check-planned-visits
               perform write-missed-totals
           end-if

           perform close-missed-files

           if open-error-found
               move 16 to return-code
           end-if

           goback
           .

       open-missed-files section.
           open input visit-plan-file
           if visit-plan-status not = "00"
               display "Error: unable to open VISPLAN, status="
                   visit-plan-status
               set open-error-found to true
           end-if

           open input sightings-file
           if sightings-file-status not = "00"
               display "Error: unable to open SIGHTNGS, status="
                   sightings-file-status
               set open-error-found to true
           end-if

           open input site-master-file
           if site-master-status not = "00"
               display "Error: unable to open SITEMAST, status="
                   site-master-status
               set open-error-found to true
           end-if

           open input roster-file
           if roster-status not = "00"
               display "Error: unable to open ROSTER, status="
                   roster-status
               set open-error-found to true
           end-if

           open output missed-report-file
           if missed-report-status not = "00"
               display "Error: unable to open MISSRPT, status="
                   missed-report-status
               set open-error-found to true
           end-if
           .

       close-missed-files section.
           close visit-plan-file
           close sightings-file
           close site-master-file
           close roster-file
           close missed-report-file
           .

       check-planned-visits section.
           move low-values to vp-slot-key
           start visit-plan-file key is not less than vp-slot-key
               invalid key
                   set plan-eof to true
           end-start
           perform read-next-slot
           perform until plan-eof
               move vp-visit-date to date-work
               if date-work-year = report-year
                   add 1 to slots-read-count
                   if vp-visit-date < current-run-date
                       add 1 to slots-due-count
                       perform check-slot-visited
                   else
                       add 1 to slots-to-come-count
                   end-if
               end-if
               perform read-next-slot
           end-perform
           .

       read-next-slot section.
           if not plan-eof
               read visit-plan-file next record
                   at end
                       set plan-eof to true
               end-read
           end-if
           .

      * Any sheet keyed to the slot's site and date means the visit
      * was made; the sheet key leads with site and date, so the first
      * sheet at or after them answers the question.
       check-slot-visited section.
           move "N" to sheet-found-switch
           move low-values    to sg-sheet-key
           move vp-site-code  to sg-site-code
           move vp-visit-date to sg-observation-date
           start sightings-file key is not less than sg-sheet-key
               invalid key
                   continue
               not invalid key
                   read sightings-file next record
                       at end
                           continue
                       not at end
                           if sg-site-code = vp-site-code
                                   and sg-observation-date
                                       = vp-visit-date
                               set sheet-found to true
                           end-if
                   end-read
           end-start

           if sheet-found
               add 1 to slots-visited-count
           else
               add 1 to slots-missed-count
               perform write-missed-detail
           end-if
           .

       write-missed-detail section.
           move spaces to missed-detail-line
           move vp-site-code        to mis-site-code
           move vp-visit-date       to mis-visit-date
           move vp-member-number    to mis-member-number
           move vp-member-last-name to mis-last-name

           move vp-site-code to sm-site-code
           read site-master-file key is sm-site-code
               invalid key
                   move "** not on SITEMAST **" to mis-site-name
               not invalid key
                   move sm-site-name to mis-site-name
           end-read

           if vp-slot-unfilled
               add 1 to unfilled-missed-count
               move "unfilled" to mis-note
           else
               move vp-member-number to ro-member-number
               read roster-file key is ro-member-number
                   invalid key
                       move "not on roster" to mis-note
                   not invalid key
                       move ro-phone to mis-phone
               end-read
               if vp-reassigned
                   move "reassigned" to mis-note
               end-if
           end-if
           write missed-report-line from missed-detail-line
           .

       write-missed-headings section.
           move report-year      to mis-report-year
           move current-run-date to mis-run-date
           write missed-report-line from missed-heading-line
           write missed-report-line from missed-column-heading
           .

       write-missed-totals section.
           move spaces to missed-report-line
           write missed-report-line

           move spaces to missed-count-line
           move "Slots planned:"        to mis-count-label
           move slots-read-count        to mis-count-value
           write missed-report-line from missed-count-line

           move "Slots passed:"         to mis-count-label
           move slots-due-count         to mis-count-value
           write missed-report-line from missed-count-line

           move "Visits made:"          to mis-count-label
           move slots-visited-count     to mis-count-value
           write missed-report-line from missed-count-line

           move "Visits missed:"        to mis-count-label
           move slots-missed-count      to mis-count-value
           write missed-report-line from missed-count-line

           move "Missed and unfilled:"  to mis-count-label
           move unfilled-missed-count   to mis-count-value
           write missed-report-line from missed-count-line

           move "Slots still to come:"  to mis-count-label
           move slots-to-come-count     to mis-count-value
           write missed-report-line from missed-count-line
           .
