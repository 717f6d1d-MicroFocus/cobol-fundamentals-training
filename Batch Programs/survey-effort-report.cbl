      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. Season effort report (EFFRPT) from
      *               the site visits (VISITS, see
      *               site-visit-record.cpy) and the verified count
      *               sheets on SIGHTNGS that hang off them.  For each
      *               SITEMAST site with visits it gives the visits and
      *               hours of effort, then each species counted there
      *               with its total and birds per hour of effort,
      *               beside the same figures for the year before, so
      *               a short glance and a long visit no longer count
      *               the same.  A second section gives each ROSTER
      *               member's visits and volunteer hours for the year,
      *               for the grant applications.  The survey year
      *               defaults to the run date's year; set
      *               SURVYEAR=yyyy to report a different year.
      *               Sheets pending or rejected on review are left
      *               out, and sheets loaded before visits were
      *               recorded are counted but carry no effort.

       identification division.
       program-id. survey-effort-report.

       environment division.
       input-output section.
       file-control.
           select site-visit-file assign to "VISITS"
               organization is indexed
               access mode is dynamic
               record key is vi-visit-key
               file status is site-visit-status.

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

           select bird-master-file assign to "BIRDMAST"
               organization is indexed
               access mode is dynamic
               record key is bm-species-code
               alternate record key is bm-common-name
               alternate record key is bm-family-code
                   with duplicates
               file status is bird-file-status.

           select roster-file assign to "ROSTER"
               organization is indexed
               access mode is dynamic
               record key is ro-member-number
               alternate record key is ro-last-name
                   with duplicates
               file status is roster-status.

           select effort-report-file assign to "EFFRPT"
               organization is line sequential
               file status is effort-report-status.

       data division.
       file section.
       fd  site-visit-file.
       copy site-visit-record.

       fd  sightings-file.
       copy survey-sighting-record.

       fd  site-master-file.
       copy site-master-record.

       fd  bird-master-file.
       copy bird-master-record.

       fd  roster-file.
       copy roster-record.

       fd  effort-report-file.
       01  effort-line                 pic x(110).

       working-storage section.
       01  site-visit-status           pic xx.
       01  sightings-file-status       pic xx.
       01  site-master-status          pic xx.
       01  bird-file-status            pic xx.
       01  roster-status               pic xx.
       01  effort-report-status        pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  effort-switches.
           05  visits-eof-switch       pic x(01) value "N".
               88  visits-eof              value "Y".
           05  sightings-eof-switch    pic x(01) value "N".
               88  sightings-eof           value "Y".
           05  master-eof-switch       pic x(01) value "N".
               88  master-eof              value "Y".
           05  roster-eof-switch       pic x(01) value "N".
               88  roster-eof              value "Y".
           05  entry-found-switch      pic x(01) value "N".
               88  entry-found             value "Y".
           05  effort-full-switch      pic x(01) value "N".
               88  effort-table-full       value "Y".
           05  species-full-switch     pic x(01) value "N".
               88  species-table-full      value "Y".
           05  member-full-switch      pic x(01) value "N".
               88  member-table-full       value "Y".

       01  current-run-date            pic 9(08).
       01  current-run-date-r redefines current-run-date.
           05  current-year            pic 9(04).
           05  current-monthday        pic 9(04).

       01  report-year                 pic 9(04).
       01  report-year-param           pic x(04).
       01  prior-year                  pic 9(04).

       01  date-work                   pic 9(08).
       01  date-work-r redefines date-work.
           05  date-work-year          pic 9(04).
           05  date-work-monthday      pic 9(04).

       01  site-effort-table.
           05  site-effort-count       pic 9(03) value zero.
           05  site-effort-entry occurs 500 times.
               10  sef-site-code       pic x(04).
               10  sef-cur-visits      pic 9(05).
               10  sef-cur-minutes     pic 9(07).
               10  sef-pri-visits      pic 9(05).
               10  sef-pri-minutes     pic 9(07).
       01  site-effort-sub             pic 9(03).

       01  site-species-table.
           05  site-species-count      pic 9(04) value zero.
           05  site-species-entry occurs 3000 times.
               10  sst-site-code       pic x(04).
               10  sst-species-code    pic x(06).
               10  sst-cur-count       pic 9(09).
               10  sst-pri-count       pic 9(09).
       01  site-species-sub            pic 9(04).

       01  member-effort-table.
           05  member-effort-count     pic 9(04) value zero.
           05  member-effort-entry occurs 1000 times.
               10  mef-member-number   pic 9(05).
               10  mef-visits          pic 9(05).
               10  mef-minutes         pic 9(07).
       01  member-effort-sub           pic 9(04).

       01  hours-work                  pic 9(07)v9(02).
       01  rate-work                   pic 9(07)v9(02).

       01  effort-counters.
           05  visits-read-count       pic 9(07) value zero.
           05  visits-year-count       pic 9(07) value zero.
           05  visits-prior-count      pic 9(07) value zero.
           05  sheets-read-count       pic 9(07) value zero.
           05  sheets-counted-count    pic 9(07) value zero.
           05  sheets-no-visit-count   pic 9(07) value zero.
           05  members-reported-count  pic 9(05) value zero.
       01  volunteer-minutes-total     pic 9(09) value zero.

       01  effort-heading-line.
           05  filler                  pic x(26) value
                   "Survey Effort Report".
           05  filler                  pic x(06) value "Year:".
           05  eff-report-year         pic 9(04).
           05  filler                  pic x(10) value "   Prior:".
           05  eff-prior-year          pic 9(04).

       01  effort-section-line         pic x(60).

       01  site-effort-line.
           05  filler                  pic x(06) value "Site: ".
           05  eff-site-code           pic x(04).
           05  filler                  pic x(02) value spaces.
           05  eff-site-name           pic x(30).
           05  filler                  pic x(08) value "Visits:".
           05  eff-cur-visits          pic zzzz9.
           05  filler                  pic x(09) value "  Hours:".
           05  eff-cur-hours           pic zzzzz9.99.
           05  filler                  pic x(09) value "  Prior:".
           05  eff-pri-visits          pic zzzz9.
           05  filler                  pic x(09) value "  Hours:".
           05  eff-pri-hours           pic zzzzz9.99.

       01  species-column-heading.
           05  filler                  pic x(10) value "  Code".
           05  filler                  pic x(30) value "Species".
           05  filler                  pic x(11) value "      Count".
           05  filler                  pic x(11) value "  Per Hour".
           05  filler                  pic x(13) value "  Prior Count".
           05  filler                  pic x(11) value "  Per Hour".

       01  species-detail-line.
           05  filler                  pic x(02) value spaces.
           05  eff-species-code        pic x(06).
           05  filler                  pic x(02) value spaces.
           05  eff-species-name        pic x(30).
           05  eff-cur-count           pic zzzzzzzz9.
           05  filler                  pic x(02) value spaces.
           05  eff-cur-rate            pic zzzzzz9.99.
           05  filler                  pic x(04) value spaces.
           05  eff-pri-count           pic zzzzzzzz9.
           05  filler                  pic x(02) value spaces.
           05  eff-pri-rate            pic zzzzzz9.99.
           05  filler                  pic x(02) value spaces.
           05  eff-rate-note           pic x(14).

       01  member-column-heading.
           05  filler                  pic x(08) value "Member".
           05  filler                  pic x(32) value "Name".
           05  filler                  pic x(08) value "Visits".
           05  filler                  pic x(10) value "Hours".

       01  member-detail-line.
           05  eff-member-number       pic 9(05).
           05  filler                  pic x(03) value spaces.
           05  eff-member-name         pic x(31).
           05  filler                  pic x(01) value spaces.
           05  eff-member-visits       pic zzzz9.
           05  filler                  pic x(03) value spaces.
           05  eff-member-hours        pic zzzzz9.99.

       01  effort-count-line.
           05  eff-count-label         pic x(28).
           05  eff-count-value         pic zzzzzz9.

       01  effort-hours-line.
           05  eff-hours-label         pic x(28).
           05  eff-hours-value         pic zzzzzz9.99.

       procedure division.
           accept current-run-date from date yyyymmdd
           accept report-year-param from environment "SURVYEAR"
           if report-year-param is numeric
               move report-year-param to report-year
           else
               move current-year to report-year
           end-if
           compute prior-year = report-year - 1

           perform open-effort-files

           if not open-error-found
               perform write-effort-headings
               perform total-visit-effort
               perform total-sheet-counts
               perform write-site-section
               perform write-member-section
               perform write-effort-totals
           end-if

           close site-visit-file
           close sightings-file
           close site-master-file
           close bird-master-file
           close roster-file
           close effort-report-file

           if open-error-found
               move 16 to return-code
           end-if

           goback
           .

       open-effort-files section.
           open input site-visit-file
           if site-visit-status not = "00"
               display "Error: unable to open VISITS, status="
                   site-visit-status
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

           open input bird-master-file
           if bird-file-status not = "00"
               display "Error: unable to open BIRDMAST, status="
                   bird-file-status
               set open-error-found to true
           end-if

           open input roster-file
           if roster-status not = "00"
               display "Error: unable to open ROSTER, status="
                   roster-status
               set open-error-found to true
           end-if

           open output effort-report-file
           if effort-report-status not = "00"
               display "Error: unable to open EFFRPT, status="
                   effort-report-status
               set open-error-found to true
           end-if
           .

       write-effort-headings section.
           move report-year to eff-report-year
           move prior-year  to eff-prior-year
           write effort-line from effort-heading-line
           .

      * Effort is every visit to the site in the year, whether or not
      * a given species was seen on it - the index is birds per hour
      * of looking, not per hour of finding.
       total-visit-effort section.
           perform read-next-visit
           perform until visits-eof
               move vi-visit-date to date-work
               if date-work-year = report-year
                       or date-work-year = prior-year
                   perform tally-site-effort
               end-if
               if date-work-year = report-year
                   perform tally-member-effort
               end-if
               perform read-next-visit
           end-perform
           .

       read-next-visit section.
           read site-visit-file next record
               at end
                   set visits-eof to true
               not at end
                   add 1 to visits-read-count
           end-read
           .

       tally-site-effort section.
           perform find-site-effort-entry
           if not entry-found
               if site-effort-count < 500
                   add 1 to site-effort-count
                   move site-effort-count to site-effort-sub
                   move vi-site-code to sef-site-code (site-effort-sub)
                   move zero to sef-cur-visits (site-effort-sub)
                   move zero to sef-cur-minutes (site-effort-sub)
                   move zero to sef-pri-visits (site-effort-sub)
                   move zero to sef-pri-minutes (site-effort-sub)
                   set entry-found to true
               else
                   if not effort-table-full
                       display "Warning: site effort table full - "
                           vi-site-code
                       set effort-table-full to true
                   end-if
               end-if
           end-if

           if entry-found
               if date-work-year = report-year
                   add 1 to visits-year-count
                   add 1 to sef-cur-visits (site-effort-sub)
                   add vi-effort-minutes
                       to sef-cur-minutes (site-effort-sub)
               else
                   add 1 to visits-prior-count
                   add 1 to sef-pri-visits (site-effort-sub)
                   add vi-effort-minutes
                       to sef-pri-minutes (site-effort-sub)
               end-if
           end-if
           .

       find-site-effort-entry section.
           move "N" to entry-found-switch
           move 1 to site-effort-sub
           perform until entry-found
                   or site-effort-sub > site-effort-count
               if sef-site-code (site-effort-sub) = vi-site-code
                   set entry-found to true
               else
                   add 1 to site-effort-sub
               end-if
           end-perform
           .

       tally-member-effort section.
           move "N" to entry-found-switch
           move 1 to member-effort-sub
           perform until entry-found
                   or member-effort-sub > member-effort-count
               if mef-member-number (member-effort-sub)
                       = vi-member-number
                   set entry-found to true
               else
                   add 1 to member-effort-sub
               end-if
           end-perform

           if not entry-found
               if member-effort-count < 1000
                   add 1 to member-effort-count
                   move member-effort-count to member-effort-sub
                   move vi-member-number
                       to mef-member-number (member-effort-sub)
                   move zero to mef-visits (member-effort-sub)
                   move zero to mef-minutes (member-effort-sub)
                   set entry-found to true
               else
                   if not member-table-full
                       display "Warning: member effort table full - "
                           vi-member-number
                       set member-table-full to true
                   end-if
               end-if
           end-if

           if entry-found
               add 1 to mef-visits (member-effort-sub)
               add vi-effort-minutes to mef-minutes (member-effort-sub)
               add vi-effort-minutes to volunteer-minutes-total
           end-if
           .

      * Only verified sheets count, the same rule as the rollup.
       total-sheet-counts section.
           perform read-next-sheet
           perform until sightings-eof
               move sg-observation-date to date-work
               if (date-work-year = report-year
                       or date-work-year = prior-year)
                       and sg-verified
                   if sg-visit-member-number is numeric
                           and sg-visit-member-number > zero
                       add 1 to sheets-counted-count
                       perform tally-site-species
                   else
                       add 1 to sheets-no-visit-count
                   end-if
               end-if
               perform read-next-sheet
           end-perform
           .

       read-next-sheet section.
           read sightings-file next record
               at end
                   set sightings-eof to true
               not at end
                   add 1 to sheets-read-count
           end-read
           .

       tally-site-species section.
           move "N" to entry-found-switch
           move 1 to site-species-sub
           perform until entry-found
                   or site-species-sub > site-species-count
               if sst-site-code (site-species-sub) = sg-site-code
                       and sst-species-code (site-species-sub)
                           = sg-species-code
                   set entry-found to true
               else
                   add 1 to site-species-sub
               end-if
           end-perform

           if not entry-found
               if site-species-count < 3000
                   add 1 to site-species-count
                   move site-species-count to site-species-sub
                   move sg-site-code
                       to sst-site-code (site-species-sub)
                   move sg-species-code
                       to sst-species-code (site-species-sub)
                   move zero to sst-cur-count (site-species-sub)
                   move zero to sst-pri-count (site-species-sub)
                   set entry-found to true
               else
                   if not species-table-full
                       display "Warning: site species table full - "
                           sg-site-code " " sg-species-code
                       set species-table-full to true
                   end-if
               end-if
           end-if

           if entry-found
               if date-work-year = report-year
                   add sg-sighting-count
                       to sst-cur-count (site-species-sub)
               else
                   add sg-sighting-count
                       to sst-pri-count (site-species-sub)
               end-if
           end-if
           .

      * Sites are reported in site code order from SITEMAST, each
      * followed by the species counted there.
       write-site-section section.
           move spaces to effort-line
           write effort-line
           move "Birds per hour of effort by site and species"
               to effort-section-line
           write effort-line from effort-section-line

           move low-values to sm-site-code
           start site-master-file key is not less than sm-site-code
               invalid key
                   set master-eof to true
           end-start
           perform read-next-site
           perform until master-eof
               move sm-site-code to vi-site-code
               perform find-site-effort-entry
               if entry-found
                   perform write-site-detail
               end-if
               perform read-next-site
           end-perform
           .

       read-next-site section.
           if not master-eof
               read site-master-file next record
                   at end
                       set master-eof to true
               end-read
           end-if
           .

       write-site-detail section.
           move spaces to effort-line
           write effort-line
           move sm-site-code to eff-site-code
           move sm-site-name to eff-site-name
           move sef-cur-visits (site-effort-sub) to eff-cur-visits
           compute hours-work rounded =
               sef-cur-minutes (site-effort-sub) / 60
           move hours-work to eff-cur-hours
           move sef-pri-visits (site-effort-sub) to eff-pri-visits
           compute hours-work rounded =
               sef-pri-minutes (site-effort-sub) / 60
           move hours-work to eff-pri-hours
           write effort-line from site-effort-line
           write effort-line from species-column-heading

           move 1 to site-species-sub
           perform until site-species-sub > site-species-count
               if sst-site-code (site-species-sub) = sm-site-code
                   perform write-species-detail
               end-if
               add 1 to site-species-sub
           end-perform
           .

       write-species-detail section.
           move spaces to species-detail-line
           move sst-species-code (site-species-sub) to eff-species-code
           move sst-species-code (site-species-sub) to bm-species-code
           read bird-master-file
               invalid key
                   move "** not on master **" to eff-species-name
               not invalid key
                   move bm-common-name to eff-species-name
           end-read

           move sst-cur-count (site-species-sub) to eff-cur-count
           move zero to rate-work
           if sef-cur-minutes (site-effort-sub) > zero
               compute rate-work rounded =
                   sst-cur-count (site-species-sub) * 60
                       / sef-cur-minutes (site-effort-sub)
           end-if
           move rate-work to eff-cur-rate

           move sst-pri-count (site-species-sub) to eff-pri-count
           move zero to rate-work
           if sef-pri-minutes (site-effort-sub) > zero
               compute rate-work rounded =
                   sst-pri-count (site-species-sub) * 60
                       / sef-pri-minutes (site-effort-sub)
           end-if
           move rate-work to eff-pri-rate

           evaluate true
               when sst-pri-count (site-species-sub) = zero
                   move "new at site" to eff-rate-note
               when sst-cur-count (site-species-sub) = zero
                   move "not seen" to eff-rate-note
           end-evaluate
           write effort-line from species-detail-line
           .

      * Members are reported in member number order from ROSTER; a
      * member with no visits in the year is left off.
       write-member-section section.
           move spaces to effort-line
           write effort-line
           move "Volunteer hours by member" to effort-section-line
           write effort-line from effort-section-line
           write effort-line from member-column-heading

           move low-values to ro-member-number
           start roster-file key is not less than ro-member-number
               invalid key
                   set roster-eof to true
           end-start
           perform read-next-member
           perform until roster-eof
               perform write-member-detail
               perform read-next-member
           end-perform
           .

       read-next-member section.
           if not roster-eof
               read roster-file next record
                   at end
                       set roster-eof to true
               end-read
           end-if
           .

       write-member-detail section.
           move "N" to entry-found-switch
           move 1 to member-effort-sub
           perform until entry-found
                   or member-effort-sub > member-effort-count
               if mef-member-number (member-effort-sub)
                       = ro-member-number
                   set entry-found to true
               else
                   add 1 to member-effort-sub
               end-if
           end-perform

           if entry-found
               add 1 to members-reported-count
               move spaces to member-detail-line
               move ro-member-number to eff-member-number
               string ro-first-name delimited by "  "
                      " "           delimited by size
                      ro-last-name  delimited by "  "
                   into eff-member-name
               end-string
               move mef-visits (member-effort-sub) to eff-member-visits
               compute hours-work rounded =
                   mef-minutes (member-effort-sub) / 60
               move hours-work to eff-member-hours
               write effort-line from member-detail-line
           end-if
           .

       write-effort-totals section.
           move spaces to effort-line
           write effort-line

           move spaces to effort-count-line
           move "Visits read:"              to eff-count-label
           move visits-read-count           to eff-count-value
           write effort-line from effort-count-line

           move "Visits in year:"           to eff-count-label
           move visits-year-count           to eff-count-value
           write effort-line from effort-count-line

           move "Visits in prior year:"     to eff-count-label
           move visits-prior-count          to eff-count-value
           write effort-line from effort-count-line

           move "Sheets counted:"           to eff-count-label
           move sheets-counted-count        to eff-count-value
           write effort-line from effort-count-line

           move "Sheets with no visit:"     to eff-count-label
           move sheets-no-visit-count       to eff-count-value
           write effort-line from effort-count-line

           move "Members with visits:"      to eff-count-label
           move members-reported-count      to eff-count-value
           write effort-line from effort-count-line

           move spaces to effort-hours-line
           move "Volunteer hours in year:"  to eff-hours-label
           compute hours-work rounded = volunteer-minutes-total / 60
           move hours-work                  to eff-hours-value
           write effort-line from effort-hours-line
           .
