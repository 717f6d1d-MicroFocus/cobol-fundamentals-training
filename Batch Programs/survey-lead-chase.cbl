      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. Mid-season chase of quiet survey
      *               leads.  For every ASSIGN record of the survey
      *               year it finds the species on BIRDMAST and the
      *               last time a sheet for it was loaded onto
      *               SIGHTNGS (sg-load-date; sheets rejected on
      *               review do not count), and a species with no
      *               sheet this season, or none loaded in the last
      *               CHASEDAY days (default 30), is overdue.  Each
      *               lead with an overdue species gets one mail-merge
      *               row on CHASECSV from their ROSTER contact details
      *               - the roster-mailing-extract fields, then the
      *               number of overdue species and their names.  A
      *               lead with no first address line and no email,
      *               or no longer on ROSTER, goes on the phone-call
      *               list instead.  The run summary (CHASRPT) lists
      *               the letters and the phone calls with each lead's
      *               overdue species and days since the last sheet.
      *               The survey year defaults to the run date's year;
      *               set SURVYEAR=yyyy for a different year and
      *               CHASEDAY=nnn for a different number of days.

       identification division.
       program-id. survey-lead-chase.

       environment division.
       input-output section.
       file-control.
           select assignment-file assign to "ASSIGN"
               organization is indexed
               access mode is dynamic
               record key is sa-assignment-key
               file status is assignment-status.

           select bird-master-file assign to "BIRDMAST"
               organization is indexed
               access mode is dynamic
               record key is bm-species-code
               alternate record key is bm-common-name
               alternate record key is bm-family-code
                   with duplicates
               file status is bird-file-status.

           select sightings-file assign to "SIGHTNGS"
               organization is indexed
               access mode is dynamic
               record key is sg-sheet-key
               file status is sightings-file-status.

           select roster-file assign to "ROSTER"
               organization is indexed
               access mode is dynamic
               record key is ro-member-number
               alternate record key is ro-last-name
                   with duplicates
               file status is roster-status.

           select chase-csv-file assign to "CHASECSV"
               organization is line sequential
               file status is chase-csv-status.

           select chase-report-file assign to "CHASRPT"
               organization is line sequential
               file status is chase-report-status.

       data division.
       file section.
       fd  assignment-file.
       copy survey-assignment-record.

       fd  bird-master-file.
       copy bird-master-record.

       fd  sightings-file.
       copy survey-sighting-record.

       fd  roster-file.
       copy roster-record.

       fd  chase-csv-file.
       01  chase-csv-line              pic x(500).

       fd  chase-report-file.
       01  chase-report-line           pic x(100).

       working-storage section.
       01  assignment-status           pic xx.
       01  bird-file-status            pic xx.
       01  sightings-file-status       pic xx.
       01  roster-status               pic xx.
       01  chase-csv-status            pic xx.
       01  chase-report-status         pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  chase-switches.
           05  sightings-eof-switch    pic x(01) value "N".
               88  sightings-eof           value "Y".
           05  assignment-eof-switch   pic x(01) value "N".
               88  assignment-eof          value "Y".
           05  entry-found-switch      pic x(01) value "N".
               88  entry-found             value "Y".
           05  species-full-switch     pic x(01) value "N".
               88  species-table-full      value "Y".
           05  overdue-full-switch     pic x(01) value "N".
               88  overdue-table-full      value "Y".
           05  lead-full-switch        pic x(01) value "N".
               88  lead-table-full         value "Y".
           05  species-overdue-switch  pic x(01) value "N".
               88  species-overdue         value "Y".

       01  current-run-date            pic 9(08).
       01  current-run-date-r redefines current-run-date.
           05  current-year            pic 9(04).
           05  current-monthday        pic 9(04).

       01  chase-year                  pic 9(04).
       01  chase-year-param            pic x(04).
       01  chase-days                  pic 9(03) value 30.
       01  chase-days-param            pic x(03).

       01  date-work                   pic 9(08).
       01  date-work-r redefines date-work.
           05  date-work-year          pic 9(04).
           05  date-work-month         pic 9(02).
           05  date-work-day           pic 9(02).

      * Day numbers count days from a fixed origin so that two dates
      * can be subtracted; March is taken as the first month of the
      * year so the leap day falls at the end.
       01  day-number-fields.
           05  day-number-year         pic 9(05).
           05  day-number-month        pic 9(02).
           05  day-number-quotient     pic 9(07).
           05  day-number              pic 9(09).
       01  run-day-number              pic 9(09).
       01  days-quiet                  pic 9(09).

       01  last-sheet-table.
           05  last-sheet-count        pic 9(03) value zero.
           05  last-sheet-entry occurs 500 times.
               10  lse-species-code    pic x(06).
               10  lse-last-load-date  pic 9(08).
       01  last-sheet-sub              pic 9(03).
       01  lookup-species-code         pic x(06).

       01  overdue-table.
           05  overdue-count           pic 9(04) value zero.
           05  overdue-entry occurs 1000 times.
               10  ode-member-number   pic 9(05).
               10  ode-species         pic x(30).
               10  ode-last-load-date  pic 9(08).
               10  ode-days-quiet      pic 9(05).
       01  overdue-sub                 pic 9(04).

       01  lead-table.
           05  lead-count              pic 9(03) value zero.
           05  lead-entry occurs 500 times.
               10  lde-member-number   pic 9(05).
               10  lde-last-name       pic x(15).
               10  lde-species-count   pic 9(03).
               10  lde-outcome         pic x(01).
                   88  lde-letter-sent     value "L".
                   88  lde-phone-call      value "P".
                   88  lde-not-on-roster   value "R".
               10  lde-first-name      pic x(15).
               10  lde-phone           pic x(15).
       01  lead-sub                    pic 9(03).

       01  csv-pointer                 pic 9(03).
       01  csv-names-written           pic 9(03).
       01  csv-species-count           pic zz9.
       01  csv-count-spaces            pic 9(01).

       01  chase-counters.
           05  sheets-read-count       pic 9(07) value zero.
           05  assignments-read-count  pic 9(05) value zero.
           05  assignments-overdue-count pic 9(05) value zero.
           05  not-on-master-count     pic 9(05) value zero.
           05  letters-written-count   pic 9(05) value zero.
           05  phone-calls-count       pic 9(05) value zero.
           05  not-on-roster-count     pic 9(05) value zero.

       01  chase-heading-line.
           05  filler                  pic x(28) value
                   "Survey Lead Chase Summary".
           05  filler                  pic x(06) value "Year:".
           05  chs-chase-year          pic 9(04).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(11) value "Quiet days:".
           05  filler                  pic x(01) value space.
           05  chs-chase-days          pic zz9.
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(09) value "Run Date:".
           05  filler                  pic x(01) value space.
           05  chs-run-date            pic 9(08).

       01  chase-section-line          pic x(60).

       01  chase-column-heading.
           05  filler                  pic x(07) value "Member".
           05  filler                  pic x(33) value "Lead".
           05  filler                  pic x(17) value "Phone".
           05  filler                  pic x(09) value "Overdue".
           05  filler                  pic x(20) value "Outcome".

       01  chase-lead-line.
           05  chs-member-number       pic 9(05).
           05  filler                  pic x(02) value spaces.
           05  chs-first-name          pic x(15).
           05  filler                  pic x(01) value space.
           05  chs-last-name           pic x(15).
           05  filler                  pic x(02) value spaces.
           05  chs-phone               pic x(15).
           05  filler                  pic x(02) value spaces.
           05  chs-species-count       pic zz9.
           05  filler                  pic x(06) value spaces.
           05  chs-outcome             pic x(20).

       01  chase-species-line.
           05  filler                  pic x(09) value spaces.
           05  chs-species             pic x(30).
           05  filler                  pic x(02) value spaces.
           05  chs-last-loaded         pic x(14).
           05  filler                  pic x(02) value spaces.
           05  chs-days-quiet          pic x(12).

       01  chase-days-work.
           05  chs-days-value          pic zzzz9.
           05  filler                  pic x(07) value " days".

       01  chase-count-line.
           05  chs-count-label         pic x(26).
           05  chs-count-value         pic zzzzzz9.

       procedure division.
           accept current-run-date from date yyyymmdd
           accept chase-year-param from environment "SURVYEAR"
           if chase-year-param is numeric
               move chase-year-param to chase-year
           else
               move current-year to chase-year
           end-if

           accept chase-days-param from environment "CHASEDAY"
           if chase-days-param is numeric
               move chase-days-param to chase-days
           end-if

           move current-run-date to date-work
           perform compute-day-number
           move day-number to run-day-number

           perform open-chase-files

           if not open-error-found
               perform load-last-sheet-dates
               perform select-overdue-assignments
               perform write-chase-headings
               perform write-chase-letters
               perform write-phone-call-list
               perform write-chase-totals
           end-if

           perform close-chase-files

           if open-error-found
               move 16 to return-code
           end-if

           goback
           .

       open-chase-files section.
           open input assignment-file
           if assignment-status not = "00"
               display "Error: unable to open ASSIGN, status="
                   assignment-status
               set open-error-found to true
           end-if

           open input bird-master-file
           if bird-file-status not = "00"
               display "Error: unable to open BIRDMAST, status="
                   bird-file-status
               set open-error-found to true
           end-if

           open input sightings-file
           if sightings-file-status not = "00"
               display "Error: unable to open SIGHTNGS, status="
                   sightings-file-status
               set open-error-found to true
           end-if

           open input roster-file
           if roster-status not = "00"
               display "Error: unable to open ROSTER, status="
                   roster-status
               set open-error-found to true
           end-if

           open output chase-csv-file
           if chase-csv-status not = "00"
               display "Error: unable to open CHASECSV, status="
                   chase-csv-status
               set open-error-found to true
           end-if

           open output chase-report-file
           if chase-report-status not = "00"
               display "Error: unable to open CHASRPT, status="
                   chase-report-status
               set open-error-found to true
           end-if
           .

       close-chase-files section.
           close assignment-file
           close bird-master-file
           close sightings-file
           close roster-file
           close chase-csv-file
           close chase-report-file
           .

      * The latest load date of any sheet for each species observed
      * in the survey year.  Sheets rejected on review are not a sign
      * of life from the lead; pending sheets are.
       load-last-sheet-dates section.
           move low-values to sg-sheet-key
           start sightings-file key is not less than sg-sheet-key
               invalid key
                   set sightings-eof to true
           end-start
           perform read-next-sheet
           perform until sightings-eof
               move sg-observation-date to date-work
               if date-work-year = chase-year
                       and not sg-review-rejected
                   perform tally-last-sheet
               end-if
               perform read-next-sheet
           end-perform
           .

       read-next-sheet section.
           if not sightings-eof
               read sightings-file next record
                   at end
                       set sightings-eof to true
                   not at end
                       add 1 to sheets-read-count
               end-read
           end-if
           .

       tally-last-sheet section.
           move sg-species-code to lookup-species-code
           perform find-last-sheet-entry
           if not entry-found
               if last-sheet-count < 500
                   add 1 to last-sheet-count
                   move last-sheet-count to last-sheet-sub
                   move sg-species-code
                       to lse-species-code (last-sheet-sub)
                   move zero to lse-last-load-date (last-sheet-sub)
                   set entry-found to true
               else
                   if not species-table-full
                       display "Warning: last sheet table full - "
                           sg-species-code
                       set species-table-full to true
                   end-if
               end-if
           end-if

           if entry-found
               if sg-load-date > lse-last-load-date (last-sheet-sub)
                   move sg-load-date
                       to lse-last-load-date (last-sheet-sub)
               end-if
           end-if
           .

       find-last-sheet-entry section.
           move "N" to entry-found-switch
           move 1 to last-sheet-sub
           perform until entry-found
                   or last-sheet-sub > last-sheet-count
               if lse-species-code (last-sheet-sub)
                       = lookup-species-code
                   set entry-found to true
               else
                   add 1 to last-sheet-sub
               end-if
           end-perform
           .

       select-overdue-assignments section.
           move chase-year to sa-survey-year
           move low-values to sa-species
           start assignment-file key is not less than
                   sa-assignment-key
               invalid key
                   set assignment-eof to true
           end-start
           perform read-next-assignment
           perform until assignment-eof
               add 1 to assignments-read-count
               perform check-assignment-overdue
               if species-overdue
                   add 1 to assignments-overdue-count
                   perform record-overdue-species
               end-if
               perform read-next-assignment
           end-perform
           .

       read-next-assignment section.
           if not assignment-eof
               read assignment-file next record
                   at end
                       set assignment-eof to true
                   not at end
                       if sa-survey-year not = chase-year
                           set assignment-eof to true
                       end-if
               end-read
           end-if
           .

      * An assigned species is overdue when no sheet for it has been
      * loaded this season, or the last one is more than the chase
      * days old.  A species no longer on BIRDMAST cannot have sheets
      * and is chased like one that has none.
       check-assignment-overdue section.
           move "N" to species-overdue-switch
           move zero to date-work
           move zero to days-quiet

           move sa-species to bm-common-name
           read bird-master-file key is bm-common-name
               invalid key
                   add 1 to not-on-master-count
                   move spaces to bm-species-code
               not invalid key
                   move bm-species-code to lookup-species-code
                   perform find-last-sheet-entry
                   if entry-found
                       move lse-last-load-date (last-sheet-sub)
                           to date-work
                   end-if
           end-read

           if date-work = zero
               set species-overdue to true
           else
               perform compute-day-number
               if day-number < run-day-number
                   subtract day-number from run-day-number
                       giving days-quiet
               end-if
               if days-quiet > chase-days
                   set species-overdue to true
               end-if
           end-if
           .

       record-overdue-species section.
           if overdue-count < 1000
               add 1 to overdue-count
               move overdue-count to overdue-sub
               move sa-lead-member-number
                   to ode-member-number (overdue-sub)
               move sa-species to ode-species (overdue-sub)
               move date-work to ode-last-load-date (overdue-sub)
               move days-quiet to ode-days-quiet (overdue-sub)
               perform tally-overdue-lead
           else
               if not overdue-table-full
                   display "Warning: overdue species table full - "
                       sa-species
                   set overdue-table-full to true
               end-if
           end-if
           .

       tally-overdue-lead section.
           move "N" to entry-found-switch
           move 1 to lead-sub
           perform until entry-found
                   or lead-sub > lead-count
               if lde-member-number (lead-sub) = sa-lead-member-number
                   set entry-found to true
               else
                   add 1 to lead-sub
               end-if
           end-perform

           if not entry-found
               if lead-count < 500
                   add 1 to lead-count
                   move lead-count to lead-sub
                   move sa-lead-member-number
                       to lde-member-number (lead-sub)
                   move sa-lead-last-name to lde-last-name (lead-sub)
                   move zero to lde-species-count (lead-sub)
                   move spaces to lde-outcome (lead-sub)
                   move spaces to lde-first-name (lead-sub)
                   move spaces to lde-phone (lead-sub)
                   set entry-found to true
               else
                   if not lead-table-full
                       display "Warning: lead table full - "
                           sa-lead-member-number
                       set lead-table-full to true
                   end-if
               end-if
           end-if

           if entry-found
               add 1 to lde-species-count (lead-sub)
           end-if
           .

      * Converts date-work (yyyymmdd) to a day number.
       compute-day-number section.
           move date-work-year  to day-number-year
           move date-work-month to day-number-month
           if day-number-month < 3
               subtract 1 from day-number-year
               add 12 to day-number-month
           end-if

           multiply day-number-year by 365 giving day-number
           divide day-number-year by 4 giving day-number-quotient
           add day-number-quotient to day-number
           divide day-number-year by 100 giving day-number-quotient
           subtract day-number-quotient from day-number
           divide day-number-year by 400 giving day-number-quotient
           add day-number-quotient to day-number
           compute day-number-quotient =
               (153 * (day-number-month - 3) + 2) / 5
           add day-number-quotient to day-number
           add date-work-day to day-number
           .

      * One letter per lead with a usable postal address or email;
      * the rest are marked for the phone-call list.
       write-chase-letters section.
           move "Letters" to chase-section-line
           write chase-report-line from chase-section-line
           write chase-report-line from chase-column-heading

           move 1 to lead-sub
           perform until lead-sub > lead-count
               move lde-member-number (lead-sub) to ro-member-number
               read roster-file key is ro-member-number
                   invalid key
                       set lde-not-on-roster (lead-sub) to true
                       add 1 to not-on-roster-count
                   not invalid key
                       move ro-first-name
                           to lde-first-name (lead-sub)
                       move ro-last-name to lde-last-name (lead-sub)
                       move ro-phone to lde-phone (lead-sub)
                       if ro-address-line-1 = spaces
                               and ro-email = spaces
                           set lde-phone-call (lead-sub) to true
                           add 1 to phone-calls-count
                       else
                           set lde-letter-sent (lead-sub) to true
                           add 1 to letters-written-count
                           perform write-chase-csv-row
                           move "letter" to chs-outcome
                           perform write-lead-detail
                       end-if
               end-read
               add 1 to lead-sub
           end-perform
           .

       write-chase-csv-row section.
           move spaces to chase-csv-line
           move 1 to csv-pointer
           move zero to csv-names-written
           move lde-species-count (lead-sub) to csv-species-count
           move zero to csv-count-spaces
           inspect csv-species-count
               tallying csv-count-spaces for leading spaces
           string ro-member-number      delimited by size
                  ","                   delimited by size
                  ro-first-name         delimited by "  "
                  ","                   delimited by size
                  ro-last-name          delimited by "  "
                  ","                   delimited by size
                  ro-address-line-1     delimited by "  "
                  ","                   delimited by size
                  ro-address-line-2     delimited by "  "
                  ","                   delimited by size
                  ro-postcode           delimited by "  "
                  ","                   delimited by size
                  ro-email              delimited by "  "
                  ","                   delimited by size
               into chase-csv-line
               with pointer csv-pointer
           end-string
           string csv-species-count (csv-count-spaces + 1:)
                      delimited by size
                  ","                   delimited by size
               into chase-csv-line
               with pointer csv-pointer
           end-string

           move 1 to overdue-sub
           perform until overdue-sub > overdue-count
               if ode-member-number (overdue-sub)
                       = lde-member-number (lead-sub)
                   if csv-names-written > zero
                       string ";" delimited by size
                           into chase-csv-line
                           with pointer csv-pointer
                       end-string
                   end-if
                   string ode-species (overdue-sub) delimited by "  "
                       into chase-csv-line
                       with pointer csv-pointer
                   end-string
                   add 1 to csv-names-written
               end-if
               add 1 to overdue-sub
           end-perform
           write chase-csv-line
           .

       write-lead-detail section.
           move lde-member-number (lead-sub) to chs-member-number
           move lde-first-name (lead-sub)    to chs-first-name
           move lde-last-name (lead-sub)     to chs-last-name
           move lde-phone (lead-sub)         to chs-phone
           move lde-species-count (lead-sub) to chs-species-count
           write chase-report-line from chase-lead-line

           move 1 to overdue-sub
           perform until overdue-sub > overdue-count
               if ode-member-number (overdue-sub)
                       = lde-member-number (lead-sub)
                   perform write-species-detail
               end-if
               add 1 to overdue-sub
           end-perform
           .

       write-species-detail section.
           move ode-species (overdue-sub) to chs-species
           if ode-last-load-date (overdue-sub) = zero
               move "no sheets" to chs-last-loaded
               move spaces      to chs-days-quiet
           else
               move ode-last-load-date (overdue-sub) to chs-last-loaded
               move ode-days-quiet (overdue-sub) to chs-days-value
               move chase-days-work to chs-days-quiet
           end-if
           write chase-report-line from chase-species-line
           .

      * Leads with no first address line and no email, and leads no
      * longer on ROSTER, for the coordinators to telephone.
       write-phone-call-list section.
           move spaces to chase-report-line
           write chase-report-line
           move "Phone calls - no usable address or email"
               to chase-section-line
           write chase-report-line from chase-section-line
           write chase-report-line from chase-column-heading

           move 1 to lead-sub
           perform until lead-sub > lead-count
               evaluate true
                   when lde-phone-call (lead-sub)
                       move "phone" to chs-outcome
                       perform write-lead-detail
                   when lde-not-on-roster (lead-sub)
                       move "** not on roster **" to chs-outcome
                       perform write-lead-detail
               end-evaluate
               add 1 to lead-sub
           end-perform
           .

       write-chase-headings section.
           move chase-year       to chs-chase-year
           move chase-days       to chs-chase-days
           move current-run-date to chs-run-date
           write chase-report-line from chase-heading-line
           move spaces to chase-report-line
           write chase-report-line
           .

       write-chase-totals section.
           move spaces to chase-report-line
           write chase-report-line

           move spaces to chase-count-line
           move "Assignments read:"     to chs-count-label
           move assignments-read-count  to chs-count-value
           write chase-report-line from chase-count-line

           move "Assignments overdue:"  to chs-count-label
           move assignments-overdue-count to chs-count-value
           write chase-report-line from chase-count-line

           move "Species not on BIRDMAST:" to chs-count-label
           move not-on-master-count     to chs-count-value
           write chase-report-line from chase-count-line

           move "Leads chased:"         to chs-count-label
           move lead-count              to chs-count-value
           write chase-report-line from chase-count-line

           move "Letters written:"      to chs-count-label
           move letters-written-count   to chs-count-value
           write chase-report-line from chase-count-line

           move "Phone calls:"          to chs-count-label
           move phone-calls-count       to chs-count-value
           write chase-report-line from chase-count-line

           move "Leads not on roster:"  to chs-count-label
           move not-on-roster-count     to chs-count-value
           write chase-report-line from chase-count-line

           move "Sheets read:"          to chs-count-label
           move sheets-read-count       to chs-count-value
           write chase-report-line from chase-count-line
           .
