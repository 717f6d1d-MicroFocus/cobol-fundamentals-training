      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. Builds the season's visit plan
      *               (VISPLAN, see visit-plan-record.cpy) in place of
      *               the coordinators' wall chart.  Each SITEMAST site
      *               with required visits has that many slots spread
      *               evenly across its visit window in the survey
      *               year, and each slot is booked to the next ROSTER
      *               volunteer or survey lead in turn who is not
      *               already booked on that date; a slot nobody is
      *               free for is kept unfilled.  The schedule listing
      *               (SCHDRPT) prints every slot and the counts.  The
      *               survey year defaults to the run date's year; set
      *               SURVYEAR=yyyy for a different year.  A year that
      *               already has a plan is refused (RETURN-CODE 12) so
      *               reassignments are not lost by a rerun; set
      *               VPREBLD=Y to replace it.

       identification division.
       program-id. survey-visit-schedule.

       environment division.
       input-output section.
       file-control.
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

           select visit-plan-file assign to "VISPLAN"
               organization is indexed
               access mode is dynamic
               record key is vp-slot-key
               alternate record key is vp-booking-key
                   with duplicates
               file status is visit-plan-status.

           select schedule-report-file assign to "SCHDRPT"
               organization is line sequential
               file status is schedule-report-status.

       data division.
       file section.
       fd  site-master-file.
       copy site-master-record.

       fd  roster-file.
       copy roster-record.

       fd  visit-plan-file.
       copy visit-plan-record.

       fd  schedule-report-file.
       01  schedule-report-line        pic x(100).

       working-storage section.
       01  site-master-status          pic xx.
       01  roster-status               pic xx.
       01  visit-plan-status           pic xx.
       01  schedule-report-status      pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  schedule-switches.
           05  site-eof-switch         pic x(01) value "N".
               88  site-eof                value "Y".
           05  roster-eof-switch       pic x(01) value "N".
               88  roster-eof              value "Y".
           05  plan-eof-switch         pic x(01) value "N".
               88  plan-eof                value "Y".
           05  pool-full-switch        pic x(01) value "N".
               88  pool-table-full         value "Y".
           05  member-free-switch      pic x(01) value "N".
               88  member-free             value "Y".
           05  plan-refused-switch     pic x(01) value "N".
               88  plan-refused            value "Y".

       01  rebuild-param               pic x(01).
           88  rebuild-requested           value "Y" "y".

       01  current-run-date            pic 9(08).
       01  current-run-date-r redefines current-run-date.
           05  current-year            pic 9(04).
           05  current-monthday        pic 9(04).

       01  plan-year                   pic 9(04).
       01  plan-year-param             pic x(04).

       01  date-work                   pic 9(08).
       01  date-work-r redefines date-work.
           05  date-work-year          pic 9(04).
           05  date-work-month         pic 9(02).
           05  date-work-day           pic 9(02).

       01  window-end-date             pic 9(08).
       01  window-end-date-r redefines window-end-date.
           05  window-end-year         pic 9(04).
           05  window-end-month        pic 9(02).
           05  window-end-day          pic 9(02).
       01  window-start-date           pic 9(08).

       01  month-length-values.
           05  filler                  pic x(24) value
                   "312831303130313130313031".
       01  month-length-table redefines month-length-values.
           05  month-length            pic 9(02) occurs 12 times.
       01  days-in-month               pic 9(02).
       01  leap-year-fields.
           05  leap-quotient           pic 9(04).
           05  leap-remainder-4        pic 9(03).
           05  leap-remainder-100      pic 9(03).
           05  leap-remainder-400      pic 9(03).

       01  slot-fields.
           05  window-span             pic 9(03).
           05  slots-wanted            pic 9(02).
           05  slot-number             pic 9(02).
           05  slot-offset             pic 9(05).
           05  days-stepped            pic 9(05).

       01  volunteer-pool-table.
           05  pool-count              pic 9(04) value zero.
           05  pool-entry occurs 1000 times.
               10  vpe-member-number   pic 9(05).
               10  vpe-last-name       pic x(15).
               10  vpe-role            pic x(02).
       01  pool-sub                    pic 9(04).
       01  pool-next                   pic 9(04) value 1.
       01  pool-tries                  pic 9(04).

       01  schedule-counters.
           05  sites-read-count        pic 9(05) value zero.
           05  sites-scheduled-count   pic 9(05) value zero.
           05  sites-unplanned-count   pic 9(05) value zero.
           05  slots-planned-count     pic 9(05) value zero.
           05  slots-filled-count      pic 9(05) value zero.
           05  slots-unfilled-count    pic 9(05) value zero.
           05  slots-short-count       pic 9(05) value zero.
           05  slots-replaced-count    pic 9(05) value zero.
           05  slots-existing-count    pic 9(05) value zero.

       01  schedule-heading-line.
           05  filler                  pic x(30) value
                   "Survey Visit Schedule".
           05  filler                  pic x(06) value "Year:".
           05  sch-plan-year           pic 9(04).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(09) value "Run Date:".
           05  filler                  pic x(01) value space.
           05  sch-run-date            pic 9(08).

       01  schedule-column-heading.
           05  filler                  pic x(06) value "Site".
           05  filler                  pic x(32) value "Site Name".
           05  filler                  pic x(10) value "Date".
           05  filler                  pic x(07) value "Member".
           05  filler                  pic x(17) value "Name".
           05  filler                  pic x(06) value "Role".
           05  filler                  pic x(10) value "Status".

       01  schedule-detail-line.
           05  sch-site-code           pic x(04).
           05  filler                  pic x(02) value spaces.
           05  sch-site-name           pic x(30).
           05  filler                  pic x(02) value spaces.
           05  sch-visit-date          pic 9(08).
           05  filler                  pic x(02) value spaces.
           05  sch-member-number       pic 9(05).
           05  filler                  pic x(02) value spaces.
           05  sch-last-name           pic x(15).
           05  filler                  pic x(02) value spaces.
           05  sch-role                pic x(02).
           05  filler                  pic x(04) value spaces.
           05  sch-status              pic x(20).

       01  schedule-count-line.
           05  sch-count-label         pic x(26).
           05  sch-count-value         pic zzzz9.

       procedure division.
           accept current-run-date from date yyyymmdd
           accept plan-year-param from environment "SURVYEAR"
           if plan-year-param is numeric
               move plan-year-param to plan-year
           else
               move current-year to plan-year
           end-if
           accept rebuild-param from environment "VPREBLD"

           perform open-schedule-files

           if not open-error-found
               perform clear-existing-plan
           end-if

           if not open-error-found and not plan-refused
               perform load-volunteer-pool
               perform write-schedule-headings
               perform schedule-all-sites
               perform write-schedule-totals
           end-if

           perform close-schedule-files

           if open-error-found
               move 16 to return-code
           else
               if plan-refused
                   move 12 to return-code
               end-if
           end-if

           goback
           .

       open-schedule-files section.
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

      * The first season's run creates the visit plan file.
           open i-o visit-plan-file
           if visit-plan-status = "35"
               open output visit-plan-file
               close visit-plan-file
               open i-o visit-plan-file
           end-if
           if visit-plan-status not = "00"
               display "Error: unable to open VISPLAN, status="
                   visit-plan-status
               set open-error-found to true
           end-if

           open output schedule-report-file
           if schedule-report-status not = "00"
               display "Error: unable to open SCHDRPT, status="
                   schedule-report-status
               set open-error-found to true
           end-if
           .

       close-schedule-files section.
           close site-master-file
           close roster-file
           close visit-plan-file
           close schedule-report-file
           .

      * A plan already on file for the year is only replaced when
      * VPREBLD=Y; otherwise the run is refused so slots already
      * reassigned by the coordinators survive.
       clear-existing-plan section.
           perform count-existing-slots
           if slots-existing-count > zero
               if rebuild-requested
                   perform delete-existing-slots
               else
                   display "Error: visit plan already on file for "
                       plan-year " - set VPREBLD=Y to replace it"
                   set plan-refused to true
               end-if
           end-if
           .

       count-existing-slots section.
           move "N" to plan-eof-switch
           perform start-visit-plan
           perform read-next-slot
           perform until plan-eof
               move vp-visit-date to date-work
               if date-work-year = plan-year
                   add 1 to slots-existing-count
               end-if
               perform read-next-slot
           end-perform
           .

       delete-existing-slots section.
           move "N" to plan-eof-switch
           perform start-visit-plan
           perform read-next-slot
           perform until plan-eof
               move vp-visit-date to date-work
               if date-work-year = plan-year
                   delete visit-plan-file record
                       invalid key
                           display "Error: unable to delete slot "
                               vp-slot-key
                       not invalid key
                           add 1 to slots-replaced-count
                   end-delete
               end-if
               perform read-next-slot
           end-perform
           .

       start-visit-plan section.
           move low-values to vp-slot-key
           start visit-plan-file key is not less than vp-slot-key
               invalid key
                   set plan-eof to true
           end-start
           .

       read-next-slot section.
           if not plan-eof
               read visit-plan-file next record
                   at end
                       set plan-eof to true
               end-read
           end-if
           .

      * Volunteers and survey leads, in member number order, are the
      * people who can be booked on a visit.
       load-volunteer-pool section.
           move zero to ro-member-number
           start roster-file key is not less than ro-member-number
               invalid key
                   set roster-eof to true
           end-start
           perform read-next-roster-record
           perform until roster-eof
               if ro-volunteer or ro-survey-lead
                   perform add-pool-entry
               end-if
               perform read-next-roster-record
           end-perform
           .

       read-next-roster-record section.
           if not roster-eof
               read roster-file next record
                   at end
                       set roster-eof to true
               end-read
           end-if
           .

       add-pool-entry section.
           if pool-count < 1000
               add 1 to pool-count
               move ro-member-number to vpe-member-number (pool-count)
               move ro-last-name     to vpe-last-name (pool-count)
               move ro-role          to vpe-role (pool-count)
           else
               if not pool-table-full
                   display "Warning: volunteer table full - "
                       ro-member-number
                   set pool-table-full to true
               end-if
           end-if
           .

       schedule-all-sites section.
           move low-values to sm-site-code
           start site-master-file key is not less than sm-site-code
               invalid key
                   set site-eof to true
           end-start
           perform read-next-site
           perform until site-eof
               if sm-required-visits > zero
                   add 1 to sites-scheduled-count
                   perform schedule-one-site
               else
                   add 1 to sites-unplanned-count
               end-if
               perform read-next-site
           end-perform
           .

       read-next-site section.
           if not site-eof
               read site-master-file next record
                   at end
                       set site-eof to true
                   not at end
                       add 1 to sites-read-count
               end-read
           end-if
           .

      * The window is laid over the survey year (29 February becomes
      * the 28th in a common year) and the slots are spaced evenly
      * from its first day: slot n falls span * n / visits days in.
      * A window shorter than the visits asked for gets one slot a
      * day and the shortfall is counted.
       schedule-one-site section.
           move plan-year            to date-work-year
           move sm-window-end-month  to date-work-month
           move sm-window-end-day    to date-work-day
           perform clamp-to-month-length
           move date-work to window-end-date

           move plan-year             to date-work-year
           move sm-window-start-month to date-work-month
           move sm-window-start-day   to date-work-day
           perform clamp-to-month-length
           move date-work to window-start-date

           move 1 to window-span
           perform until date-work not < window-end-date
               perform advance-one-day
               add 1 to window-span
           end-perform

           move sm-required-visits to slots-wanted
           if slots-wanted > window-span
               compute slots-short-count =
                   slots-short-count + slots-wanted - window-span
               move window-span to slots-wanted
           end-if

           move zero to slot-number
           move zero to days-stepped
           move window-start-date to date-work
           perform until slot-number not < slots-wanted
               compute slot-offset =
                   (window-span * slot-number) / slots-wanted
               perform until days-stepped not < slot-offset
                   perform advance-one-day
                   add 1 to days-stepped
               end-perform
               perform book-one-slot
               add 1 to slot-number
           end-perform
           .

       clamp-to-month-length section.
           perform set-days-in-month
           if date-work-day > days-in-month
               move days-in-month to date-work-day
           end-if
           .

       advance-one-day section.
           perform set-days-in-month
           if date-work-day < days-in-month
               add 1 to date-work-day
           else
               move 1 to date-work-day
               if date-work-month < 12
                   add 1 to date-work-month
               else
                   move 1 to date-work-month
                   add 1 to date-work-year
               end-if
           end-if
           .

       set-days-in-month section.
           move month-length (date-work-month) to days-in-month
           if date-work-month = 2
               divide date-work-year by 4 giving leap-quotient
                   remainder leap-remainder-4
               divide date-work-year by 100 giving leap-quotient
                   remainder leap-remainder-100
               divide date-work-year by 400 giving leap-quotient
                   remainder leap-remainder-400
               if leap-remainder-4 = zero
                       and (leap-remainder-100 not = zero
                            or leap-remainder-400 = zero)
                   move 29 to days-in-month
               end-if
           end-if
           .

      * Books the slot at date-work to the next person in the pool,
      * in turn, who has no visit already booked that day.
       book-one-slot section.
           move "N" to member-free-switch
           move zero to pool-tries
           perform until member-free or pool-tries not < pool-count
               if pool-next > pool-count
                   move 1 to pool-next
               end-if
               move pool-next to pool-sub
               add 1 to pool-next
               add 1 to pool-tries
               perform check-member-free
           end-perform

           move spaces to visit-plan-record
           move sm-site-code to vp-site-code
           move date-work    to vp-visit-date
           move date-work    to vp-booking-date
           move "N"          to vp-reassigned-switch
           move current-run-date to vp-last-set-date
           if member-free
               move vpe-member-number (pool-sub) to vp-member-number
               move vpe-last-name (pool-sub)  to vp-member-last-name
               move vpe-role (pool-sub)       to vp-member-role
               set vp-slot-filled to true
           else
               move zero to vp-member-number
               set vp-slot-unfilled to true
           end-if

           write visit-plan-record
               invalid key
                   display "Error: duplicate visit slot - "
                       vp-slot-key
               not invalid key
                   add 1 to slots-planned-count
                   if vp-slot-filled
                       add 1 to slots-filled-count
                   else
                       add 1 to slots-unfilled-count
                   end-if
                   perform write-schedule-detail
           end-write
           .

       check-member-free section.
           move vpe-member-number (pool-sub) to vp-member-number
           move date-work to vp-booking-date
           read visit-plan-file key is vp-booking-key
               invalid key
                   set member-free to true
           end-read
           .

       write-schedule-detail section.
           move spaces to schedule-detail-line
           move vp-site-code        to sch-site-code
           move sm-site-name        to sch-site-name
           move vp-visit-date       to sch-visit-date
           move vp-member-number    to sch-member-number
           move vp-member-last-name to sch-last-name
           move vp-member-role      to sch-role
           if vp-slot-filled
               move "booked" to sch-status
           else
               move "** unfilled **" to sch-status
           end-if
           write schedule-report-line from schedule-detail-line
           .

       write-schedule-headings section.
           move plan-year        to sch-plan-year
           move current-run-date to sch-run-date
           write schedule-report-line from schedule-heading-line
           write schedule-report-line from schedule-column-heading
           .

       write-schedule-totals section.
           move spaces to schedule-report-line
           write schedule-report-line

           move spaces to schedule-count-line
           move "Sites read:"           to sch-count-label
           move sites-read-count        to sch-count-value
           write schedule-report-line from schedule-count-line

           move "Sites scheduled:"      to sch-count-label
           move sites-scheduled-count   to sch-count-value
           write schedule-report-line from schedule-count-line

           move "Sites with no visits:" to sch-count-label
           move sites-unplanned-count   to sch-count-value
           write schedule-report-line from schedule-count-line

           move "Volunteers available:" to sch-count-label
           move pool-count              to sch-count-value
           write schedule-report-line from schedule-count-line

           move "Slots planned:"        to sch-count-label
           move slots-planned-count     to sch-count-value
           write schedule-report-line from schedule-count-line

           move "Slots booked:"         to sch-count-label
           move slots-filled-count      to sch-count-value
           write schedule-report-line from schedule-count-line

           move "Slots unfilled:"       to sch-count-label
           move slots-unfilled-count    to sch-count-value
           write schedule-report-line from schedule-count-line

           move "Visits short of window:" to sch-count-label
           move slots-short-count       to sch-count-value
           write schedule-report-line from schedule-count-line

           move "Slots replaced:"       to sch-count-label
           move slots-replaced-count    to sch-count-value
           write schedule-report-line from schedule-count-line
           .
