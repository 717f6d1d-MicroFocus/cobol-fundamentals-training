      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. Edits and loads the keyed site
      *               visit records (VISITIN, one record per visit)
      *               onto the visits file (VISITS, see
      *               site-visit-record.cpy).  Each visit's site code
      *               must exist on SITEMAST and its member number on
      *               ROSTER; the date must be numeric, the start and
      *               end times valid hhmm with the end after the
      *               start, and the weather code one of the
      *               conditions codes.  The effort in minutes is
      *               stored with the visit.  A second visit with the
      *               same site, date, member and start time is
      *               refused by the file key; the first run creates
      *               the visits file.  Visits that fail are
      *               written to the exception file (VSTEXC) with the
      *               reason, and read/loaded/rejected counts are
      *               displayed at end of run - the same shape
      *               survey-sighting-load gives the count sheets,
      *               which must name a loaded visit.

       identification division.
       program-id. site-visit-load.

       environment division.
       input-output section.
       file-control.
           select visit-input-file assign to "VISITIN"
               organization is line sequential
               file status is visit-input-status.

           select site-visit-file assign to "VISITS"
               organization is indexed
               access mode is dynamic
               record key is vi-visit-key
               file status is site-visit-status.

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

           select visit-exception-file assign to "VSTEXC"
               organization is line sequential
               file status is visit-exception-status.

       data division.
       file section.
       fd  visit-input-file.
       01  visit-input-line            pic x(26).
       01  visit-input-fields.
           05  vin-site-code           pic x(04).
           05  vin-visit-date          pic x(08).
           05  vin-member-number       pic x(05).
           05  vin-start-time          pic x(04).
           05  vin-end-time            pic x(04).
           05  vin-weather-code        pic x(01).

       fd  site-visit-file.
       copy site-visit-record.

       fd  site-master-file.
       copy site-master-record.

       fd  roster-file.
       copy roster-record.

       fd  visit-exception-file.
       01  visit-exception-line.
           05  vsx-input-line          pic x(26).
           05  filler                  pic x(02) value spaces.
           05  vsx-reason              pic x(30).

       working-storage section.
       01  visit-input-status          pic xx.
       01  site-visit-status           pic xx.
       01  site-master-status          pic xx.
       01  roster-status               pic xx.
       01  visit-exception-status      pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  load-switches.
           05  visit-eof-switch        pic x(01) value "N".
               88  visit-eof               value "Y".
           05  visit-reject-switch     pic x(01) value "N".
               88  visit-rejected          value "Y".
       01  visit-reject-reason         pic x(30).

       01  visit-time-work             pic 9(04).
       01  visit-time-work-r redefines visit-time-work.
           05  visit-time-hours        pic 9(02).
           05  visit-time-minutes      pic 9(02).
       01  start-minutes-of-day        pic 9(04).
       01  end-minutes-of-day          pic 9(04).

       01  load-counters.
           05  visits-read-count       pic 9(05) value zero.
           05  visits-loaded-count     pic 9(05) value zero.
           05  visits-rejected-count   pic 9(05) value zero.

       procedure division.
           open input visit-input-file
           if visit-input-status not = "00"
               display "Error: unable to open VISITIN, status="
                   visit-input-status
               set open-error-found to true
           end-if

      * The first run creates the visits file.
           open i-o site-visit-file
           if site-visit-status = "35"
               open output site-visit-file
               close site-visit-file
               open i-o site-visit-file
           end-if
           if site-visit-status not = "00"
               display "Error: unable to open VISITS, status="
                   site-visit-status
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

           open output visit-exception-file
           if visit-exception-status not = "00"
               display "Error: unable to open VSTEXC, status="
                   visit-exception-status
               set open-error-found to true
           end-if

           if not open-error-found
               perform read-visit-input-record
               perform until visit-eof
                   perform process-site-visit
                   perform read-visit-input-record
               end-perform

               display "Site visits read:     " visits-read-count
               display "Site visits loaded:   " visits-loaded-count
               display "Site visits rejected: " visits-rejected-count
           end-if

           close visit-input-file
           close site-visit-file
           close site-master-file
           close roster-file
           close visit-exception-file

           if open-error-found
               move 16 to return-code
           end-if

           goback
           .

       read-visit-input-record section.
           read visit-input-file
               at end
                   set visit-eof to true
               not at end
                   add 1 to visits-read-count
           end-read
           .

       process-site-visit section.
           move "N" to visit-reject-switch
           move spaces to visit-reject-reason

           perform validate-site-visit

           if not visit-rejected
               move vin-site-code      to vi-site-code
               move vin-visit-date     to vi-visit-date
               move vin-member-number  to vi-member-number
               move vin-start-time     to vi-start-time
               move vin-end-time       to vi-end-time
               move vin-weather-code   to vi-weather-code
               compute vi-effort-minutes =
                   end-minutes-of-day - start-minutes-of-day
               write site-visit-record
                   invalid key
                       set visit-rejected to true
                       move "duplicate visit already loaded"
                           to visit-reject-reason
                   not invalid key
                       add 1 to visits-loaded-count
               end-write
           end-if

           if visit-rejected
               add 1 to visits-rejected-count
               move spaces to visit-exception-line
               move visit-input-line    to vsx-input-line
               move visit-reject-reason to vsx-reason
               write visit-exception-line
           end-if
           .

       validate-site-visit section.
           if vin-visit-date not numeric
               set visit-rejected to true
               move "invalid visit date" to visit-reject-reason
           end-if

           if not visit-rejected
               perform check-visit-times
           end-if

           if not visit-rejected
               move vin-weather-code to vi-weather-code
               if not vi-valid-weather
                   set visit-rejected to true
                   move "invalid weather code" to visit-reject-reason
               end-if
           end-if

           if not visit-rejected
               perform check-site-on-master
           end-if

           if not visit-rejected
               perform check-member-on-roster
           end-if
           .

      * Times are hhmm on the day of the visit; a visit running past
      * midnight is keyed as two visits.
       check-visit-times section.
           if vin-start-time not numeric or vin-end-time not numeric
               set visit-rejected to true
               move "invalid start or end time" to visit-reject-reason
           else
               move vin-start-time to visit-time-work
               if visit-time-hours > 23 or visit-time-minutes > 59
                   set visit-rejected to true
                   move "invalid start time" to visit-reject-reason
               else
                   compute start-minutes-of-day =
                       visit-time-hours * 60 + visit-time-minutes
               end-if

               move vin-end-time to visit-time-work
               if visit-time-hours > 23 or visit-time-minutes > 59
                   set visit-rejected to true
                   move "invalid end time" to visit-reject-reason
               else
                   compute end-minutes-of-day =
                       visit-time-hours * 60 + visit-time-minutes
               end-if
           end-if

           if not visit-rejected
               if end-minutes-of-day not > start-minutes-of-day
                   set visit-rejected to true
                   move "end time not after start time"
                       to visit-reject-reason
               end-if
           end-if
           .

       check-site-on-master section.
           move vin-site-code to sm-site-code
           read site-master-file
               invalid key
                   set visit-rejected to true
                   move "site not on site master"
                       to visit-reject-reason
           end-read
           .

       check-member-on-roster section.
           if vin-member-number not numeric
               set visit-rejected to true
               move "invalid member number" to visit-reject-reason
           else
               move vin-member-number to ro-member-number
               read roster-file
                   invalid key
                       set visit-rejected to true
                       move "member not on roster"
                           to visit-reject-reason
               end-read
           end-if
           .
