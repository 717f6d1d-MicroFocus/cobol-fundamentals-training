      *               The sightings load validates every count
      *               sheet's site code against the master this
      *               program builds.
      *   2026-10-15  Each site list line now carries the site's
      *               required visits per season and its visit window
      *               (start and end month and day) for
      *               survey-visit-schedule.  A line without them loads
      *               with zero visits and is not scheduled; a
      *               non-numeric or impossible window is rejected with
      *               the reason.

       identification division.
       program-id. site-master-load.
       data division.
       file section.
       fd  site-data-file.
       01  site-data-line              pic x(52).

       fd  site-master-file.
       copy site-master-record.
           05  load-error-switch       pic x(01) value "N".
               88  load-error-found        value "Y".

       01  site-reject-reason          pic x(30).

       01  month-length-values.
           05  filler                  pic x(24) value
                   "312931303130313130313031".
       01  month-length-table redefines month-length-values.
           05  month-length            pic 9(02) occurs 12 times.

       01  load-counters.
           05  sites-read-count        pic 9(05) value zero.
           05  sites-loaded-count      pic 9(05) value zero.
           .

       load-one-site-record section.
           move site-data-line to site-master-record
           move spaces to site-reject-reason
           if sm-site-code = spaces
               move "blank site code" to site-reject-reason
           else
               perform check-visit-plan
           end-if

           if site-reject-reason not = spaces
               display "Error: " site-reject-reason " - "
                   site-data-line
               add 1 to sites-rejected-count
               set load-error-found to true
           else
               write site-master-record
                   invalid key
                       display "Error: duplicate site code - "
                           site-data-line (1:4)
               end-write
           end-if
           .

      * A site list line with no visit plan is loaded with zero
      * required visits and is not scheduled.  Otherwise the window
      * must be two valid month/day pairs with the start no later
      * than the end.
       check-visit-plan section.
           if sm-visit-plan = spaces
               move zero to sm-required-visits
               move zero to sm-window-start
               move zero to sm-window-end
           else
               if sm-required-visits is not numeric
                       or sm-window-start is not numeric
                       or sm-window-end is not numeric
                   move "visit plan not numeric" to site-reject-reason
               else
                   if sm-window-start-month < 1
                           or sm-window-start-month > 12
                           or sm-window-end-month < 1
                           or sm-window-end-month > 12
                       move "invalid visit window month"
                           to site-reject-reason
                   else
                       if sm-window-start-day < 1
                               or sm-window-start-day >
                                  month-length (sm-window-start-month)
                               or sm-window-end-day < 1
                               or sm-window-end-day >
                                  month-length (sm-window-end-month)
                           move "invalid visit window day"
                               to site-reject-reason
                       else
                           if sm-window-start > sm-window-end
                               move "window ends before it starts"
                                   to site-reject-reason
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           .
