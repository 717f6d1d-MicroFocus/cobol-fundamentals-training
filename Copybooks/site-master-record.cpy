      * references this file, so a mistyped site is rejected when the
      * sheet is loaded instead of discovered at year-end.  SITEMAST
      * is built from the coordinators' site list by site-master-load.
      * sm-visit-plan gives the number of visits the site needs in a
      * season and the window (month and day, within one calendar
      * year) they must fall in; survey-visit-schedule spreads that
      * many slots across the window.  A site with zero required
      * visits is not scheduled.
       01  site-master-record.
           05  sm-site-code            pic x(04).
           05  sm-site-name            pic x(30).
           05  sm-grid-reference       pic x(08).
           05  sm-visit-plan.
               10  sm-required-visits  pic 9(02).
               10  sm-window-start.
                   15  sm-window-start-month pic 9(02).
                   15  sm-window-start-day pic 9(02).
               10  sm-window-end.
                   15  sm-window-end-month pic 9(02).
                   15  sm-window-end-day pic 9(02).
