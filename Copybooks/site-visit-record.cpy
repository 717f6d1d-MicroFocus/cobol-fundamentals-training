      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * One site-visit-record per survey visit on VISITS, indexed on
      * the SITEMAST site code, visit date, the observer's ROSTER
      * member number and the start time (hhmm), so two visits to one
      * site on one day by the same person are still two visits.  The
      * end time and the weather/conditions code are recorded with it
      * and site-visit-load stores the effort in minutes.  Every count
      * sheet names its visit (see survey-sighting-record.cpy), so
      * survey-effort-report can give birds per hour of effort.
       01  site-visit-record.
           05  vi-visit-key.
               10  vi-site-code        pic x(04).
               10  vi-visit-date       pic 9(08).
               10  vi-member-number    pic 9(05).
               10  vi-start-time       pic 9(04).
           05  vi-end-time             pic 9(04).
           05  vi-weather-code         pic x(01).
               88  vi-weather-clear        value "C".
               88  vi-weather-overcast     value "O".
               88  vi-weather-rain         value "R".
               88  vi-weather-wind         value "W".
               88  vi-weather-fog          value "F".
               88  vi-valid-weather        value "C" "O" "R" "W" "F".
           05  vi-effort-minutes       pic 9(04).
