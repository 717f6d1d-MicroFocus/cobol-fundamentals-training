      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * One sheet-change-log-record is appended to SGTCLOG by
      * survey-sheet-maint for every applied correction and void: the
      * date, time and action plus the before and after images of
      * survey-sighting-record (blank after image for a void), the
      * same shape bird-master-maint keeps on BIRDCLOG.  The re-roll
      * flag is set when the sheet's survey year had already been
      * rolled up into BIRDHIST, so the year's figure no longer
      * matches its sheets.
       01  sheet-change-log-record.
           05  scl-log-date            pic 9(08).
           05  scl-log-time            pic 9(08).
           05  scl-action              pic x(06).
           05  scl-before-image        pic x(68).
           05  scl-after-image         pic x(68).
           05  scl-reroll-switch       pic x(01).
               88  scl-reroll-flagged      value "Y".
