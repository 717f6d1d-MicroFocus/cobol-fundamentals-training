      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * One rollup-control-record per survey year on ROLLCTL, indexed
      * on the year.  survey-sighting-rollup writes or rewrites it each
      * time it rolls the year's sheets into BIRDHIST and clears the
      * re-roll flag.  survey-sheet-maint sets the flag, with the date
      * of the first such change, when it corrects or voids a sheet
      * for a year already rolled up, and survey-year-close refuses
      * to close a year whose flag is still set.
       01  rollup-control-record.
           05  rc-survey-year          pic 9(04).
           05  rc-rollup-date          pic 9(08).
           05  rc-rollup-time          pic 9(08).
           05  rc-reroll-switch        pic x(01).
               88  rc-reroll-needed        value "Y".
               88  rc-reroll-clear         value "N".
           05  rc-reroll-date          pic 9(08).
