      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * One sheet-review-transaction per verifier decision on a count
      * sheet held pending review (see survey-sighting-record.cpy).
      * The sheet is named by its site, observation date, observer
      * and species exactly as loaded; accept marks it verified so
      * the rollup counts it, reject keeps it on file but out of every
      * total.  The verifier's id is printed on the review register.
       01  sheet-review-transaction.
           05  srt-action-code         pic x(01).
               88  srt-accept-action       value "A".
               88  srt-reject-action       value "R".
               88  srt-valid-action        value "A" "R".
           05  srt-sheet-key.
               10  srt-site-code       pic x(04).
               10  srt-observation-date pic 9(08).
               10  srt-observer-last-name pic x(15).
               10  srt-species-code    pic x(06).
           05  srt-verifier-id         pic x(08).
