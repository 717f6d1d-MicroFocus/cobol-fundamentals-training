      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Record layout of the count sheet maintenance transactions
      * (SHTTRAN) applied by survey-sheet-maint.  The sheet is named by
      * its SIGHTNGS key - site, observation date, observer and
      * species exactly as loaded.  A correction replaces the count
      * with smt-sighting-count; a void removes the sheet, and the
      * count is ignored.  A sheet keyed under the wrong site, date,
      * observer or species is voided and loaded again correctly.
       01  sheet-maint-transaction.
           05  smt-action-code         pic x(01).
               88  smt-correct-action      value "C".
               88  smt-void-action         value "V".
               88  smt-valid-action        value "C" "V".
           05  smt-sheet-key.
               10  smt-site-code       pic x(04).
               10  smt-observation-date pic 9(08).
               10  smt-observer-last-name pic x(15).
               10  smt-species-code    pic x(06).
           05  smt-sighting-count      pic 9(07).
