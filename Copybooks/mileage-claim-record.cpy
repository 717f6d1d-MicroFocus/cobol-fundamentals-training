      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * One mileage-claim-record per journey a volunteer claims for on
      * MILECLM, read by mileage-claim-prep: the claimant's ROSTER
      * member number, the SITEMAST site visited, the visit date and
      * the round-trip miles in whole miles.
       01  mileage-claim-record.
           05  mc-member-number        pic 9(05).
           05  mc-site-code            pic x(04).
           05  mc-visit-date           pic 9(08).
           05  mc-miles                pic 9(04).
