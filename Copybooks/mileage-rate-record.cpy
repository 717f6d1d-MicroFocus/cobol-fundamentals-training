      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * One mileage-rate-record per rate change on MILERATE, the
      * mileage rate table read by mileage-claim-prep.  A claim is
      * priced at the rate with the latest effective date on or
      * before its visit date, so a new rate is added as a new record
      * with its effective date and the old rates stay for late
      * claims - no program change is needed.  The rate is in pounds
      * per mile.
       01  mileage-rate-record.
           05  mr-effective-date       pic 9(08).
           05  mr-rate-per-mile        pic 9(01)v9(02).
