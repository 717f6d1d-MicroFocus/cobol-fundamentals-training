      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * One roster-merge-transaction per pair of ROSTER records found
      * to be the same person (see roster-duplicate-report), read by
      * roster-member-merge.  rmg-keep-member-number is the number the
      * person keeps; every survey lead assignment, operator link,
      * visit plan slot, site visit and count sheet on
      * rmg-merge-member-number is moved to it and that number is
      * retired from the roster.  rmg-requested-by is the id of the
      * coordinator who asked for the merge.
       01  roster-merge-transaction.
           05  rmg-keep-member-number  pic 9(05).
           05  rmg-merge-member-number pic 9(05).
           05  rmg-requested-by        pic x(08).
