      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * One roster-erasure-transaction per member who has asked to be
      * forgotten, read by roster-member-erase.  ert-requested-by is
      * the id of the coordinator who took the request; it goes on the
      * erasure register and the erasure log.
       01  roster-erasure-transaction.
           05  ert-member-number       pic 9(05).
           05  ert-requested-by        pic x(08).
