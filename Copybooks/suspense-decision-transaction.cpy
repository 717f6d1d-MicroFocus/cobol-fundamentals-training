      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Record layout of RELTRAN, the decisions a second operator keys
      * against held calculations for suspense-release: release posts
      * the held calculation to AUDITFILE, reject closes it unposted.
      * sdt-suspense-ref is the reference printed against the item on
      * the reconciliation report and the suspense register.
       01  suspense-decision-transaction.
           05  sdt-action-code         pic x(01).
               88  sdt-release-action      value "R".
               88  sdt-reject-action       value "X".
               88  sdt-valid-action        value "R" "X".
           05  sdt-suspense-ref        pic x(21).
