      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Reversal-record view of trans-file, laid over transaction-record
      * (see transaction-record.cpy) as a further FD record layout.  A
      * reversal ("V") names the audit-posting-ref of an earlier
      * posting on AUDITFILE or its archive generations; my-program
      * posts the exact negative of that posting, once only.
       01  transaction-reversal-record.
           05  trans-rev-record-type   pic x(01).
           05  trans-rev-posting-ref   pic x(21).
