      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * One roster-erasure-log-record is appended to ERASLOG by
      * roster-member-erase for every erasure carried out: when, for
      * which member number, at whose request, the pseudonym that
      * replaced the name and how many assignments, count sheets and
      * visit plan slots were changed.  The log holds no name or
      * contact detail, so it can be kept as the record that the
      * erasure was done.
       01  roster-erasure-log-record.
           05  erl-log-date            pic 9(08).
           05  erl-log-time            pic 9(08).
           05  erl-member-number       pic 9(05).
           05  erl-requested-by        pic x(08).
           05  erl-pseudonym           pic x(15).
           05  erl-assignments-count   pic 9(05).
           05  erl-sheets-count        pic 9(05).
           05  erl-slots-count         pic 9(05).
