      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * One visit-reassign-transaction per slot a coordinator moves to
      * another volunteer.  The slot is named by its site and planned
      * date as printed on the schedule; the new member must be on
      * ROSTER as a volunteer or survey lead and must not already be
      * booked on that date.  The coordinator's id is printed on the
      * reassignment register.
       01  visit-reassign-transaction.
           05  vrt-slot-key.
               10  vrt-site-code       pic x(04).
               10  vrt-visit-date      pic 9(08).
           05  vrt-new-member-number   pic 9(05).
           05  vrt-coordinator-id      pic x(08).
