      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * One suspense-record is appended to SUSPENSE by my-program's
      * batch mode for every calculation held for dual control instead
      * of being posted to AUDITFILE: any result beyond the hold limit
      * (CALCHOLD), and any result beyond the lower limit (CALCBASL)
      * keyed by an operator with basic authority.  su-suspense-ref
      * is the held date, the time the run started and a sequence
      * within the run, which is unique to the item.  suspense-release
      * records the decision of a second operator with maintenance
      * authority: a released item is posted to AUDITFILE carrying
      * both operator ids, a rejected one is never posted.
       01  suspense-record.
           05  su-suspense-ref.
               10  su-held-date        pic 9(08).
               10  su-held-time        pic 9(08).
               10  su-held-seq         pic 9(05).
           05  su-maker-operator-id    pic x(08).
           05  su-hold-reason          pic x(01).
               88  su-over-hold-limit      value "L".
               88  su-basic-authority-hold value "B".
           05  su-function-switch      pic x(01).
           05  su-first-number         pic s9(5)v9(2).
           05  su-second-number        pic s9(5)v9(2).
           05  su-result               pic s9(10)v9(4).
           05  su-status               pic x(01).
               88  su-held                 value "H".
               88  su-released             value "R".
               88  su-rejected             value "X".
           05  su-checker-operator-id  pic x(08).
           05  su-decision-date        pic 9(08).
