      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Record layout of BIRDHIST-CONFLICT (BHCONF), appended by
      * bird-history-precedence whenever a BIRDHIST writer offers a
      * figure that disagrees with the one on file from a different
      * source - or from a coordinator override - and the offer is
      * refused, overrides the figure on file, or is forced over it.
      * Both figures are kept with their sources so the coordinators
      * can settle the year from bird-history-conflict-report.
       01  bird-history-conflict-record.
           05  hc-log-date             pic 9(08).
           05  hc-log-time             pic 9(08).
           05  hc-history-key.
               10  hc-species-code     pic x(06).
               10  hc-survey-year      pic 9(04).
           05  hc-writer-program       pic x(24).
           05  hc-held-source          pic x(01).
           05  hc-held-count           pic 9(09).
           05  hc-held-set-date        pic 9(08).
           05  hc-held-override        pic x(01).
           05  hc-offered-source       pic x(01).
           05  hc-offered-count        pic 9(09).
           05  hc-offered-forced       pic x(01).
           05  hc-outcome              pic x(01).
               88  hc-offer-refused        value "R".
               88  hc-held-overridden      value "O".
               88  hc-forced-over-held     value "F".
