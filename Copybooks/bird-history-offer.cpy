      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * The figure a BIRDHIST writer offers for a species and survey
      * year that is already on file, passed with the record as it
      * stands to bird-history-precedence.  The writer fills in its
      * source, the figure, its own program name and whether a
      * coordinator has forced the figure; bird-history-precedence
      * returns ho-decision.  Only an accepted offer may be rewritten
      * over the record on file.
       01  bird-history-offer.
           05  ho-source               pic x(01).
               88  ho-from-rollup          value "R".
               88  ho-from-master          value "M".
               88  ho-from-partner         value "P".
           05  ho-population-count     pic 9(09).
           05  ho-writer-program       pic x(24).
           05  ho-force-switch         pic x(01).
               88  ho-forced               value "Y".
           05  ho-decision             pic x(01).
               88  ho-offer-accepted       value "A".
               88  ho-offer-refused        value "R".
