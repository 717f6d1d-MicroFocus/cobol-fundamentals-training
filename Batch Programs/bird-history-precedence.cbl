      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. Called by every BIRDHIST writer
      *               (bird-master-maint, bird-history-import and
      *               survey-sighting-rollup) before it rewrites a
      *               species/year figure already on file, with the
      *               record as it stands and the figure offered (see
      *               bird-history-offer.cpy).  Decides by source
      *               precedence - rollup over master over partner
      *               over legacy - whether the offer may replace the
      *               figure: a lower source is refused unless a
      *               coordinator forces it, and a coordinator
      *               override on file is only replaced by another
      *               forced figure.  When the two figures disagree
      *               and the sources differ, or a forced figure is
      *               involved, a conflict record with both figures is
      *               appended to BHCONF for the coordinators to
      *               settle.  An unallocated BHCONF is reported but
      *               never fails the caller.

       identification division.
       program-id. bird-history-precedence.

       environment division.
       input-output section.
       file-control.
           select history-conflict-file assign to "BHCONF"
               organization is line sequential
               file status is history-conflict-status.

       data division.
       file section.
       fd  history-conflict-file.
       copy bird-history-conflict-record.

       working-storage section.
       01  history-conflict-status     pic xx.

       01  held-source-rank            pic 9(01).
       01  offered-source-rank         pic 9(01).
       01  conflict-outcome            pic x(01).

       linkage section.
       copy bird-history-record.
       copy bird-history-offer.

       procedure division using bird-history-record
                                bird-history-offer.
           perform rank-sources

           evaluate true
               when bh-coordinator-override and not ho-forced
                   set ho-offer-refused to true
                   move "R" to conflict-outcome
               when ho-forced
                   set ho-offer-accepted to true
                   move "F" to conflict-outcome
               when offered-source-rank >= held-source-rank
                   set ho-offer-accepted to true
                   move "O" to conflict-outcome
               when other
                   set ho-offer-refused to true
                   move "R" to conflict-outcome
           end-evaluate

      * A correction from the source that set the figure is not a
      * conflict, and neither is an offer that agrees with the file.
           if ho-population-count not = bh-population-count
               if ho-source not = bh-source
                       or bh-coordinator-override
                       or ho-forced
                   perform write-conflict-record
               end-if
           end-if

           goback
           .

       rank-sources section.
           evaluate true
               when bh-from-rollup
                   move 3 to held-source-rank
               when bh-from-master
                   move 2 to held-source-rank
               when bh-from-partner
                   move 1 to held-source-rank
               when other
                   move 0 to held-source-rank
           end-evaluate

           evaluate true
               when ho-from-rollup
                   move 3 to offered-source-rank
               when ho-from-master
                   move 2 to offered-source-rank
               when ho-from-partner
                   move 1 to offered-source-rank
               when other
                   move 0 to offered-source-rank
           end-evaluate
           .

       write-conflict-record section.
           open extend history-conflict-file
           if history-conflict-status = "00"
               move spaces               to bird-history-conflict-record
               accept hc-log-date        from date yyyymmdd
               accept hc-log-time        from time
               move bh-history-key       to hc-history-key
               move ho-writer-program    to hc-writer-program
               move bh-source            to hc-held-source
               move bh-population-count  to hc-held-count
               move bh-last-set-date     to hc-held-set-date
               move bh-override-switch   to hc-held-override
               move ho-source            to hc-offered-source
               move ho-population-count  to hc-offered-count
               move ho-force-switch      to hc-offered-forced
               move conflict-outcome     to hc-outcome
               write bird-history-conflict-record
               close history-conflict-file
           else
               display "Warning: unable to open BHCONF, status="
                   history-conflict-status
                   " - conflict for " bh-species-code " "
                   bh-survey-year " not logged"
           end-if
           .
