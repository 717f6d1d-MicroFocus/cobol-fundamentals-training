      * its history; bh-species holds the common name as of the day the
      * record was written.  Existing sequential files are converted
      * once by bird-history-convert.
      *
      * Three writers set the figure - bird-master-maint from the
      * master's breeding population, bird-history-import from the
      * partner groups and survey-sighting-rollup from our own verified
      * count sheets - so each record carries the source that last set
      * it and the date it was set.  Every writer offers its figure
      * through bird-history-precedence (see bird-history-offer.cpy):
      * a rollup figure outranks a master figure, which outranks a
      * partner figure, which outranks a legacy figure converted from
      * before sources were recorded.  A lower source is refused
      * unless a coordinator forces it; a forced figure is marked as a
      * coordinator override and is only replaced by another forced
      * figure.  Refusals and overrides where the figures disagree are
      * logged to BHCONF for bird-history-conflict-report.
       01  bird-history-record.
           05  bh-history-key.
               10  bh-species-code     pic x(06).
               10  bh-survey-year      pic 9(04).
           05  bh-species              pic x(30).
           05  bh-population-count     pic 9(09).
           05  bh-source               pic x(01).
               88  bh-from-rollup          value "R".
               88  bh-from-master          value "M".
               88  bh-from-partner         value "P".
               88  bh-from-legacy          value "L" space.
           05  bh-last-set-date        pic 9(08).
           05  bh-override-switch      pic x(01).
               88  bh-coordinator-override value "Y".
