      *               (CNVRPT) carries the record counts, the way
      *               bird-master-convert reported the master
      *               rekeying.
      *   2026-10-15  History rows are written with the legacy source,
      *               no last-set date and no override (see
      *               bird-history-record.cpy) - their origin was never
      *               recorded.

       identification division.
       program-id. bird-history-convert.
           move obh-survey-year        to bh-survey-year
           move obh-species            to bh-species
           move obh-population-count   to bh-population-count
           set bh-from-legacy          to true
           move zero                   to bh-last-set-date
           move "N"                    to bh-override-switch
           write bird-history-record
               invalid key
                   move spaces to duplicate-listing-line
