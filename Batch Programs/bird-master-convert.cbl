      *               indexed file, and a duplicate species/year row
      *               in the old history lands on the exception file
      *               instead of silently doubling a year.
      *   2026-10-15  History rows are written with the legacy source,
      *               no last-set date and no override (see
      *               bird-history-record.cpy) - their origin was never
      *               recorded.
      *   2026-10-15  Converted species are written with the family code
      *               blank and the BIRDMAST select names the new family
      *               alternate key (see bird-master-record.cpy); the
      *               coordinators assign families afterwards by update
      *               transaction.

       identification division.
       program-id. bird-master-convert.
               access mode is dynamic
               record key is bm-species-code
               alternate record key is bm-common-name
               alternate record key is bm-family-code
                   with duplicates
               file status is bird-file-status.

           select old-history-file assign to "OLDHIST"
           move obm-uk-breeding-population
               to bm-uk-breeding-population
           move obm-unit-of-measure    to bm-unit-of-measure
           move spaces                 to bm-family-code
           write bird-master-record
               invalid key
                   display "Error: could not write master record - "
               move obh-survey-year        to bh-survey-year
               move obh-species            to bh-species
               move obh-population-count   to bh-population-count
               set bh-from-legacy          to true
               move zero                   to bh-last-set-date
               move "N"                    to bh-override-switch
               write bird-history-record
                   invalid key
                       move spaces to history-exception-line
