      * reach the sightings file, and survey-sighting-rollup totals
      * them per species at season end to build the BIRDHIST record
      * for the survey year.
      * A sheet whose count is out of line with earlier verified
      * sheets for the species at that site, or with its UK breeding
      * population, is loaded pending review, with the reason and the
      * plausible limit it exceeded; survey-sheet-review accepts or
      * rejects it and only verified sheets are rolled up.  Sheets
      * loaded before the review existed carry a blank status and
      * count as verified.
      * sg-visit-link names the site visit the sheet was counted on -
      * with the sheet's site and date it is the VISITS key (see
      * site-visit-record.cpy).  Sheets loaded before visits were
      * recorded carry zeros and have no effort against them.
      * sg-load-date is the run date of the load that put the sheet on
      * file, so survey-lead-chase can tell how long a species has gone
      * without a sheet; converted sheets carry the observation date.
       01  survey-sighting-record.
           05  sg-sheet-key.
               10  sg-site-code        pic x(04).
               10  sg-observation-date pic 9(08).
               10  sg-observer-last-name pic x(15).
               10  sg-species-code     pic x(06).
           05  sg-sighting-count       pic 9(07).
           05  sg-review-status        pic x(01).
               88  sg-verified             value "V" space.
               88  sg-pending-review       value "P".
               88  sg-review-rejected      value "X".
           05  sg-review-reason        pic x(01).
               88  sg-above-site-history   value "S".
               88  sg-above-uk-population  value "U".
           05  sg-plausible-limit      pic 9(09).
           05  sg-visit-link.
               10  sg-visit-member-number pic 9(05).
               10  sg-visit-start-time pic 9(04).
           05  sg-load-date            pic 9(08).
