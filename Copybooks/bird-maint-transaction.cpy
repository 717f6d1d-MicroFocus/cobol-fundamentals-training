      * left blank - but a rename always needs the code, because the
      * name on the transaction is the new name.  A delete only needs
      * the code or name; the remaining fields are ignored.
      * bmt-history-force-switch is set to "Y" by a coordinator to
      * force the breeding population over a higher-precedence figure
      * already on BIRDHIST for the current year (see
      * bird-history-record.cpy); left blank the history follows the
      * normal source precedence.  bmt-family-code assigns the species
      * to a family on the taxonomy master and must be on file; an add
      * must carry one, and an update with it blank keeps the family
      * the species already has.
       01  bird-maint-transaction.
           05  bmt-action-code         pic x(01).
               88  bmt-add-action          value "A".
                   15  bmt-weight-max  pic 9(3)V9.
           05  bmt-uk-breeding-population pic 9(9).
           05  bmt-unit-of-measure        pic X(01).
           05  bmt-history-force-switch   pic X(01).
               88  bmt-history-forced         value "Y".
           05  bmt-family-code            pic X(06).
