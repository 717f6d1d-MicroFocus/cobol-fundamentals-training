      * bm-species-code is the permanent primary key; bm-common-name is
      * an alternate key, so an ornithological rename is one master
      * update instead of an orphaned population history.
      * bm-family-code assigns the species to a family on the taxonomy
      * master (see taxonomy-record.cpy); it is a second alternate key,
      * with duplicates, so a family's species can be read together.
      * A species converted before families existed carries spaces
      * until a maintenance transaction assigns it.
       01  bird-master-record.
           05  bm-species-code         pic X(06).
           05  bm-name.
                   15  bm-weight-max   pic 9(3)V9.
           05  bm-uk-breeding-population  pic 9(9).
           05  bm-unit-of-measure         pic X(01).
           05  bm-family-code             pic X(06).
