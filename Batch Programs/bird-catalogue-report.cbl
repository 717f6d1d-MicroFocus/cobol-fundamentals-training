      *               already carry.  An unavailable WATCHLST leaves
      *               the column blank with a warning, the stance an
      *               absent STANDTRN takes in the calculator.
      *   2026-10-15  The catalogue now prints in family order from the
      *               taxonomy master (TAXONMST, see
      *               taxonomy-record.cpy): a heading per family with
      *               its order, the family's species read together
      *               through the new BIRDMAST family alternate key, and
      *               a family subtotal of species and UK breeding
      *               population.  Species not yet assigned a family
      *               print last under their own heading.

       identification division.
       program-id. bird-catalogue-report.
               access mode is dynamic
               record key is bm-species-code
               alternate record key is bm-common-name
               alternate record key is bm-family-code
                   with duplicates
               file status is bird-file-status.

           select catalogue-report-file assign to "CATRPT"
               record key is wl-species-code
               file status is watchlist-status.

           select taxonomy-file assign to "TAXONMST"
               organization is indexed
               access mode is dynamic
               record key is tx-taxon-key
               file status is taxonomy-status.

       data division.
       file section.
       fd  bird-master-file.
       fd  watchlist-file.
       copy watchlist-record.

       fd  taxonomy-file.
       copy taxonomy-record.

       working-storage section.
       copy bird-record.
       01  bird-file-status            pic xx.
       01  catalogue-report-status     pic xx.
       01  watchlist-status            pic xx.
       01  taxonomy-status             pic xx.

       01  watchlist-switches.
           05  watchlist-open-switch   pic x(01) value "N".
       01  catalogue-switches.
           05  master-eof-switch       pic x(01) value "N".
               88  master-eof              value "Y".
           05  taxonomy-eof-switch     pic x(01) value "N".
               88  taxonomy-eof            value "Y".

       01  family-table.
           05  family-count            pic 9(03) value zero.
           05  family-entry occurs 300 times.
               10  fam-code            pic x(06).
               10  fam-name            pic x(30).
               10  fam-order-code      pic x(06).
       01  family-sub                  pic 9(03).

       01  catalogue-family-code       pic x(06).
       01  catalogue-family-name       pic x(30).
       01  catalogue-order-name        pic x(30).
       01  catalogue-species-one       pic 9(01) value 1.

       01  catalogue-units-param       pic x(01).
           88  imperial-requested          value "I" "i".

       report section.
       rd  species-catalogue
           controls are catalogue-family-code
           page limit 60 lines
           heading 1
           first detail 5
           05  line 3 column 99 pic x(13) value "UK Population".
           05  line 3 column 114 pic x(6) value "Status".

       01  catalogue-family-heading type control heading
               catalogue-family-code line plus 2.
           05  column  1 pic x(7)  value "Family:".
           05  column  9 pic x(6)  source catalogue-family-code.
           05  column 17 pic x(30) source catalogue-family-name.
           05  column 49 pic x(6)  value "Order:".
           05  column 56 pic x(30) source catalogue-order-name.

       01  catalogue-detail-line type detail line plus 1.
           05  column  1 pic x(30)   source common-name.
           05  column 32 pic x(30)   source scientific-name.
                   uk-breeding-population.
           05  column 114 pic x(6) source watchlist-status-label.

       01  catalogue-family-footing type control footing
               catalogue-family-code line plus 1.
           05  column  1 pic x(13) value "Family total:".
           05  column 17 pic zzzzzz9 sum catalogue-species-one.
           05  column 25 pic x(7)  value "species".
           05  column 98 pic zzzzzzzzzz9 sum uk-breeding-population.

       01  catalogue-count-footing type report footing line plus 2.
           05  column  1 pic x(15) value "Species listed:".
           05  column 17 pic zzzzzz9 source catalogue-species-count.
                   " - status column left blank"
           end-if

           open input taxonomy-file
           if taxonomy-status not = "00"
               display "Error: unable to open TAXONMST, status="
                   taxonomy-status
               set open-error-found to true
           end-if

           if not open-error-found
               perform load-family-table
               initiate species-catalogue

               move 1 to family-sub
               perform until family-sub > family-count
                   perform print-family-species
                   add 1 to family-sub
               end-perform
               perform print-unassigned-species

               terminate species-catalogue
           end-if

           close bird-master-file
           close catalogue-report-file
           close taxonomy-file
           if watchlist-available
               close watchlist-file
           end-if
           end-read
           .

      * The families are held in a table in code order first, so the
      * order each belongs to can be read without losing the place.
       load-family-table section.
           move "F"        to tx-taxon-type
           move low-values to tx-taxon-code
           start taxonomy-file key is not less than tx-taxon-key
               invalid key
                   set taxonomy-eof to true
           end-start
           perform until taxonomy-eof
               read taxonomy-file next record
                   at end
                       set taxonomy-eof to true
                   not at end
                       if not tx-family-entry
                           set taxonomy-eof to true
                       else
                           perform add-family-entry
                       end-if
               end-read
           end-perform
           .

       add-family-entry section.
           if family-count < 300
               add 1 to family-count
               move tx-taxon-code   to fam-code (family-count)
               move tx-common-name  to fam-name (family-count)
               move tx-order-code   to fam-order-code (family-count)
           else
               display "Warning: family table full - " tx-taxon-code
                   " not printed"
           end-if
           .

      * Each family's species are read together through the family
      * alternate key; a family with no species prints nothing.
       print-family-species section.
           move fam-code (family-sub) to catalogue-family-code
           move fam-name (family-sub) to catalogue-family-name
           move spaces to catalogue-order-name
           move "O" to tx-taxon-type
           move fam-order-code (family-sub) to tx-taxon-code
           read taxonomy-file
               invalid key
                   continue
               not invalid key
                   move tx-common-name to catalogue-order-name
           end-read

           move "N" to master-eof-switch
           move catalogue-family-code to bm-family-code
           start bird-master-file key is equal to bm-family-code
               invalid key
                   set master-eof to true
           end-start
           perform read-next-master-record
           perform until master-eof
                   or bm-family-code not = catalogue-family-code
               perform print-catalogue-detail
               perform read-next-master-record
           end-perform
           .

      * Species converted before families existed, and not yet
      * assigned one, print last under their own heading.
       print-unassigned-species section.
           move spaces to catalogue-family-code
           move "** Unassigned **" to catalogue-family-name
           move spaces to catalogue-order-name

           move "N" to master-eof-switch
           move spaces to bm-family-code
           start bird-master-file key is equal to bm-family-code
               invalid key
                   set master-eof to true
           end-start
           perform read-next-master-record
           perform until master-eof
                   or bm-family-code not = spaces
               perform print-catalogue-detail
               perform read-next-master-record
           end-perform
           .

       print-catalogue-detail section.
           perform move-master-record-to-bird
           if imperial-requested
