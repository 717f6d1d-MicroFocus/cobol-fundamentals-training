      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. Family summary (FAMRPT) for the
      *               committee: for every family on the taxonomy
      *               master (TAXONMST, see taxonomy-record.cpy),
      *               grouped under its order, the number of BIRDMAST
      *               species assigned to it and how many of them are
      *               red or amber on the watchlist (WATCHLST), then the
      *               combined breeding population of those species for
      *               each survey year on BIRDHIST - so "how are the
      *               waders doing" is one page instead of a sum of
      *               trend report rows.  A year shows how many of the
      *               family's species have a figure for it.  An
      *               unavailable WATCHLST leaves the status counts out
      *               with a warning, as the catalogue does.

       identification division.
       program-id. bird-family-summary.

       environment division.
       input-output section.
       file-control.
           select taxonomy-file assign to "TAXONMST"
               organization is indexed
               access mode is dynamic
               record key is tx-taxon-key
               file status is taxonomy-status.

           select bird-master-file assign to "BIRDMAST"
               organization is indexed
               access mode is dynamic
               record key is bm-species-code
               alternate record key is bm-common-name
               alternate record key is bm-family-code
                   with duplicates
               file status is bird-file-status.

           select bird-history-file assign to "BIRDHIST"
               organization is indexed
               access mode is dynamic
               record key is bh-history-key
               file status is bird-history-status.

           select watchlist-file assign to "WATCHLST"
               organization is indexed
               access mode is dynamic
               record key is wl-species-code
               file status is watchlist-status.

           select family-report-file assign to "FAMRPT"
               organization is line sequential
               file status is family-report-status.

       data division.
       file section.
       fd  taxonomy-file.
       copy taxonomy-record.

       fd  bird-master-file.
       copy bird-master-record.

       fd  bird-history-file.
       copy bird-history-record.

       fd  watchlist-file.
       copy watchlist-record.

       fd  family-report-file.
       01  family-line                 pic x(100).

       working-storage section.
       01  taxonomy-status             pic xx.
       01  bird-file-status            pic xx.
       01  bird-history-status         pic xx.
       01  watchlist-status            pic xx.
       01  family-report-status        pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  watchlist-switches.
           05  watchlist-open-switch   pic x(01) value "N".
               88  watchlist-available     value "Y".

       01  summary-switches.
           05  taxonomy-eof-switch     pic x(01) value "N".
               88  taxonomy-eof            value "Y".
           05  master-eof-switch       pic x(01) value "N".
               88  master-eof              value "Y".
           05  history-eof-switch      pic x(01) value "N".
               88  history-eof             value "Y".
           05  year-found-switch       pic x(01) value "N".
               88  year-found              value "Y".

       01  current-run-date            pic 9(08).

       01  order-table.
           05  order-count             pic 9(03) value zero.
           05  order-entry occurs 100 times.
               10  ord-code            pic x(06).
               10  ord-name            pic x(30).
       01  order-sub                   pic 9(03).

       01  family-table.
           05  family-count            pic 9(03) value zero.
           05  family-entry occurs 300 times.
               10  fam-code            pic x(06).
               10  fam-name            pic x(30).
               10  fam-order-code      pic x(06).
       01  family-sub                  pic 9(03).

       01  year-table.
           05  year-count              pic 9(02) value zero.
           05  year-entry occurs 60 times.
               10  yr-survey-year      pic 9(04).
               10  yr-population       pic 9(11).
               10  yr-species-count    pic 9(05).
       01  year-sub                    pic 9(02).
       01  lowest-year                 pic 9(04).
       01  highest-year                pic 9(04).
       01  print-year                  pic 9(04).

       01  family-counters.
           05  family-species-count    pic 9(05).
           05  family-red-count        pic 9(05).
           05  family-amber-count      pic 9(05).

       01  summary-counters.
           05  families-listed-count   pic 9(05) value zero.
           05  species-assigned-count  pic 9(07) value zero.
           05  no-family-count         pic 9(07) value zero.
           05  species-red-count       pic 9(07) value zero.
           05  species-amber-count     pic 9(07) value zero.

       01  family-heading-line.
           05  filler                  pic x(38) value
                   "Bird Family Summary".
           05  filler                  pic x(09) value "Run Date:".
           05  filler                  pic x(01) value space.
           05  fam-run-date            pic 9(08).

       01  order-heading-line.
           05  filler                  pic x(07) value "Order: ".
           05  fhl-order-code          pic x(06).
           05  filler                  pic x(02) value spaces.
           05  fhl-order-name          pic x(30).

       01  family-title-line.
           05  filler                  pic x(10) value "  Family: ".
           05  ftl-family-code         pic x(06).
           05  filler                  pic x(02) value spaces.
           05  ftl-family-name         pic x(30).
           05  filler                  pic x(10) value "Species:".
           05  ftl-species-count       pic zzzz9.
           05  filler                  pic x(08) value "   Red:".
           05  ftl-red-count           pic zzzz9.
           05  filler                  pic x(10) value "   Amber:".
           05  ftl-amber-count         pic zzzz9.

       01  year-column-heading.
           05  filler                  pic x(06) value spaces.
           05  filler                  pic x(08) value "Year".
           05  filler                  pic x(16) value "  Population".
           05  filler                  pic x(16) value "Species".

       01  year-detail-line.
           05  filler                  pic x(06) value spaces.
           05  ydl-survey-year         pic 9(04).
           05  filler                  pic x(04) value spaces.
           05  ydl-population          pic zzzzzzzzzz9.
           05  filler                  pic x(05) value spaces.
           05  ydl-species-count       pic zzzz9.

       01  family-count-line.
           05  fcl-count-label         pic x(28).
           05  fcl-count-value         pic zzzzzz9.

       procedure division.
           accept current-run-date from date yyyymmdd

           perform open-summary-files

           if not open-error-found
               perform write-summary-headings
               perform load-taxonomy-tables
               move 1 to order-sub
               perform until order-sub > order-count
                   perform write-order-families
                   add 1 to order-sub
               end-perform
               perform count-unassigned-species
               perform write-summary-totals
           end-if

           close taxonomy-file
           close bird-master-file
           close bird-history-file
           close family-report-file
           if watchlist-available
               close watchlist-file
           end-if

           if open-error-found
               move 16 to return-code
           end-if

           goback
           .

       open-summary-files section.
           open input taxonomy-file
           if taxonomy-status not = "00"
               display "Error: unable to open TAXONMST, status="
                   taxonomy-status
               set open-error-found to true
           end-if

           open input bird-master-file
           if bird-file-status not = "00"
               display "Error: unable to open BIRDMAST, status="
                   bird-file-status
               set open-error-found to true
           end-if

           open input bird-history-file
           if bird-history-status not = "00"
               display "Error: unable to open BIRDHIST, status="
                   bird-history-status
               set open-error-found to true
           end-if

           open output family-report-file
           if family-report-status not = "00"
               display "Error: unable to open FAMRPT, status="
                   family-report-status
               set open-error-found to true
           end-if

           open input watchlist-file
           if watchlist-status = "00"
               set watchlist-available to true
           else
               display "Warning: unable to open WATCHLST, status="
                   watchlist-status
                   " - red/amber counts left out"
           end-if
           .

       write-summary-headings section.
           move current-run-date to fam-run-date
           write family-line from family-heading-line
           .

      * The families sort ahead of the orders on the taxonomy key, so
      * one pass in key order fills both tables.
       load-taxonomy-tables section.
           move low-values to tx-taxon-key
           start taxonomy-file key is not less than tx-taxon-key
               invalid key
                   set taxonomy-eof to true
           end-start
           perform until taxonomy-eof
               read taxonomy-file next record
                   at end
                       set taxonomy-eof to true
                   not at end
                       perform add-taxonomy-entry
               end-read
           end-perform
           .

       add-taxonomy-entry section.
           evaluate true
               when tx-order-entry
                   if order-count < 100
                       add 1 to order-count
                       move tx-taxon-code  to ord-code (order-count)
                       move tx-common-name to ord-name (order-count)
                   else
                       display "Warning: order table full - "
                           tx-taxon-code " not reported"
                   end-if
               when tx-family-entry
                   if family-count < 300
                       add 1 to family-count
                       move tx-taxon-code  to fam-code (family-count)
                       move tx-common-name to fam-name (family-count)
                       move tx-order-code
                           to fam-order-code (family-count)
                   else
                       display "Warning: family table full - "
                           tx-taxon-code " not reported"
                   end-if
           end-evaluate
           .

       write-order-families section.
           move spaces to family-line
           write family-line
           move ord-code (order-sub) to fhl-order-code
           move ord-name (order-sub) to fhl-order-name
           write family-line from order-heading-line

           move 1 to family-sub
           perform until family-sub > family-count
               if fam-order-code (family-sub) = ord-code (order-sub)
                   perform summarise-one-family
                   perform write-family-detail
               end-if
               add 1 to family-sub
           end-perform
           .

       summarise-one-family section.
           move zero to family-species-count
           move zero to family-red-count
           move zero to family-amber-count
           move zero to year-count
           move 9999 to lowest-year
           move zero to highest-year

           move "N" to master-eof-switch
           move fam-code (family-sub) to bm-family-code
           start bird-master-file key is equal to bm-family-code
               invalid key
                   set master-eof to true
           end-start
           perform read-next-family-species
           perform until master-eof
               add 1 to family-species-count
               add 1 to species-assigned-count
               perform check-watchlist-status
               perform add-species-history
               perform read-next-family-species
           end-perform
           .

       read-next-family-species section.
           if not master-eof
               read bird-master-file next record
                   at end
                       set master-eof to true
                   not at end
                       if bm-family-code not = fam-code (family-sub)
                           set master-eof to true
                       end-if
               end-read
           end-if
           .

       check-watchlist-status section.
           if watchlist-available
               move bm-species-code to wl-species-code
               read watchlist-file
                   invalid key
                       continue
                   not invalid key
                       evaluate true
                           when wl-red
                               add 1 to family-red-count
                               add 1 to species-red-count
                           when wl-amber
                               add 1 to family-amber-count
                               add 1 to species-amber-count
                       end-evaluate
               end-read
           end-if
           .

      * Every survey year on file for the species is added into the
      * family's year table.
       add-species-history section.
           move "N" to history-eof-switch
           move bm-species-code to bh-species-code
           move zero to bh-survey-year
           start bird-history-file key is not less than bh-history-key
               invalid key
                   set history-eof to true
           end-start
           perform until history-eof
               read bird-history-file next record
                   at end
                       set history-eof to true
                   not at end
                       if bh-species-code not = bm-species-code
                           set history-eof to true
                       else
                           perform add-year-population
                       end-if
               end-read
           end-perform
           .

       add-year-population section.
           move bh-survey-year to print-year
           perform find-year-entry
           if not year-found
               if year-count < 60
                   add 1 to year-count
                   move year-count to year-sub
                   move bh-survey-year to yr-survey-year (year-sub)
                   move zero to yr-population (year-sub)
                   move zero to yr-species-count (year-sub)
                   set year-found to true
               else
                   display "Warning: year table full for family "
                       fam-code (family-sub) " - " bh-survey-year
               end-if
           end-if

           if year-found
               add bh-population-count to yr-population (year-sub)
               add 1 to yr-species-count (year-sub)
               if bh-survey-year < lowest-year
                   move bh-survey-year to lowest-year
               end-if
               if bh-survey-year > highest-year
                   move bh-survey-year to highest-year
               end-if
           end-if
           .

       find-year-entry section.
           move "N" to year-found-switch
           move 1 to year-sub
           perform until year-found or year-sub > year-count
               if yr-survey-year (year-sub) = print-year
                   set year-found to true
               else
                   add 1 to year-sub
               end-if
           end-perform
           .

       write-family-detail section.
           add 1 to families-listed-count
           move spaces to family-line
           write family-line
           move fam-code (family-sub) to ftl-family-code
           move fam-name (family-sub) to ftl-family-name
           move family-species-count  to ftl-species-count
           move family-red-count      to ftl-red-count
           move family-amber-count    to ftl-amber-count
           write family-line from family-title-line

           if year-count > zero
               write family-line from year-column-heading
               move lowest-year to print-year
               perform until print-year > highest-year
                   perform find-year-entry
                   if year-found
                       perform write-year-detail
                   end-if
                   add 1 to print-year
               end-perform
           end-if
           .

       write-year-detail section.
           move yr-survey-year (year-sub)   to ydl-survey-year
           move yr-population (year-sub)    to ydl-population
           move yr-species-count (year-sub) to ydl-species-count
           write family-line from year-detail-line
           .

       count-unassigned-species section.
           move "N" to master-eof-switch
           move spaces to bm-family-code
           start bird-master-file key is equal to bm-family-code
               invalid key
                   set master-eof to true
           end-start
           perform until master-eof
               read bird-master-file next record
                   at end
                       set master-eof to true
                   not at end
                       if bm-family-code not = spaces
                           set master-eof to true
                       else
                           add 1 to no-family-count
                       end-if
               end-read
           end-perform
           .

       write-summary-totals section.
           move spaces to family-line
           write family-line
           if not watchlist-available
               move "** WATCHLST unavailable - red/amber not counted **"
                   to family-line
               write family-line
           end-if

           move spaces to family-count-line
           move "Families listed:"         to fcl-count-label
           move families-listed-count      to fcl-count-value
           write family-line from family-count-line

           move "Species in a family:"     to fcl-count-label
           move species-assigned-count     to fcl-count-value
           write family-line from family-count-line

           move "Species with no family:"  to fcl-count-label
           move no-family-count            to fcl-count-value
           write family-line from family-count-line

           move "Species red:"             to fcl-count-label
           move species-red-count          to fcl-count-value
           write family-line from family-count-line

           move "Species amber:"           to fcl-count-label
           move species-amber-count        to fcl-count-value
           write family-line from family-count-line
           .
