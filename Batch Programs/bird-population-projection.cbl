      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. Population projection report
      *               (PROJRPT).  For each species on BIRDHIST a
      *               straight-line trend is fitted by least squares to
      *               the counts of its most recent PROJYRS survey years
      *               (default 10) and projected five years beyond its
      *               latest year.  The projected counts are run
      *               through the watchlist rules the trend run uses
      *               (consecutive years of decline and cumulative
      *               change since tracking began, against the
      *               WLREDYRS/WLREDPCT/WLAMBYRS/WLAMBPCT thresholds)
      *               and a species projected to move up to amber or
      *               red from its WATCHLST status is flagged with the
      *               first year it would.  A species projected to fall
      *               below PROJSHR percent (default 50.00) of its
      *               bm-uk-breeding-population on BIRDMAST is flagged
      *               with that year too.  Species with fewer than
      *               three survey years cannot be fitted and are
      *               listed separately.

       identification division.
       program-id. bird-population-projection.

       environment division.
       input-output section.
       file-control.
           select history-file assign to "BIRDHIST"
               organization is indexed
               access mode is dynamic
               record key is bh-history-key
               file status is history-file-status.

           select bird-master-file assign to "BIRDMAST"
               organization is indexed
               access mode is dynamic
               record key is bm-species-code
               alternate record key is bm-common-name
               alternate record key is bm-family-code
                   with duplicates
               file status is bird-file-status.

           select watchlist-file assign to "WATCHLST"
               organization is indexed
               access mode is dynamic
               record key is wl-species-code
               file status is watchlist-status.

           select projection-report-file assign to "PROJRPT"
               organization is line sequential
               file status is projection-report-status.

       data division.
       file section.
       fd  history-file.
       copy bird-history-record.

       fd  bird-master-file.
       copy bird-master-record.

       fd  watchlist-file.
       copy watchlist-record.

       fd  projection-report-file.
       01  projection-report-line      pic x(132).

       working-storage section.
       01  history-file-status         pic xx.
       01  bird-file-status            pic xx.
       01  watchlist-status            pic xx.
       01  projection-report-status    pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  projection-switches.
           05  history-eof-switch      pic x(01) value "N".
               88  history-eof             value "Y".
           05  history-full-switch     pic x(01) value "N".
               88  history-table-full      value "Y".
           05  few-full-switch         pic x(01) value "N".
               88  few-years-table-full    value "Y".
           05  species-flag-switch     pic x(01) value "N".
               88  species-flagged         value "Y".

       01  current-run-date            pic 9(08).

       01  fit-years                   pic 9(02) value 10.
       01  fit-years-param             pic x(02).
       01  min-fit-years               pic 9(02) value 3.

       01  share-pct                   pic 9(03)v9(02) value 50.00.
       01  share-pct-param             pic x(08).
       01  share-pct-check             pic x(08).

      * The watchlist thresholds, read from the same environment
      * variables and with the same defaults as bird-population-trend.
       01  red-years-threshold         pic 9(03) value 3.
       01  red-pct-threshold           pic 9(03)v9(02) value 30.00.
       01  amber-years-threshold       pic 9(03) value 2.
       01  amber-pct-threshold         pic 9(03)v9(02) value 15.00.
       01  threshold-years-param       pic x(03).
       01  threshold-pct-param         pic x(08).
       01  threshold-pct-check         pic x(08).

      * One species' history, oldest year first.
       01  species-history.
           05  species-code            pic x(06).
           05  species-name            pic x(30).
           05  history-count           pic 9(03) value zero.
           05  history-entry occurs 100 times.
               10  hye-survey-year     pic 9(04).
               10  hye-population      pic 9(09).
           05  species-consec-years    pic 9(03).
       01  history-sub                 pic 9(03).
       01  window-first-sub            pic 9(03).

       01  fit-fields.
           05  fit-n                   pic 9(03).
           05  fit-x-origin            pic 9(04).
           05  fit-x                   pic s9(05).
           05  fit-sum-x               pic s9(07).
           05  fit-sum-xx              pic s9(09).
           05  fit-sum-y               pic s9(13).
           05  fit-sum-xy              pic s9(15).
           05  fit-denominator         pic s9(11).
           05  fit-slope               pic s9(11)v9(04).
           05  fit-intercept           pic s9(13)v9(04).
           05  fit-projected           pic s9(13).

       01  projection-table.
           05  projection-entry occurs 5 times.
               10  pje-year            pic 9(04).
               10  pje-population      pic 9(09).
       01  projection-sub              pic 9(01).

       01  watch-fields.
           05  watch-base-population   pic 9(09).
           05  watch-prior-population  pic 9(09).
           05  watch-consec-years      pic 9(03).
           05  watch-cumulative-pct    pic s9(05)v9(02).
           05  watch-calc-1            pic s9(09)v9(04).
           05  watch-rank              pic 9(01).
       01  current-rank                pic 9(01).
       01  current-status-text         pic x(05).
       01  amber-year                  pic 9(04).
       01  red-year                    pic 9(04).
       01  share-year                  pic 9(04).
       01  share-floor                 pic 9(11)v9(02).
       01  uk-population               pic 9(09).
       01  flag-text                   pic x(40).
       01  flag-pointer                pic 9(02).

       01  few-years-table.
           05  few-years-count         pic 9(04) value zero.
           05  few-years-entry occurs 1000 times.
               10  fye-species-code    pic x(06).
               10  fye-species-name    pic x(30).
               10  fye-years           pic 9(03).
               10  fye-last-year       pic 9(04).
       01  few-years-sub               pic 9(04).

       01  projection-counters.
           05  history-read-count      pic 9(07) value zero.
           05  species-projected-count pic 9(05) value zero.
           05  amber-flag-count        pic 9(05) value zero.
           05  red-flag-count          pic 9(05) value zero.
           05  share-flag-count        pic 9(05) value zero.
           05  species-flagged-count   pic 9(05) value zero.

       01  projection-heading-line.
           05  filler                  pic x(40) value
                   "Population Projection Report".
           05  filler                  pic x(09) value "Run Date:".
           05  filler                  pic x(01) value space.
           05  prj-run-date            pic 9(08).

       01  projection-parameter-line.
           05  filler                  pic x(14) value "Years fitted:".
           05  prj-fit-years           pic z9.
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(27) value
                   "Share of UK population %:".
           05  prj-share-pct           pic zz9.99.
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(18) value
                   "Amber yrs/pct:".
           05  prj-amber-years         pic zz9.
           05  filler                  pic x(01) value "/".
           05  prj-amber-pct           pic zz9.99.
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(14) value "Red yrs/pct:".
           05  prj-red-years           pic zz9.
           05  filler                  pic x(01) value "/".
           05  prj-red-pct             pic zz9.99.

       01  projection-section-line.
           05  prj-section-title       pic x(50).

       01  projection-column-heading.
           05  filler                  pic x(08) value "Code".
           05  filler                  pic x(32) value "Species".
           05  filler                  pic x(05) value "Yrs".
           05  filler                  pic x(06) value "Last".
           05  filler                  pic x(11) value "Latest".
           05  filler                  pic x(15) value "Trend/yr".
           05  filler                  pic x(07) value "Now".
           05  filler                  pic x(40) value "Flags".

       01  projection-detail-line.
           05  prj-species-code        pic x(06).
           05  filler                  pic x(02) value spaces.
           05  prj-species-name        pic x(30).
           05  filler                  pic x(02) value spaces.
           05  prj-years-fitted        pic zz9.
           05  filler                  pic x(02) value spaces.
           05  prj-last-year           pic 9(04).
           05  filler                  pic x(02) value spaces.
           05  prj-latest-population   pic zzzzzzzz9.
           05  filler                  pic x(02) value spaces.
           05  prj-slope               pic -zzzzzzzzz9.9.
           05  filler                  pic x(02) value spaces.
           05  prj-current-status      pic x(05).
           05  filler                  pic x(02) value spaces.
           05  prj-flags               pic x(40).

       01  projection-years-line.
           05  filler                  pic x(08) value spaces.
           05  filler                  pic x(11) value "Projected:".
           05  prj-projection occurs 5 times.
               10  prj-proj-year       pic 9(04).
               10  filler              pic x(01) value space.
               10  prj-proj-population pic zzzzzzzz9.
               10  filler              pic x(03) value spaces.

       01  few-years-column-heading.
           05  filler                  pic x(08) value "Code".
           05  filler                  pic x(32) value "Species".
           05  filler                  pic x(07) value "Years".
           05  filler                  pic x(06) value "Last".

       01  few-years-detail-line.
           05  prj-few-species-code    pic x(06).
           05  filler                  pic x(02) value spaces.
           05  prj-few-species-name    pic x(30).
           05  filler                  pic x(02) value spaces.
           05  prj-few-years           pic zz9.
           05  filler                  pic x(04) value spaces.
           05  prj-few-last-year       pic 9(04).

       01  projection-count-line.
           05  prj-count-label         pic x(30).
           05  prj-count-value         pic zzzz9.

       procedure division.
           accept current-run-date from date yyyymmdd

           accept fit-years-param from environment "PROJYRS"
           if fit-years-param is numeric
               move fit-years-param to fit-years
           end-if
           if fit-years < min-fit-years
               move min-fit-years to fit-years
           end-if

           accept share-pct-param from environment "PROJSHR"
           if share-pct-param not = spaces
               move share-pct-param to share-pct-check
               inspect share-pct-check replacing all "." by "0"
               inspect share-pct-check replacing all space by "0"
               if share-pct-check is numeric
                   accept share-pct from environment "PROJSHR"
               end-if
           end-if

           perform accept-watchlist-thresholds

           perform open-projection-files

           if not open-error-found
               perform write-projection-headings
               perform project-keyed-history
               perform write-few-years-list
               perform write-projection-totals
           end-if

           perform close-projection-files

           if open-error-found
               move 16 to return-code
           end-if

           goback
           .

       accept-watchlist-thresholds section.
           accept threshold-years-param from environment "WLREDYRS"
           if threshold-years-param is numeric
               move threshold-years-param to red-years-threshold
           end-if

           accept threshold-years-param from environment "WLAMBYRS"
           if threshold-years-param is numeric
               move threshold-years-param to amber-years-threshold
           end-if

           accept threshold-pct-param from environment "WLREDPCT"
           if threshold-pct-param not = spaces
               move threshold-pct-param to threshold-pct-check
               inspect threshold-pct-check replacing all "." by "0"
               inspect threshold-pct-check replacing all space
                       by "0"
               if threshold-pct-check is numeric
                   accept red-pct-threshold from environment
                           "WLREDPCT"
               end-if
           end-if

           accept threshold-pct-param from environment "WLAMBPCT"
           if threshold-pct-param not = spaces
               move threshold-pct-param to threshold-pct-check
               inspect threshold-pct-check replacing all "." by "0"
               inspect threshold-pct-check replacing all space
                       by "0"
               if threshold-pct-check is numeric
                   accept amber-pct-threshold from environment
                           "WLAMBPCT"
               end-if
           end-if
           .

       open-projection-files section.
           open input history-file
           if history-file-status not = "00"
               display "Error: unable to open BIRDHIST, status="
                   history-file-status
               set open-error-found to true
           end-if

           open input bird-master-file
           if bird-file-status not = "00"
               display "Error: unable to open BIRDMAST, status="
                   bird-file-status
               set open-error-found to true
           end-if

           open input watchlist-file
           if watchlist-status not = "00"
               display "Error: unable to open WATCHLST, status="
                   watchlist-status
               set open-error-found to true
           end-if

           open output projection-report-file
           if projection-report-status not = "00"
               display "Error: unable to open PROJRPT, status="
                   projection-report-status
               set open-error-found to true
           end-if
           .

       close-projection-files section.
           close history-file
           close bird-master-file
           close watchlist-file
           close projection-report-file
           .

      * BIRDHIST is keyed on species code and survey year, so each
      * species' years arrive together and in order.
       project-keyed-history section.
           move zero to history-count
           move low-values to bh-history-key
           start history-file key is not less than bh-history-key
               invalid key
                   set history-eof to true
           end-start
           perform read-next-history-record
           perform until history-eof
               if history-count > zero
                       and bh-species-code not = species-code
                   perform project-one-species
                   move zero to history-count
               end-if
               perform add-history-entry
               perform read-next-history-record
           end-perform

           if history-count > zero
               perform project-one-species
           end-if
           .

       read-next-history-record section.
           if not history-eof
               read history-file next record
                   at end
                       set history-eof to true
                   not at end
                       add 1 to history-read-count
               end-read
           end-if
           .

      * Consecutive years of decline are counted over the whole
      * history, as the trend run counts them.
       add-history-entry section.
           if history-count = zero
               move bh-species-code to species-code
               move zero to species-consec-years
               move "N" to history-full-switch
           else
               if bh-population-count
                       < hye-population (history-count)
                   add 1 to species-consec-years
               else
                   move zero to species-consec-years
               end-if
           end-if
           move bh-species to species-name

           if history-count < 100
               add 1 to history-count
               move bh-survey-year
                   to hye-survey-year (history-count)
               move bh-population-count
                   to hye-population (history-count)
           else
               if not history-table-full
                   display "Warning: species history table full - "
                       bh-species-code
                   set history-table-full to true
               end-if
           end-if
           .

       project-one-species section.
           if history-count < min-fit-years
               perform add-few-years-entry
           else
               add 1 to species-projected-count
               perform fit-species-trend
               perform project-five-years
               perform read-current-status
               perform find-threshold-crossings
               perform write-projection-detail
           end-if
           .

       add-few-years-entry section.
           if few-years-count < 1000
               add 1 to few-years-count
               move species-code to fye-species-code (few-years-count)
               move species-name to fye-species-name (few-years-count)
               move history-count to fye-years (few-years-count)
               move hye-survey-year (history-count)
                   to fye-last-year (few-years-count)
           else
               if not few-years-table-full
                   display "Warning: few-years table full - "
                       species-code
                   set few-years-table-full to true
               end-if
           end-if
           .

      * Least-squares straight line through the most recent
      * fit-years counts, with years counted from the first of them.
       fit-species-trend section.
           if history-count > fit-years
               compute window-first-sub = history-count - fit-years + 1
           else
               move 1 to window-first-sub
           end-if
           compute fit-n = history-count - window-first-sub + 1
           move hye-survey-year (window-first-sub) to fit-x-origin

           move zero to fit-sum-x
           move zero to fit-sum-xx
           move zero to fit-sum-y
           move zero to fit-sum-xy
           move window-first-sub to history-sub
           perform until history-sub > history-count
               compute fit-x =
                   hye-survey-year (history-sub) - fit-x-origin
               add fit-x to fit-sum-x
               compute fit-sum-xx = fit-sum-xx + fit-x * fit-x
               add hye-population (history-sub) to fit-sum-y
               compute fit-sum-xy = fit-sum-xy
                   + fit-x * hye-population (history-sub)
               add 1 to history-sub
           end-perform

           compute fit-denominator =
               fit-n * fit-sum-xx - fit-sum-x * fit-sum-x
           if fit-denominator = zero
               move zero to fit-slope
           else
               compute fit-slope rounded =
                   (fit-n * fit-sum-xy - fit-sum-x * fit-sum-y)
                       / fit-denominator
           end-if
           compute fit-intercept rounded =
               (fit-sum-y - fit-slope * fit-sum-x) / fit-n
           .

       project-five-years section.
           move 1 to projection-sub
           perform until projection-sub > 5
               compute pje-year (projection-sub) =
                   hye-survey-year (history-count) + projection-sub
               compute fit-x =
                   pje-year (projection-sub) - fit-x-origin
               compute fit-projected rounded =
                   fit-intercept + fit-slope * fit-x
               if fit-projected < zero
                   move zero to pje-population (projection-sub)
               else
                   if fit-projected > 999999999
                       move 999999999
                           to pje-population (projection-sub)
                   else
                       move fit-projected
                           to pje-population (projection-sub)
                   end-if
               end-if
               add 1 to projection-sub
           end-perform
           .

      * The status now is the one on WATCHLST; a species the trend run
      * has not reached yet is rated on its history by the same rules.
       read-current-status section.
           move hye-population (1) to watch-base-population
           move species-consec-years to watch-consec-years
           move hye-population (history-count)
               to watch-prior-population
           perform rate-watch-fields
           move watch-rank to current-rank

           move species-code to wl-species-code
           read watchlist-file key is wl-species-code
               invalid key
                   continue
               not invalid key
                   evaluate true
                       when wl-red
                           move 2 to current-rank
                       when wl-amber
                           move 1 to current-rank
                       when other
                           move zero to current-rank
                   end-evaluate
           end-read

           evaluate current-rank
               when 2
                   move "RED"   to current-status-text
               when 1
                   move "AMBER" to current-status-text
               when other
                   move "GREEN" to current-status-text
           end-evaluate
           .

      * Rates watch-prior-population against the base with
      * watch-consec-years of decline behind it, the way
      * bird-population-trend sets the watchlist status.
       rate-watch-fields section.
           if watch-base-population = zero
               move zero to watch-cumulative-pct
           else
               compute watch-calc-1 =
                   ((watch-prior-population
                       - watch-base-population)
                       / watch-base-population) * 100
               if watch-calc-1 > 999.99
                   move 999.99 to watch-cumulative-pct
               else
                   move watch-calc-1 to watch-cumulative-pct
               end-if
           end-if

           evaluate true
               when watch-consec-years >= red-years-threshold
                   or watch-cumulative-pct
                       <= (0 - red-pct-threshold)
                   move 2 to watch-rank
               when watch-consec-years >= amber-years-threshold
                   or watch-cumulative-pct
                       <= (0 - amber-pct-threshold)
                   move 1 to watch-rank
               when other
                   move zero to watch-rank
           end-evaluate
           .

       find-threshold-crossings section.
           move zero to amber-year
           move zero to red-year
           move zero to share-year
           move "N" to species-flag-switch

           move zero to uk-population
           move species-code to bm-species-code
           read bird-master-file key is bm-species-code
               invalid key
                   continue
               not invalid key
                   move bm-uk-breeding-population to uk-population
           end-read
           compute share-floor = uk-population * share-pct / 100

           move hye-population (history-count)
               to watch-prior-population
           move 1 to projection-sub
           perform until projection-sub > 5
               if pje-population (projection-sub)
                       < watch-prior-population
                   add 1 to watch-consec-years
               else
                   move zero to watch-consec-years
               end-if
               move pje-population (projection-sub)
                   to watch-prior-population
               perform rate-watch-fields

               if watch-rank > current-rank
                   if amber-year = zero and current-rank = zero
                       move pje-year (projection-sub) to amber-year
                   end-if
                   if red-year = zero and watch-rank = 2
                       move pje-year (projection-sub) to red-year
                   end-if
               end-if

               if share-year = zero and uk-population > zero
                       and hye-population (history-count)
                           not < share-floor
                       and pje-population (projection-sub)
                           < share-floor
                   move pje-year (projection-sub) to share-year
               end-if
               add 1 to projection-sub
           end-perform

           move spaces to flag-text
           move 1 to flag-pointer
           if amber-year not = zero
               add 1 to amber-flag-count
               set species-flagged to true
               string "AMBER " amber-year " " delimited by size
                   into flag-text with pointer flag-pointer
                   on overflow
                       display "Warning: projection flags truncated - "
                           species-code
               end-string
           end-if
           if red-year not = zero
               add 1 to red-flag-count
               set species-flagged to true
               string "RED " red-year " " delimited by size
                   into flag-text with pointer flag-pointer
                   on overflow
                       display "Warning: projection flags truncated - "
                           species-code
               end-string
           end-if
           if share-year not = zero
               add 1 to share-flag-count
               set species-flagged to true
               string "BELOW SHARE " share-year delimited by size
                   into flag-text with pointer flag-pointer
                   on overflow
                       display "Warning: projection flags truncated - "
                           species-code
               end-string
           end-if
           if species-flagged
               add 1 to species-flagged-count
           end-if
           .

       write-projection-detail section.
           move spaces to projection-detail-line
           move species-code          to prj-species-code
           move species-name          to prj-species-name
           move fit-n                 to prj-years-fitted
           move hye-survey-year (history-count) to prj-last-year
           move hye-population (history-count)
               to prj-latest-population
           move fit-slope             to prj-slope
           move current-status-text   to prj-current-status
           move flag-text             to prj-flags
           write projection-report-line from projection-detail-line

           move 1 to projection-sub
           perform until projection-sub > 5
               move pje-year (projection-sub)
                   to prj-proj-year (projection-sub)
               move pje-population (projection-sub)
                   to prj-proj-population (projection-sub)
               add 1 to projection-sub
           end-perform
           write projection-report-line from projection-years-line
           .

       write-projection-headings section.
           move current-run-date to prj-run-date
           write projection-report-line from projection-heading-line
           move fit-years             to prj-fit-years
           move share-pct             to prj-share-pct
           move amber-years-threshold to prj-amber-years
           move amber-pct-threshold   to prj-amber-pct
           move red-years-threshold   to prj-red-years
           move red-pct-threshold     to prj-red-pct
           write projection-report-line from projection-parameter-line
           move spaces to projection-report-line
           write projection-report-line
           move "Five-year projections" to prj-section-title
           write projection-report-line from projection-section-line
           write projection-report-line from projection-column-heading
           .

       write-few-years-list section.
           move spaces to projection-report-line
           write projection-report-line
           move "Species with too few survey years to project"
               to prj-section-title
           write projection-report-line from projection-section-line
           write projection-report-line from few-years-column-heading

           move 1 to few-years-sub
           perform until few-years-sub > few-years-count
               move spaces to few-years-detail-line
               move fye-species-code (few-years-sub)
                   to prj-few-species-code
               move fye-species-name (few-years-sub)
                   to prj-few-species-name
               move fye-years (few-years-sub)     to prj-few-years
               move fye-last-year (few-years-sub) to prj-few-last-year
               write projection-report-line from few-years-detail-line
               add 1 to few-years-sub
           end-perform
           .

       write-projection-totals section.
           move spaces to projection-report-line
           write projection-report-line

           move spaces to projection-count-line
           move "History records read:"      to prj-count-label
           move history-read-count           to prj-count-value
           write projection-report-line from projection-count-line

           move "Species projected:"         to prj-count-label
           move species-projected-count      to prj-count-value
           write projection-report-line from projection-count-line

           move "Species flagged:"           to prj-count-label
           move species-flagged-count        to prj-count-value
           write projection-report-line from projection-count-line

           move "  projected to reach amber:" to prj-count-label
           move amber-flag-count             to prj-count-value
           write projection-report-line from projection-count-line

           move "  projected to reach red:"  to prj-count-label
           move red-flag-count               to prj-count-value
           write projection-report-line from projection-count-line

           move "  projected below share:"   to prj-count-label
           move share-flag-count             to prj-count-value
           write projection-report-line from projection-count-line

           move "Too few years to project:"  to prj-count-label
           move few-years-count              to prj-count-value
           write projection-report-line from projection-count-line
           .
