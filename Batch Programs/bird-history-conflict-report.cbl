      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. BIRDHIST source conflict report
      *               (BHCRPT) for the coordinators: one line per
      *               conflict logged to BHCONF by
      *               bird-history-precedence, giving the species and
      *               survey year, the writer, the figure held with its
      *               source and date, the figure offered with its
      *               source, and whether the offer was refused,
      *               overrode the figure or was forced over it -
      *               beside the figure and source on BIRDHIST now, so
      *               a year already settled by a later run or a
      *               coordinator override is plain to see.  Export
      *               BHCFROM=yyyymmdd to list only conflicts logged on
      *               or after that date; by default every conflict on
      *               file is listed.

       identification division.
       program-id. bird-history-conflict-report.

       environment division.
       input-output section.
       file-control.
           select history-conflict-file assign to "BHCONF"
               organization is line sequential
               file status is history-conflict-status.

           select bird-history-file assign to "BIRDHIST"
               organization is indexed
               access mode is dynamic
               record key is bh-history-key
               file status is bird-history-status.

           select bird-master-file assign to "BIRDMAST"
               organization is indexed
               access mode is dynamic
               record key is bm-species-code
               alternate record key is bm-common-name
               alternate record key is bm-family-code
                   with duplicates
               file status is bird-file-status.

           select conflict-report-file assign to "BHCRPT"
               organization is line sequential
               file status is conflict-report-status.

       data division.
       file section.
       fd  history-conflict-file.
       copy bird-history-conflict-record.

       fd  bird-history-file.
       copy bird-history-record.

       fd  bird-master-file.
       copy bird-master-record.

       fd  conflict-report-file.
       01  conflict-line               pic x(132).

       working-storage section.
       01  history-conflict-status     pic xx.
       01  bird-history-status         pic xx.
       01  bird-file-status            pic xx.
       01  conflict-report-status      pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  conflict-switches.
           05  conflict-eof-switch     pic x(01) value "N".
               88  conflict-eof            value "Y".

       01  current-run-date            pic 9(08).
       01  from-date                   pic 9(08) value zero.
       01  from-date-param             pic x(08).

       01  conflict-counters.
           05  conflicts-read-count    pic 9(07) value zero.
           05  conflicts-listed-count  pic 9(07) value zero.
           05  offers-refused-count    pic 9(07) value zero.
           05  held-overridden-count   pic 9(07) value zero.
           05  forced-over-count       pic 9(07) value zero.

       01  conflict-heading-line.
           05  filler                  pic x(38) value
                   "BIRDHIST Source Conflict Report".
           05  filler                  pic x(09) value "Run Date:".
           05  filler                  pic x(01) value space.
           05  cfh-run-date            pic 9(08).
           05  filler                  pic x(14) value "   Logged from".
           05  filler                  pic x(01) value space.
           05  cfh-from-date           pic 9(08).

       01  conflict-column-heading.
           05  filler                  pic x(10) value "Logged".
           05  filler                  pic x(08) value "Code".
           05  filler                  pic x(22) value "Species".
           05  filler                  pic x(06) value "Year".
           05  filler                  pic x(24) value "Writer".
           05  filler                  pic x(23) value "Held".
           05  filler                  pic x(14) value "Offered".
           05  filler                  pic x(12) value "Outcome".
           05  filler                  pic x(12) value "On File".

       01  conflict-detail-line.
           05  cfd-log-date            pic 9(08).
           05  filler                  pic x(02) value spaces.
           05  cfd-species-code        pic x(06).
           05  filler                  pic x(02) value spaces.
           05  cfd-species             pic x(20).
           05  filler                  pic x(02) value spaces.
           05  cfd-survey-year         pic 9(04).
           05  filler                  pic x(02) value spaces.
           05  cfd-writer-program      pic x(22).
           05  filler                  pic x(02) value spaces.
           05  cfd-held-count          pic zzzzzzzz9.
           05  filler                  pic x(01) value space.
           05  cfd-held-source         pic x(01).
           05  cfd-held-override       pic x(01).
           05  filler                  pic x(01) value space.
           05  cfd-held-set-date       pic 9(08).
           05  filler                  pic x(02) value spaces.
           05  cfd-offered-count       pic zzzzzzzz9.
           05  filler                  pic x(01) value space.
           05  cfd-offered-source      pic x(01).
           05  cfd-offered-forced      pic x(01).
           05  filler                  pic x(02) value spaces.
           05  cfd-outcome             pic x(10).
           05  filler                  pic x(02) value spaces.
           05  cfd-file-count          pic zzzzzzzz9.
           05  filler                  pic x(01) value space.
           05  cfd-file-source         pic x(01).
           05  cfd-file-override       pic x(01).

       01  conflict-count-line.
           05  cfc-count-label         pic x(28).
           05  cfc-count-value         pic zzzzzz9.

       procedure division.
           accept current-run-date from date yyyymmdd
           accept from-date-param from environment "BHCFROM"
           if from-date-param is numeric
               move from-date-param to from-date
           end-if

           perform open-conflict-files

           if not open-error-found
               perform write-conflict-headings
               perform read-conflict-record
               perform until conflict-eof
                   if hc-log-date >= from-date
                       perform write-conflict-detail
                   end-if
                   perform read-conflict-record
               end-perform
               perform write-conflict-totals
           end-if

           close history-conflict-file
           close bird-history-file
           close bird-master-file
           close conflict-report-file

           if open-error-found
               move 16 to return-code
           end-if

           goback
           .

       open-conflict-files section.
           open input history-conflict-file
           if history-conflict-status not = "00"
               display "Error: unable to open BHCONF, status="
                   history-conflict-status
               set open-error-found to true
           end-if

           open input bird-history-file
           if bird-history-status not = "00"
               display "Error: unable to open BIRDHIST, status="
                   bird-history-status
               set open-error-found to true
           end-if

           open input bird-master-file
           if bird-file-status not = "00"
               display "Error: unable to open BIRDMAST, status="
                   bird-file-status
               set open-error-found to true
           end-if

           open output conflict-report-file
           if conflict-report-status not = "00"
               display "Error: unable to open BHCRPT, status="
                   conflict-report-status
               set open-error-found to true
           end-if
           .

       read-conflict-record section.
           read history-conflict-file
               at end
                   set conflict-eof to true
               not at end
                   add 1 to conflicts-read-count
           end-read
           .

       write-conflict-headings section.
           move current-run-date to cfh-run-date
           move from-date        to cfh-from-date
           write conflict-line from conflict-heading-line
           write conflict-line from conflict-column-heading
           .

      * Each count is followed by its source code and an override
      * mark - "*" for a coordinator override held, or for a forced
      * offer.
       write-conflict-detail section.
           add 1 to conflicts-listed-count
           move spaces to conflict-detail-line
           move hc-log-date        to cfd-log-date
           move hc-species-code    to cfd-species-code
           move hc-survey-year     to cfd-survey-year
           move hc-writer-program  to cfd-writer-program
           move hc-held-count      to cfd-held-count
           move hc-held-source     to cfd-held-source
           if hc-held-override = "Y"
               move "*" to cfd-held-override
           end-if
           move hc-held-set-date   to cfd-held-set-date
           move hc-offered-count   to cfd-offered-count
           move hc-offered-source  to cfd-offered-source
           if hc-offered-forced = "Y"
               move "*" to cfd-offered-forced
           end-if

           evaluate true
               when hc-offer-refused
                   move "REFUSED"  to cfd-outcome
                   add 1 to offers-refused-count
               when hc-held-overridden
                   move "OVERRODE" to cfd-outcome
                   add 1 to held-overridden-count
               when hc-forced-over-held
                   move "FORCED"   to cfd-outcome
                   add 1 to forced-over-count
               when other
                   move hc-outcome to cfd-outcome
           end-evaluate

           move hc-species-code to bm-species-code
           read bird-master-file
               invalid key
                   move "** not on master **" to cfd-species
               not invalid key
                   move bm-common-name to cfd-species
           end-read

           move hc-history-key to bh-history-key
           read bird-history-file
               invalid key
                   move zero to cfd-file-count
                   move "-"  to cfd-file-source
               not invalid key
                   move bh-population-count to cfd-file-count
                   move bh-source to cfd-file-source
                   if bh-coordinator-override
                       move "*" to cfd-file-override
                   end-if
           end-read

           write conflict-line from conflict-detail-line
           .

       write-conflict-totals section.
           move spaces to conflict-line
           write conflict-line
           move "Sources: R rollup, M master, P partner, L legacy"
               to conflict-line
           write conflict-line
           move "* coordinator override held, or offer forced"
               to conflict-line
           write conflict-line
           move spaces to conflict-line
           write conflict-line

           move spaces to conflict-count-line
           move "Conflicts read:"          to cfc-count-label
           move conflicts-read-count       to cfc-count-value
           write conflict-line from conflict-count-line

           move "Conflicts listed:"        to cfc-count-label
           move conflicts-listed-count     to cfc-count-value
           write conflict-line from conflict-count-line

           move "Offers refused:"          to cfc-count-label
           move offers-refused-count       to cfc-count-value
           write conflict-line from conflict-count-line

           move "Figures overridden:"      to cfc-count-label
           move held-overridden-count      to cfc-count-value
           write conflict-line from conflict-count-line

           move "Figures forced:"          to cfc-count-label
           move forced-over-count          to cfc-count-value
           write conflict-line from conflict-count-line
           .
