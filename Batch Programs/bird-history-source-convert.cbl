      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. One-time conversion for the source
      *               and last-set date on BIRDHIST (see
      *               bird-history-record.cpy): reads the keyed history
      *               as it stands (OLDHIST) and writes each record to
      *               the new file marked with the legacy source, no
      *               last-set date and no coordinator override, since
      *               nobody recorded which writer set those figures.
      *               The key is unchanged, so no record can collide;
      *               the conversion report (CNVRPT) carries the record
      *               counts the way bird-history-convert did.

       identification division.
       program-id. bird-history-source-convert.

       environment division.
       input-output section.
       file-control.
           select old-history-file assign to "OLDHIST"
               organization is indexed
               access mode is sequential
               record key is obh-history-key
               file status is old-history-status.

           select bird-history-file assign to "BIRDHIST"
               organization is indexed
               access mode is dynamic
               record key is bh-history-key
               file status is bird-history-status.

           select convert-report-file assign to "CNVRPT"
               organization is line sequential
               file status is convert-report-status.

       data division.
       file section.
       fd  old-history-file.
       01  old-bird-history-record.
           05  obh-history-key.
               10  obh-species-code    pic x(06).
               10  obh-survey-year     pic 9(04).
           05  obh-species             pic x(30).
           05  obh-population-count    pic 9(09).

       fd  bird-history-file.
       copy bird-history-record.

       fd  convert-report-file.
       01  convert-line                pic x(80).

       working-storage section.
       01  old-history-status          pic xx.
       01  bird-history-status         pic xx.
       01  convert-report-status       pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  convert-switches.
           05  old-history-eof-switch  pic x(01) value "N".
               88  old-history-eof         value "Y".

       01  convert-counters.
           05  history-read-count      pic 9(07) value zero.
           05  history-converted-count pic 9(07) value zero.
           05  history-failed-count    pic 9(07) value zero.

       01  convert-heading-line        pic x(40).

       01  convert-count-line.
           05  cnv-count-label         pic x(28).
           05  cnv-count-value         pic zzzzzz9.

       procedure division.
           open input old-history-file
           if old-history-status not = "00"
               display "Error: unable to open OLDHIST, status="
                   old-history-status
               set open-error-found to true
           end-if

           open output bird-history-file
           if bird-history-status not = "00"
               display "Error: unable to open BIRDHIST, status="
                   bird-history-status
               set open-error-found to true
           end-if

           open output convert-report-file
           if convert-report-status not = "00"
               display "Error: unable to open CNVRPT, status="
                   convert-report-status
               set open-error-found to true
           end-if

           if not open-error-found
               move "Bird History Source Conversion Report"
                   to convert-heading-line
               write convert-line from convert-heading-line

               perform read-old-history-record
               perform until old-history-eof
                   perform convert-one-history-record
                   perform read-old-history-record
               end-perform

               perform write-convert-totals
           end-if

           close old-history-file
           close bird-history-file
           close convert-report-file

           if open-error-found
               move 16 to return-code
           else
               if history-failed-count > zero
                   move 8 to return-code
               end-if
           end-if

           goback
           .

       read-old-history-record section.
           read old-history-file next record
               at end
                   set old-history-eof to true
               not at end
                   add 1 to history-read-count
           end-read
           .

       convert-one-history-record section.
           move spaces                 to bird-history-record
           move obh-species-code       to bh-species-code
           move obh-survey-year        to bh-survey-year
           move obh-species            to bh-species
           move obh-population-count   to bh-population-count
           set bh-from-legacy          to true
           move zero                   to bh-last-set-date
           move "N"                    to bh-override-switch
           write bird-history-record
               invalid key
                   display "Error: unable to write history for "
                       bh-species-code " " bh-survey-year
                   add 1 to history-failed-count
               not invalid key
                   add 1 to history-converted-count
           end-write
           .

       write-convert-totals section.
           move spaces to convert-line
           write convert-line

           move spaces to convert-count-line
           move "History rows read:"      to cnv-count-label
           move history-read-count        to cnv-count-value
           write convert-line from convert-count-line

           move "History rows converted:" to cnv-count-label
           move history-converted-count   to cnv-count-value
           write convert-line from convert-count-line

           move "History rows not written:" to cnv-count-label
           move history-failed-count      to cnv-count-value
           write convert-line from convert-count-line
           .
