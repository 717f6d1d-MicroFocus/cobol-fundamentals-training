      *               land a duplicate year that distorts the trend
      *               report.  Corrected rows are counted separately
      *               at end of run.
      *   2026-10-15  Each BIRDHIST figure now carries its source and
      *               the date it was last set (see
      *               bird-history-record.cpy).  A partner row for a
      *               year already on file is offered through
      *               bird-history-precedence and is refused - written
      *               to IMPEXC and counted at end of run - when a
      *               rollup or master figure holds the year, instead of
      *               silently overwriting it; disagreements are logged
      *               to BHCONF.  A coordinator forces a settled partner
      *               file over the file with BHFORCE=Y, which marks
      *               those years as a coordinator override.
      *   2026-10-15  The BIRDMAST select names the new family alternate
      *               key (see bird-master-record.cpy).

       identification division.
       program-id. bird-history-import.
               access mode is dynamic
               record key is bm-species-code
               alternate record key is bm-common-name
               alternate record key is bm-family-code
                   with duplicates
               file status is bird-file-status.

           select bird-history-file assign to "BIRDHIST"
           05  exc-reason              pic x(30).

       working-storage section.
       copy bird-history-offer.
       01  partner-file-status         pic xx.
       01  bird-file-status            pic xx.
       01  bird-history-status         pic xx.
               88  conv-error-found        value "Y".
           05  species-found-switch    pic x(01) value "N".
               88  species-found           value "Y".
           05  history-on-file-switch  pic x(01) value "N".
               88  history-on-file         value "Y".
       01  import-reject-reason        pic x(30).

       01  import-counters.
           05  rows-written-count      pic 9(05) value zero.
           05  rows-corrected-count    pic 9(05) value zero.
           05  rows-rejected-count     pic 9(05) value zero.
           05  rows-refused-count      pic 9(05) value zero.
           05  rows-agreeing-count     pic 9(05) value zero.

       01  csv-fields.
           05  csv-species             pic x(30).
       01  conv-digit-x                pic x(01).
       01  conv-digit-9 redefines conv-digit-x pic 9(01).

       01  current-run-date            pic 9(08).
       01  history-force-param         pic x(01).
           88  history-force-requested     value "Y" "y".

       01  import-survey-year          pic 9(04).
       01  import-population-count     pic 9(09).

       procedure division.
           accept current-run-date from date yyyymmdd
           accept history-force-param from environment "BHFORCE"
           if history-force-requested
               display "Coordinator override: partner figures forced "
                   "over BIRDHIST"
           end-if

           open input partner-file
           if partner-file-status not = "00"
               display "Error: unable to open PARTNER, status="
               display "Partner rows written:   " rows-written-count
               display "Partner rows corrected: " rows-corrected-count
               display "Partner rows rejected:  " rows-rejected-count
               display "Partner rows refused:   " rows-refused-count
               display "Partner rows agreeing:  " rows-agreeing-count
           end-if

           close partner-file
               move import-reject-reason to exc-reason
               write exception-line
           else
               perform write-partner-history
           end-if
           .

      * A year already on file is only corrected when
      * bird-history-precedence accepts the partner figure over the
      * source that set it - a partner figure never replaces a rollup
      * or master figure unless a coordinator forces the run with
      * BHFORCE=Y.  A refused row goes to the exception file.
       write-partner-history section.
           move bm-species-code         to bh-species-code
           move import-survey-year      to bh-survey-year
           move "N" to history-on-file-switch
           read bird-history-file
               invalid key
                   continue
               not invalid key
                   set history-on-file to true
           end-read

           if history-on-file
               set ho-from-partner          to true
               move import-population-count to ho-population-count
               move "bird-history-import"   to ho-writer-program
               move "N"                     to ho-force-switch
               if history-force-requested
                   set ho-forced            to true
               end-if
               call "bird-history-precedence"
                   using bird-history-record bird-history-offer
           else
               set ho-offer-accepted to true
           end-if

           if ho-offer-accepted
               move csv-species             to bh-species
               move import-population-count to bh-population-count
               set bh-from-partner          to true
               move current-run-date        to bh-last-set-date
               move "N"                     to bh-override-switch
               if history-force-requested
                   set bh-coordinator-override to true
               end-if
               if history-on-file
                   rewrite bird-history-record
                       invalid key
                           display "Error: unable to correct "
                               "history for " bh-species-code
                               " " bh-survey-year
                       not invalid key
                           add 1 to rows-corrected-count
                   end-rewrite
               else
                   write bird-history-record
                       invalid key
                           display "Error: unable to write "
                               "history for " bh-species-code
                               " " bh-survey-year
                       not invalid key
                           add 1 to rows-written-count
                   end-write
               end-if
           else
               if import-population-count = bh-population-count
                   add 1 to rows-agreeing-count
               else
                   add 1 to rows-refused-count
                   move spaces to exception-line
                   move partner-csv-line to exc-csv-line
                   move "refused - higher source held"
                       to exc-reason
                   write exception-line
               end-if
           end-if
           .

