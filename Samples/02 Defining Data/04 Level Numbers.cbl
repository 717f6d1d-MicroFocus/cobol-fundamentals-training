      *               unless BUSOVRD=Y is exported for a genuine
      *               rerun, so a double-submitted nightly job cannot
      *               apply the week's BIRDTRAN twice.
      *   2026-10-15  When the nightly run ends clean the step now
      *               records its completion for the open business date
      *               through step-completion, so a rerun of the same
      *               date skips it.
      *   2026-10-15  Each BIRDHIST figure now carries its source and
      *               the date it was last set (see
      *               bird-history-record.cpy).
      *               write-bird-history-record offers the master's
      *               breeding population through
      *               bird-history-precedence when the year is already
      *               on file, so a rollup figure is no longer silently
      *               overwritten by a master update; a held figure
      *               leaves the master change applied, notes it on the
      *               register and counts it at the end.  A coordinator
      *               forces the figure with bmt-history-force-switch,
      *               which marks the year as a coordinator override.
      *   2026-10-15  Every species is now assigned to a family on the
      *               taxonomy master (TAXONMST, see
      *               taxonomy-record.cpy) through bmt-family-code: an
      *               add must carry a family, an update with the family
      *               blank keeps the one on file, and a family code not
      *               on the taxonomy master rejects the transaction.
      *               The change log carries the family code before and
      *               after.

       identification division.
       program-id. bird-master-maint.
               access mode is dynamic
               record key is bm-species-code
               alternate record key is bm-common-name
               alternate record key is bm-family-code
                   with duplicates
               file status is bird-file-status.

           select bird-history-file assign to "BIRDHIST"
               organization is line sequential
               file status is business-date-status.

           select taxonomy-file assign to "TAXONMST"
               organization is indexed
               access mode is dynamic
               record key is tx-taxon-key
               file status is taxonomy-status.

       data division.
       file section.
       fd  bird-master-file.
       fd  business-date-file.
       copy business-date-record.

       fd  taxonomy-file.
       copy taxonomy-record.

       working-storage section.
       copy bird-history-offer.
       01  step-program-name           pic x(24) value
               "bird-master-maint".
       copy bird-record.
       01  bird-file-status            pic xx.
       01  bird-history-status         pic xx.
       01  maint-register-status       pic xx.
       01  run-log-status              pic xx.
       01  change-log-status           pic xx.
       01  taxonomy-status             pic xx.

       01  change-log-action           pic x(06).
       01  before-image-work           pic x(106).

       01  business-date-status        pic xx.
       01  business-override-param     pic x(01).
           05  maint-reject-switch     pic x(01) value "N".
               88  maint-rejected          value "Y".
       01  maint-reject-reason         pic x(40).
       01  history-on-file-switch      pic x(01).
           88  history-on-file             value "Y".

       01  maint-counters.
           05  transactions-read-count pic 9(05) value zero.
           05  deletes-applied-count   pic 9(05) value zero.
           05  deletes-rejected-count  pic 9(05) value zero.
           05  invalid-action-count    pic 9(05) value zero.
           05  history-refused-count   pic 9(05) value zero.

       01  register-heading-line.
           05  filler                  pic x(34) value
               set open-error-found to true
           end-if

           open input taxonomy-file
           if taxonomy-status not = "00"
               display "Error: unable to open TAXONMST, status="
                   taxonomy-status
               set open-error-found to true
           end-if

           accept current-run-date from date yyyymmdd

           perform check-business-date
           close bird-maint-file
           close maint-register-file
           close change-log-file
           close taxonomy-file

           if open-error-found
               move 16 to return-code
               end-if
           end-if

           if return-code = zero
               call "step-completion" using step-program-name
           end-if

           perform write-run-log-end

           goback
           move bmt-measurements   to measurements
           move bmt-uk-breeding-population to uk-breeding-population
           move bmt-unit-of-measure to unit-of-measure
           move bmt-family-code    to family-code
           .

       add-bird-record section.
               set maint-rejected to true
               move "species code is required" to maint-reject-reason
           end-if
           if not maint-rejected and family-code = spaces
               set maint-rejected to true
               move "family code is required" to maint-reject-reason
           end-if
           if not maint-rejected
               perform check-family-code
           end-if
           if maint-rejected
               display "Record rejected - " common-name
           else
           if not maint-rejected and species-code = spaces
               perform lookup-species-by-name
           end-if
           if not maint-rejected
               perform capture-before-image
               if family-code = spaces
                   move before-image-work (101:6) to family-code
               end-if
               if family-code not = spaces
                   perform check-family-code
               end-if
           end-if
           if maint-rejected
               display "Record rejected - " common-name
           else
               perform convert-measurements-to-metric
               perform move-bird-to-master-record
               rewrite bird-master-record
           move change-log-action to cl-action
           move species-code      to cl-species-code
           move before-image-work to cl-before-image
           move before-image-work (101:6) to cl-before-family-code
           if change-log-action = "DELETE"
               move spaces to cl-after-image
               move spaces to cl-after-family-code
           else
               move bird-master-record to cl-after-image
               move bm-family-code to cl-after-family-code
           end-if
           write bird-change-log-record
           .

      * An unknown family code is rejected - every species must hang
      * off a family on the taxonomy master.
       check-family-code section.
           move "F"         to tx-taxon-type
           move family-code to tx-taxon-code
           read taxonomy-file
               invalid key
                   set maint-rejected to true
                   move "family code not on taxonomy master"
                       to maint-reject-reason
           end-read
           .

      * Finds the master record whose common name matches the
      * transaction and leaves its permanent code in species-code.
      * Only useful when the name itself is not changing - a rename
           end-if
           .

      * The year's figure already on file is only replaced when
      * bird-history-precedence accepts the master's figure over the
      * source that set it; a refusal leaves the master change applied
      * and notes on the register that the history was held.
       write-bird-history-record section.
           move species-code           to bh-species-code
           move current-survey-year    to bh-survey-year
           move "N" to history-on-file-switch
           read bird-history-file
               invalid key
                   continue
               not invalid key
                   set history-on-file to true
           end-read

           if history-on-file
               set ho-from-master           to true
               move uk-breeding-population  to ho-population-count
               move step-program-name       to ho-writer-program
               move "N"                     to ho-force-switch
               if bmt-history-forced
                   set ho-forced            to true
               end-if
               call "bird-history-precedence"
                   using bird-history-record bird-history-offer
           else
               set ho-offer-accepted to true
           end-if

           if ho-offer-accepted
               move common-name            to bh-species
               move uk-breeding-population to bh-population-count
               set bh-from-master          to true
               move current-run-date       to bh-last-set-date
               move "N"                    to bh-override-switch
               if bmt-history-forced
                   set bh-coordinator-override to true
               end-if
               if history-on-file
                   rewrite bird-history-record
                       invalid key
                           display "Error: unable to correct history "
                               "for " species-code " "
                               current-survey-year
                   end-rewrite
               else
                   write bird-history-record
                       invalid key
                           display "Error: unable to write history "
                               "for " species-code " "
                               current-survey-year
                   end-write
               end-if
           else
               if ho-population-count not = bh-population-count
                   add 1 to history-refused-count
                   move "history held - higher source on file"
                       to maint-reject-reason
               end-if
           end-if
           .

       validate-maint-fields section.
               move maint-reject-reason to reg-reason
           else
               move "APPLIED"  to reg-status
               move maint-reject-reason to reg-reason
           end-if
           write register-line from register-detail-line
           .
           move "Transactions read:"      to reg-cnt-label
           move transactions-read-count   to reg-cnt-value
           write register-line from register-count-line

           move "History held:"           to reg-cnt-label
           move history-refused-count     to reg-cnt-value
           write register-line from register-count-line
           .

       move-bird-to-master-record section.
           move measurements   to bm-measurements
           move uk-breeding-population to bm-uk-breeding-population
           move unit-of-measure to bm-unit-of-measure
           move family-code    to bm-family-code
           .

       convert-measurements-to-imperial section.
