      *               a genuine rerun - a double-submitted DAILYBAT
      *               can no longer post the same TRANSFILE into
      *               AUDITFILE and CALCTOTS twice.
      *   2026-10-15  Dual control for high-value batch calculations:
      *               a result beyond the hold limit (CALCHOLD, whole
      *               units, default 10000), or beyond the lower limit
      *               (CALCBASL, default 1000) when the operator only
      *               has basic authority, is parked on the suspense
      *               file (SUSPENSE, see suspense-record.cpy) instead
      *               of being posted to AUDITFILE.  A second operator
      *               with maintenance authority releases or rejects
      *               it with suspense-release.  Held items print on
      *               RECONFILE marked HELD with their suspense
      *               reference and have their own count and total in
      *               the report footing and on CALCTOTS, outside the
      *               posted count and grand total.
      *   2026-10-15  Reversals: every audit record now carries a
      *               unique posting reference (posting date, run
      *               start time and sequence).  A TRANSFILE reversal
      *               record ("V", see transaction-reversal-record.cpy)
      *               names an earlier posting; batch mode looks it up
      *               on the live AUDITFILE and the archive generations
      *               (AUDARCH) before posting, posts the exact
      *               negative of its result marked as reversing and
      *               naming the original.  The original is never
      *               rewritten: a reversing record naming a posting is
      *               what marks it as reversed.
      *               A posting not found, already reversed or itself
      *               a reversal is refused on the report file.
      *               Reversals print on RECONFILE with the reference
      *               they reverse and count in the header and trailer
      *               record count.
      *   2026-10-15  A clean batch run now records its completion for
      *               the open business date through step-completion, so
      *               a rerun of the nightly job for the same date skips
      *               the calculator step.

       environment division.
       input-output section.
               organization is line sequential
               file status is business-date-status.

           select audit-archive-file assign to "AUDARCH"
               organization is line sequential
               file status is audit-archive-status.

           select suspense-file assign to "SUSPENSE"
               organization is line sequential
               file status is suspense-file-status.

       data division.
       file section.
       fd  trans-file.
       copy transaction-record.
       copy transaction-control-record.
       copy transaction-reversal-record.

       fd  audit-file.
       copy audit-record.

       fd  audit-archive-file.
       01  audit-archive-record        pic x(104).

       fd  recon-file
           report is reconciliation-report.

       fd  standing-file.
       copy standing-transaction-record.

       fd  suspense-file.
       copy suspense-record.

       fd  checkpoint-file.
       01  checkpoint-record.
           05  ckpt-record-count       pic 9(07).

       01  run-mode-param              pic x(08).
           88  batch-mode-requested        value "BATCH".
       01  step-program-name           pic x(24) value "my-program".

       01  batch-switches.
           05  trans-eof-switch        pic x(01) value "N".
           05  signon-error-switch     pic x(01) value "N".
               88  signon-error-found      value "Y".
       01  operator-authority-level    pic 9(01) value zero.
           88  basic-authority-operator    value 1.
       01  signon-log-status           pic xx.
       01  operator-password-param     pic x(08).
       01  signon-reject-reason        pic x(30).
       01  recon-run-date              pic 9(08).
       01  recon-calc-count            pic 9(07) value zero.
       01  recon-grand-total           pic s9(10)v9(04) value zero.
       01  recon-held-count            pic 9(07) value zero.
       01  recon-held-total            pic s9(10)v9(04) value zero.

       01  suspense-file-status        pic xx.
       01  audit-archive-status        pic xx.
       01  posting-seq-count           pic 9(05) value zero.

       01  reversal-switches.
           05  audit-scan-eof-switch   pic x(01) value "N".
               88  audit-scan-eof          value "Y".
           05  reversal-found-switch   pic x(01) value "N".
               88  reversal-found          value "Y".
           05  reversal-posting-switch pic x(01) value "N".
               88  reversal-posting        value "Y".
       01  reversal-table.
           05  reversal-entry-count    pic 9(03) value zero.
           05  reversal-entry occurs 200 times.
               10  rve-posting-ref     pic x(21).
               10  rve-status          pic x(01).
                   88  rve-not-found       value "N".
                   88  rve-found           value "F".
                   88  rve-already-reversed value "A".
                   88  rve-is-reversal     value "V".
                   88  rve-posted          value "P".
               10  rve-function-switch pic x(01).
               10  rve-first-number    pic s9(5)v9(2).
               10  rve-second-number   pic s9(5)v9(2).
               10  rve-result          pic s9(10)v9(4).
       01  reversal-sub                pic 9(03).
       01  reversal-posted-count       pic 9(05) value zero.
       01  reversal-posting-ref        pic x(21).
       01  reversal-report-message.
           05  filler                  pic x(12) value
                   "REVERSAL of".
           05  reversal-report-ref     pic x(21).
       01  hold-switches.
           05  hold-required-switch    pic x(01) value "N".
               88  hold-required           value "Y".
       01  hold-limit                  pic 9(09) value 10000.
       01  hold-limit-param            pic x(09).
       01  basic-hold-limit            pic 9(09) value 1000.
       01  basic-hold-limit-param      pic x(09).
       01  absolute-result             pic 9(10)v9(4).
       01  run-start-time              pic 9(08).
       01  held-seq-count              pic 9(05) value zero.
       01  hold-report-message.
           05  filler                  pic x(17) value
                   "HELD for release".
           05  hold-report-ref         pic x(21).

       01  operator-id                 pic x(08).
       01  selected-result             pic s9(10)v9(4).
           05  column 28 pic +9(5).9(2)  source second-number.
           05  column 41 pic +9(10).9(4) source selected-result.

       01  recon-reversal-line type detail line plus 1.
           05  column  1 pic zzzzzz9     source recon-calc-count.
           05  column 10 pic x(1)        source function-switch.
           05  column 15 pic +9(5).9(2)  source first-number.
           05  column 28 pic +9(5).9(2)  source second-number.
           05  column 41 pic +9(10).9(4) source selected-result.
           05  column 60 pic x(8)        value "REVERSES".
           05  column 69 pic x(21)       source reversal-posting-ref.

       01  recon-held-line type detail line plus 1.
           05  column 10 pic x(1)        source function-switch.
           05  column 15 pic +9(5).9(2)  source first-number.
           05  column 28 pic +9(5).9(2)  source second-number.
           05  column 41 pic +9(10).9(4) source selected-result.
           05  column 60 pic x(4)        value "HELD".
           05  column 66 pic x(21)       source su-suspense-ref.

       01  recon-count-footing type report footing line plus 2.
           05  column  1 pic x(14) value "Calculations:".
           05  column 16 pic zzzzzz9       source recon-calc-count.
           05  column  1 pic x(14) value "Grand Total:".
           05  column 16 pic +9(10).9(4)   source recon-grand-total.

       01  recon-held-count-footing type report footing line plus 2.
           05  column  1 pic x(14) value "Held:".
           05  column 16 pic zzzzzz9       source recon-held-count.

       01  recon-held-total-footing type report footing line plus 1.
           05  column  1 pic x(14) value "Held Total:".
           05  column 16 pic +9(10).9(4)   source recon-held-total.

       procedure division.
           accept run-mode-param from command-line
           accept operator-id from environment "OPERATOR"
               end-if
           end-if

           accept hold-limit-param from environment "CALCHOLD"
           if hold-limit-param is numeric
               move hold-limit-param to hold-limit
           end-if

           accept basic-hold-limit-param from environment "CALCBASL"
           if basic-hold-limit-param is numeric
               move basic-hold-limit-param to basic-hold-limit
           end-if

           accept recon-run-date from date yyyymmdd
           accept run-start-time from time

           perform write-run-log-start

               end-if
           end-if

           if batch-mode-requested and return-code = zero
               call "step-completion" using step-program-name
           end-if

           perform write-run-log-end

           goback
               move recon-run-date    to ct-run-date
               move recon-calc-count  to ct-calc-count
               move recon-grand-total to ct-grand-total
               move recon-held-count  to ct-held-count
               move recon-held-total  to ct-held-total
               write calc-totals-record
               close calc-totals-file
           end-if
           if not control-error-found
               perform verify-batch-controls
           end-if
           if not control-error-found and not open-error-found
                   and reversal-entry-count > zero
               perform locate-reversal-originals
           end-if
           if not control-error-found and not open-error-found
               perform open-batch-files
               if not open-error-found
                               perform process-batch-transaction
                               perform checkpoint-if-due
                           end-if
                           if trans-reversal-record
                                   and batch-record-count
                                       > restart-record-count
                               perform process-reversal-transaction
                               perform checkpoint-if-due
                           end-if
                           perform read-transaction-record
                       end-perform
                       perform verify-posted-totals
                       add trans-first-number  to control-first-hash
                       add trans-second-number to control-second-hash
                   end-if
               when trans-reversal-record
                   if trailer-seen
                       display "Error: TRANSFILE record follows "
                           "trailer"
                       set control-error-found to true
                   else
                       add 1 to control-trans-count
                       perform store-reversal-request
                   end-if
               when trans-trailer-record
                   if trailer-seen
                       display "Error: duplicate TRANSFILE trailer"
           end-evaluate
           .

      * Each posting named by a reversal is entered once, however
      * many reversals name it; the second is refused at posting time
      * as already reversed.
       store-reversal-request section.
           move "N" to reversal-found-switch
           move 1 to reversal-sub
           perform until reversal-sub > reversal-entry-count
                   or reversal-found
               if rve-posting-ref (reversal-sub)
                       = trans-rev-posting-ref
                   set reversal-found to true
               else
                   add 1 to reversal-sub
               end-if
           end-perform

           if not reversal-found
               if reversal-entry-count < 200
                   add 1 to reversal-entry-count
                   move reversal-entry-count to reversal-sub
                   move trans-rev-posting-ref
                       to rve-posting-ref (reversal-sub)
                   set rve-not-found (reversal-sub) to true
               else
                   display "Error: TRANSFILE holds more reversals "
                       "than the reversal table - run stopped"
                   set control-error-found to true
               end-if
           end-if
           .

      * Reversed postings are looked up before anything is posted:
      * the archive generations first, then the live file, which is
      * reopened for input and then again for extend.  An archive
      * that cannot be opened only narrows the search - a posting
      * not found is refused, never guessed at.
       locate-reversal-originals section.
           open input audit-archive-file
           if audit-archive-status not = "00"
               display "Warning: unable to open AUDARCH, status="
                   audit-archive-status
                   " - reversals checked against AUDITFILE only"
           else
               move "N" to audit-scan-eof-switch
               perform until audit-scan-eof
                   read audit-archive-file
                       at end
                           set audit-scan-eof to true
                       not at end
                           move audit-archive-record to audit-record
                           perform match-reversal-original
                   end-read
               end-perform
               close audit-archive-file
           end-if

           close audit-file
           open input audit-file
           if audit-file-status = "00"
               move "N" to audit-scan-eof-switch
               perform until audit-scan-eof
                   read audit-file
                       at end
                           set audit-scan-eof to true
                       not at end
                           perform match-reversal-original
                   end-read
               end-perform
               close audit-file
           end-if

           open extend audit-file
           if audit-file-status not = "00"
               display "Error: unable to reopen AUDITFILE, status="
                   audit-file-status
               set open-error-found to true
           end-if
           .

      * A posting is already reversed once a reversing record names
      * it - the original itself is never rewritten.
       match-reversal-original section.
           move 1 to reversal-sub
           perform until reversal-sub > reversal-entry-count
               if audit-posting-ref not = spaces
                       and audit-posting-ref
                           = rve-posting-ref (reversal-sub)
                   evaluate true
                       when audit-reversing
                           if rve-not-found (reversal-sub)
                               set rve-is-reversal (reversal-sub)
                                   to true
                           end-if
                       when other
                           if rve-not-found (reversal-sub)
                               set rve-found (reversal-sub) to true
                               move audit-function-switch
                                   to rve-function-switch (reversal-sub)
                               move audit-first-number
                                   to rve-first-number (reversal-sub)
                               move audit-second-number
                                   to rve-second-number (reversal-sub)
                               move audit-result
                                   to rve-result (reversal-sub)
                           end-if
                   end-evaluate
               end-if
               if audit-reversing
                       and audit-reversed-ref
                           = rve-posting-ref (reversal-sub)
                   set rve-already-reversed (reversal-sub) to true
               end-if
               add 1 to reversal-sub
           end-perform
           .

       compare-control-totals section.
           if control-trans-count not = expected-trans-count
               display "Error: TRANSFILE transaction count mismatch"
                   report-file-status
               set open-error-found to true
           end-if

           open extend suspense-file
           if suspense-file-status not = "00"
               display "Error: unable to open SUSPENSE, status="
                   suspense-file-status
               set open-error-found to true
           end-if
           .

       read-transaction-record section.
                       move trans-second-number   to second-number
                       move trans-function-switch to function-switch
                   end-if
                   if trans-reversal-record
                       add 1 to batch-record-count
                       move trans-rev-posting-ref
                           to reversal-posting-ref
                   end-if
           end-read
           .

           else
               perform get-calculator-results
               perform determine-selected-result
               perform check-dual-control-hold
               if hold-required
                   perform write-suspense-record
                   perform write-batch-report-line
                   perform write-recon-held-detail
               else
                   perform write-batch-report-line
                   perform write-audit-record
                   perform write-recon-detail
               end-if
           end-if
           .

      * A calculation beyond the hold limit, or beyond the lower limit
      * when keyed under basic authority, needs a second operator
      * before it may reach AUDITFILE.  The limits apply to the size
      * of the result whichever its sign.
       check-dual-control-hold section.
           move "N" to hold-required-switch
           move selected-result to absolute-result
           move spaces to suspense-record
           if absolute-result > hold-limit
               set hold-required to true
               set su-over-hold-limit to true
           else
               if basic-authority-operator
                       and absolute-result > basic-hold-limit
                   set hold-required to true
                   set su-basic-authority-hold to true
               end-if
           end-if
           .

       write-suspense-record section.
           add 1 to held-seq-count
           move recon-run-date    to su-held-date
           move run-start-time    to su-held-time
           move held-seq-count    to su-held-seq
           move operator-id       to su-maker-operator-id
           move function-switch   to su-function-switch
           move first-number      to su-first-number
           move second-number     to su-second-number
           move selected-result   to su-result
           set su-held to true
           move spaces            to su-checker-operator-id
           move zero              to su-decision-date
           write suspense-record
           .

       write-recon-held-detail section.
           add 1 to recon-held-count
           add selected-result to recon-held-total
           generate recon-held-line
           .

      * A reversal posts the original's numbers and function with the
      * exact negative of its result, so the pair nets to zero on
      * AUDITFILE and in the reconciliation totals.  Reversals are
      * never held: the original already passed dual control.
       process-reversal-transaction section.
           initialize calculator-results
           move "N" to input-error-switch
           move spaces to input-error-message
           move "N" to reversal-found-switch
           move 1 to reversal-sub
           perform until reversal-sub > reversal-entry-count
                   or reversal-found
               if rve-posting-ref (reversal-sub) = reversal-posting-ref
                   set reversal-found to true
               else
                   add 1 to reversal-sub
               end-if
           end-perform

           if not reversal-found
               set input-error-found to true
               move "Error: reversal - posting not found"
                   to input-error-message
               move space to function-switch
               move zero  to first-number
               move zero  to second-number
           else
               evaluate true
                   when rve-not-found (reversal-sub)
                       set input-error-found to true
                       move "Error: reversal - posting not found"
                           to input-error-message
                   when rve-already-reversed (reversal-sub)
                   when rve-posted (reversal-sub)
                       set input-error-found to true
                       move "Error: posting already reversed"
                           to input-error-message
                   when rve-is-reversal (reversal-sub)
                       set input-error-found to true
                       move "Error: posting is itself a reversal"
                           to input-error-message
               end-evaluate
               move rve-function-switch (reversal-sub)
                   to function-switch
               move rve-first-number (reversal-sub)  to first-number
               move rve-second-number (reversal-sub) to second-number
           end-if

           if input-error-found
               perform write-batch-error-line
           else
               compute selected-result =
                   zero - rve-result (reversal-sub)
               set reversal-posting to true
               move "N" to hold-required-switch
               perform write-batch-report-line
               perform write-audit-record
               set rve-posted (reversal-sub) to true
               add 1 to reversal-posted-count
               add 1 to recon-calc-count
               add selected-result to recon-grand-total
               generate recon-reversal-line
               move "N" to reversal-posting-switch
           end-if
           .

           move division-result       to rpt-division-result
           move remainder-result      to rpt-remainder-result
           move exponentiation-result to rpt-exponentiation-result
           if hold-required
               move su-suspense-ref   to hold-report-ref
               move hold-report-message to rpt-error-message
           end-if
           if reversal-posting
               move reversal-posting-ref to reversal-report-ref
               move reversal-report-message to rpt-error-message
           end-if
           write report-line
           .

       close-batch-files section.
           close trans-file
           close report-file
           close suspense-file
           .

       determine-selected-result section.
           move first-number      to audit-first-number
           move second-number     to audit-second-number
           move selected-result   to audit-result
           move spaces            to audit-approver-id
           add 1 to posting-seq-count
           move recon-run-date    to audit-post-date
           move run-start-time    to audit-post-time
           move posting-seq-count to audit-post-seq
           if reversal-posting
               set audit-reversing to true
               move reversal-posting-ref to audit-reversed-ref
           else
               move space  to audit-reversal-status
               move spaces to audit-reversed-ref
           end-if
           write audit-record
           .

