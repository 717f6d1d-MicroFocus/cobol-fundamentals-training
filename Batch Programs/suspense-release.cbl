      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. The checker side of dual control
      *               for calculations my-program held on SUSPENSE
      *               (see suspense-record.cpy).  The signed-on
      *               operator (OPERATOR/OPERPASS, checked against
      *               OPERMAST the way my-program checks them, and
      *               logged to SIGNLOG) must hold maintenance
      *               authority and may not decide an item they keyed
      *               themselves.  Each RELTRAN decision (see
      *               suspense-decision-transaction.cpy) releases a
      *               held item - posting it to AUDITFILE with both
      *               operator ids and a posting reference (release
      *               date, run start time and sequence), so a later
      *               reversal can name it - or rejects it unposted.
      *               The updated suspense file is written to SUSPNEW
      *               for the job to swap in, the released count and
      *               total are appended to CALCTOTS so audit-balance
      *               proves the postings, and SUSPREG lists every
      *               decision as applied or rejected with a reason,
      *               followed by the count and total of the items
      *               still held.

       identification division.
       program-id. suspense-release.

       environment division.
       input-output section.
       file-control.
           select suspense-file assign to "SUSPENSE"
               organization is line sequential
               file status is suspense-file-status.

           select new-suspense-file assign to "SUSPNEW"
               organization is line sequential
               file status is new-suspense-status.

           select decision-file assign to "RELTRAN"
               organization is line sequential
               file status is decision-file-status.

           select audit-file assign to "AUDITFILE"
               organization is line sequential
               file status is audit-file-status.

           select calc-totals-file assign to "CALCTOTS"
               organization is line sequential
               file status is calc-totals-status.

           select operator-file assign to "OPERMAST"
               organization is indexed
               access mode is dynamic
               record key is op-operator-id
               file status is operator-file-status.

           select signon-log-file assign to "SIGNLOG"
               organization is line sequential
               file status is signon-log-status.

           select release-register-file assign to "SUSPREG"
               organization is line sequential
               file status is release-register-status.

           select run-log-file assign to "RUNLOG"
               organization is line sequential
               file status is run-log-status.

       data division.
       file section.
       fd  suspense-file.
       copy suspense-record.

       fd  new-suspense-file.
       01  new-suspense-record         pic x(76).

       fd  decision-file.
       copy suspense-decision-transaction.

       fd  audit-file.
       copy audit-record.

       fd  calc-totals-file.
       copy calc-totals-record.

       fd  operator-file.
       copy operator-record.

       fd  signon-log-file.
       copy signon-log-record.

       fd  release-register-file.
       01  register-line               pic x(100).

       fd  run-log-file.
       copy run-log-record.

       working-storage section.
       01  suspense-file-status        pic xx.
       01  new-suspense-status         pic xx.
       01  decision-file-status        pic xx.
       01  audit-file-status           pic xx.
       01  calc-totals-status          pic xx.
       01  operator-file-status        pic xx.
       01  signon-log-status           pic xx.
       01  release-register-status     pic xx.
       01  run-log-status              pic xx.

       01  run-log-switches.
           05  run-log-open-switch     pic x(01) value "N".
               88  run-log-available       value "Y".

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  signon-switches.
           05  operator-found-switch   pic x(01) value "N".
               88  operator-found          value "Y".
           05  signon-error-switch     pic x(01) value "N".
               88  signon-error-found      value "Y".
       01  operator-id                 pic x(08).
       01  operator-password-param     pic x(08).
       01  signon-reject-reason        pic x(30).
       01  max-signon-failures         pic 9(01) value 3.

       01  release-switches.
           05  suspense-eof-switch     pic x(01) value "N".
               88  suspense-eof            value "Y".
           05  decision-eof-switch     pic x(01) value "N".
               88  decision-eof            value "Y".
           05  control-error-switch    pic x(01) value "N".
               88  control-error-found     value "Y".
           05  decision-found-switch   pic x(01) value "N".
               88  decision-found          value "Y".
           05  decision-reject-switch  pic x(01) value "N".
               88  decision-rejected       value "Y".
       01  decision-reject-reason      pic x(30).

       01  decision-table.
           05  decision-entry-count    pic 9(03) value zero.
           05  decision-entry occurs 500 times.
               10  dte-action-code     pic x(01).
                   88  dte-release-action  value "R".
                   88  dte-reject-action   value "X".
               10  dte-suspense-ref    pic x(21).
               10  dte-used-switch     pic x(01).
                   88  dte-used            value "Y".
       01  decision-sub                pic 9(03).

       01  current-run-date            pic 9(08).
       01  run-start-time              pic 9(08).
       01  posting-seq-count           pic 9(05) value zero.

       01  release-counters.
           05  decisions-read-count    pic 9(05) value zero.
           05  suspense-read-count     pic 9(07) value zero.
           05  releases-applied-count  pic 9(05) value zero.
           05  releases-rejected-count pic 9(05) value zero.
           05  rejects-applied-count   pic 9(05) value zero.
           05  rejects-rejected-count  pic 9(05) value zero.
           05  invalid-action-count    pic 9(05) value zero.
           05  still-held-count        pic 9(05) value zero.
       01  released-total              pic s9(10)v9(4) value zero.
       01  still-held-total            pic s9(10)v9(4) value zero.

       01  register-heading-line.
           05  filler                  pic x(38) value
                   "Suspense Release Register".
           05  filler                  pic x(09) value "Run Date:".
           05  filler                  pic x(01) value space.
           05  reg-run-date            pic 9(08).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(09) value "Checker:".
           05  reg-checker-id          pic x(08).

       01  register-column-heading.
           05  filler                  pic x(09) value "Action".
           05  filler                  pic x(23) value "Reference".
           05  filler                  pic x(10) value "Maker".
           05  filler                  pic x(04) value "Fn".
           05  filler                  pic x(18) value "Result".
           05  filler                  pic x(10) value "Status".
           05  filler                  pic x(26) value "Reason".

       01  register-detail-line.
           05  reg-action              pic x(07).
           05  filler                  pic x(02) value spaces.
           05  reg-suspense-ref        pic x(21).
           05  filler                  pic x(02) value spaces.
           05  reg-maker-id            pic x(08).
           05  filler                  pic x(02) value spaces.
           05  reg-function            pic x(01).
           05  filler                  pic x(03) value spaces.
           05  reg-result              pic +9(10).9(4).
           05  filler                  pic x(01) value spaces.
           05  reg-status              pic x(08).
           05  filler                  pic x(02) value spaces.
           05  reg-reason              pic x(30).

       01  register-total-line.
           05  reg-tot-label           pic x(20).
           05  reg-tot-applied         pic zzzz9.
           05  filler                  pic x(03) value spaces.
           05  reg-tot-rejected-label  pic x(10).
           05  reg-tot-rejected        pic zzzz9.

       01  register-amount-line.
           05  reg-amt-label           pic x(20).
           05  reg-amt-count           pic zzzz9.
           05  filler                  pic x(03) value spaces.
           05  reg-amt-total           pic +9(10).9(4).

       01  register-count-line.
           05  reg-cnt-label           pic x(20).
           05  reg-cnt-value           pic zzzz9.

       procedure division.
           accept operator-id from environment "OPERATOR"
           accept current-run-date from date yyyymmdd
           accept run-start-time from time

           perform write-run-log-start

           perform validate-operator-signon

           if not signon-error-found
               perform open-release-files
               if not open-error-found
                   perform write-register-headings
                   perform load-decision-table
                   if not control-error-found
                       perform apply-release-decisions
                       perform report-unmatched-decisions
                       perform write-release-totals
                       perform write-register-totals
                   end-if
               end-if
               perform close-release-files
           end-if

           if signon-error-found
               move 8 to return-code
           else
               if open-error-found
                   move 16 to return-code
               else
                   if control-error-found
                       move 12 to return-code
                   end-if
               end-if
           end-if

           perform write-run-log-end

           goback
           .

       write-run-log-start section.
           open extend run-log-file
           if run-log-status = "00"
               set run-log-available to true
               move spaces              to run-log-record
               move "suspense-release"  to rl-program-name
               move "START"             to rl-entry-type
               accept rl-run-date       from date yyyymmdd
               accept rl-run-time       from time
               move zero                to rl-records-read
               move zero                to rl-records-written
               move zero                to rl-return-code
               write run-log-record
           else
               display "Warning: unable to open RUNLOG, status="
                   run-log-status
           end-if
           .

       write-run-log-end section.
           if run-log-available
               move spaces              to run-log-record
               move "suspense-release"  to rl-program-name
               move "END"               to rl-entry-type
               accept rl-run-date       from date yyyymmdd
               accept rl-run-time       from time
               move decisions-read-count   to rl-records-read
               move releases-applied-count to rl-records-written
               move return-code         to rl-return-code
               write run-log-record
               close run-log-file
           end-if
           .

      * The checker signs on exactly as a calculator operator does,
      * lockout counting included, but must also hold maintenance
      * authority - a basic operator can never release a hold.
       validate-operator-signon section.
           accept operator-password-param from environment "OPERPASS"
           move spaces to signon-reject-reason

           open i-o operator-file
           if operator-file-status not = "00"
               display "Error: unable to open OPERMAST, status="
                   operator-file-status
               move "operator file unavailable"
                   to signon-reject-reason
               set signon-error-found to true
           else
               perform check-operator-credentials
               close operator-file
           end-if

           perform write-signon-log
           .

       check-operator-credentials section.
           move "N" to operator-found-switch
           if operator-id = spaces
               move "operator id is blank" to signon-reject-reason
           else
               move operator-id to op-operator-id
               read operator-file
                   invalid key
                       move "operator not on file"
                           to signon-reject-reason
                   not invalid key
                       set operator-found to true
               end-read
           end-if

           if operator-found
               evaluate true
                   when op-revoked
                       move "operator revoked"
                           to signon-reject-reason
                   when op-locked
                       move "operator locked out"
                           to signon-reject-reason
                   when op-expiry-date < current-run-date
                       move "operator id expired"
                           to signon-reject-reason
                   when op-password not = operator-password-param
                       perform count-password-failure
                   when not op-maint-authority
                       move "release needs authority 2"
                           to signon-reject-reason
                   when other
                       if op-failed-count not = zero
                           move zero to op-failed-count
                           rewrite operator-record
                               invalid key
                                   continue
                           end-rewrite
                       end-if
               end-evaluate
           end-if

           if signon-reject-reason not = spaces
               display "Error: operator sign-on rejected - "
                   signon-reject-reason " - " operator-id
               set signon-error-found to true
           end-if
           .

       count-password-failure section.
           move "invalid password" to signon-reject-reason
           if op-failed-count < 9
               add 1 to op-failed-count
           end-if
           if op-failed-count >= max-signon-failures
               set op-locked to true
               move "operator locked out" to signon-reject-reason
           end-if
           rewrite operator-record
               invalid key
                   continue
           end-rewrite
           .

       write-signon-log section.
           open extend signon-log-file
           if signon-log-status = "00"
               move spaces              to signon-log-record
               move operator-id         to so-operator-id
               move "suspense-release"  to so-program-name
               accept so-attempt-date   from date yyyymmdd
               accept so-attempt-time   from time
               if signon-error-found
                   set so-rejected to true
                   move signon-reject-reason to so-reason
               else
                   set so-accepted to true
               end-if
               write signon-log-record
               close signon-log-file
           else
               display "Warning: unable to open SIGNLOG, status="
                   signon-log-status
           end-if
           .

       open-release-files section.
           open input suspense-file
           if suspense-file-status not = "00"
               display "Error: unable to open SUSPENSE, status="
                   suspense-file-status
               set open-error-found to true
           end-if

           open input decision-file
           if decision-file-status not = "00"
               display "Error: unable to open RELTRAN, status="
                   decision-file-status
               set open-error-found to true
           end-if

           open output new-suspense-file
           if new-suspense-status not = "00"
               display "Error: unable to open SUSPNEW, status="
                   new-suspense-status
               set open-error-found to true
           end-if

           open extend audit-file
           if audit-file-status not = "00"
               display "Error: unable to open AUDITFILE, status="
                   audit-file-status
               set open-error-found to true
           end-if

           open extend calc-totals-file
           if calc-totals-status not = "00"
               display "Error: unable to open CALCTOTS, status="
                   calc-totals-status
               set open-error-found to true
           end-if

           open output release-register-file
           if release-register-status not = "00"
               display "Error: unable to open SUSPREG, status="
                   release-register-status
               set open-error-found to true
           end-if
           .

       close-release-files section.
           close suspense-file
           close decision-file
           close new-suspense-file
           close audit-file
           close calc-totals-file
           close release-register-file
           .

      * Decisions are loaded first so the suspense file is read once.
      * More decisions than the table holds stops the run before
      * anything is posted, rather than silently ignoring the excess.
       load-decision-table section.
           perform until decision-eof
               read decision-file
                   at end
                       set decision-eof to true
                   not at end
                       add 1 to decisions-read-count
                       perform store-decision
               end-read
           end-perform
           .

       store-decision section.
           if not sdt-valid-action
               add 1 to invalid-action-count
               move spaces to register-detail-line
               move sdt-action-code  to reg-action
               move sdt-suspense-ref to reg-suspense-ref
               move zero             to reg-result
               move "REJECTED"       to reg-status
               move "invalid action code" to reg-reason
               write register-line from register-detail-line
           else
               if decision-entry-count < 500
                   add 1 to decision-entry-count
                   move decision-entry-count to decision-sub
                   move sdt-action-code
                       to dte-action-code (decision-sub)
                   move sdt-suspense-ref
                       to dte-suspense-ref (decision-sub)
                   move "N" to dte-used-switch (decision-sub)
               else
                   if not control-error-found
                       display "Error: RELTRAN holds more decisions "
                           "than the decision table - run stopped"
                       set control-error-found to true
                   end-if
               end-if
           end-if
           .

       apply-release-decisions section.
           perform read-suspense-record
           perform until suspense-eof
               if su-held
                   perform find-decision
                   if decision-found
                       perform apply-decision
                   end-if
                   if su-held
                       add 1 to still-held-count
                       add su-result to still-held-total
                   end-if
               end-if
               write new-suspense-record from suspense-record
               perform read-suspense-record
           end-perform
           .

       read-suspense-record section.
           read suspense-file
               at end
                   set suspense-eof to true
               not at end
                   add 1 to suspense-read-count
           end-read
           .

       find-decision section.
           move "N" to decision-found-switch
           move 1 to decision-sub
           perform until decision-sub > decision-entry-count
                   or decision-found
               if dte-suspense-ref (decision-sub) = su-suspense-ref
                       and not dte-used (decision-sub)
                   set decision-found to true
                   set dte-used (decision-sub) to true
               else
                   add 1 to decision-sub
               end-if
           end-perform
           .

      * Dual control means a different pair of eyes: the maker of a
      * held item cannot release or reject it, whatever authority
      * they hold.
       apply-decision section.
           move "N" to decision-reject-switch
           move spaces to decision-reject-reason

           if su-maker-operator-id = operator-id
               set decision-rejected to true
               move "checker is the maker" to decision-reject-reason
           end-if

           if not decision-rejected
               if dte-release-action (decision-sub)
                   perform post-released-item
               else
                   set su-rejected to true
                   move operator-id      to su-checker-operator-id
                   move current-run-date to su-decision-date
               end-if
           end-if

           if dte-release-action (decision-sub)
               if decision-rejected
                   add 1 to releases-rejected-count
               else
                   add 1 to releases-applied-count
               end-if
           else
               if decision-rejected
                   add 1 to rejects-rejected-count
               else
                   add 1 to rejects-applied-count
               end-if
           end-if

           perform write-decision-detail
           .

       post-released-item section.
           move spaces               to audit-record
           move su-maker-operator-id to audit-operator-id
           accept audit-run-date     from date yyyymmdd
           accept audit-run-time     from time
           move su-function-switch   to audit-function-switch
           move su-first-number      to audit-first-number
           move su-second-number     to audit-second-number
           move su-result            to audit-result
           move operator-id          to audit-approver-id
           add 1 to posting-seq-count
           move current-run-date     to audit-post-date
           move run-start-time       to audit-post-time
           move posting-seq-count    to audit-post-seq
           move space                to audit-reversal-status
           move spaces               to audit-reversed-ref
           write audit-record

           set su-released to true
           move operator-id      to su-checker-operator-id
           move current-run-date to su-decision-date
           add su-result to released-total
           .

       write-decision-detail section.
           move spaces to register-detail-line
           if dte-release-action (decision-sub)
               move "RELEASE" to reg-action
           else
               move "REJECT"  to reg-action
           end-if
           move su-suspense-ref      to reg-suspense-ref
           move su-maker-operator-id to reg-maker-id
           move su-function-switch   to reg-function
           move su-result            to reg-result
           if decision-rejected
               move "REJECTED" to reg-status
               move decision-reject-reason to reg-reason
           else
               move "APPLIED"  to reg-status
           end-if
           write register-line from register-detail-line
           .

       report-unmatched-decisions section.
           move 1 to decision-sub
           perform until decision-sub > decision-entry-count
               if not dte-used (decision-sub)
                   move spaces to register-detail-line
                   if dte-release-action (decision-sub)
                       move "RELEASE" to reg-action
                       add 1 to releases-rejected-count
                   else
                       move "REJECT"  to reg-action
                       add 1 to rejects-rejected-count
                   end-if
                   move dte-suspense-ref (decision-sub)
                       to reg-suspense-ref
                   move zero       to reg-result
                   move "REJECTED" to reg-status
                   move "not held on suspense file" to reg-reason
                   write register-line from register-detail-line
               end-if
               add 1 to decision-sub
           end-perform
           .

      * The released postings reach AUDITFILE under today's date, so
      * they are reported to CALCTOTS for today as well, and the
      * audit balance proves them like any other posting run.
      * CALCTOTS is opened with the other files, so a run that cannot
      * report its totals stops before anything is posted.
       write-release-totals section.
           move current-run-date       to ct-run-date
           move releases-applied-count to ct-calc-count
           move released-total         to ct-grand-total
           move zero                   to ct-held-count
           move zero                   to ct-held-total
           write calc-totals-record
           .

       write-register-headings section.
           move current-run-date to reg-run-date
           move operator-id      to reg-checker-id
           write register-line from register-heading-line
           write register-line from register-column-heading
           .

       write-register-totals section.
           move spaces to register-line
           write register-line

           move spaces to register-total-line
           move "Releases:"  to reg-tot-label
           move "rejected:"  to reg-tot-rejected-label
           move releases-applied-count  to reg-tot-applied
           move releases-rejected-count to reg-tot-rejected
           write register-line from register-total-line

           move "Rejects:"   to reg-tot-label
           move rejects-applied-count   to reg-tot-applied
           move rejects-rejected-count  to reg-tot-rejected
           write register-line from register-total-line

           move spaces to register-amount-line
           move "Released posted:"     to reg-amt-label
           move releases-applied-count to reg-amt-count
           move released-total         to reg-amt-total
           write register-line from register-amount-line

           move "Still held:"          to reg-amt-label
           move still-held-count       to reg-amt-count
           move still-held-total       to reg-amt-total
           write register-line from register-amount-line

           move spaces to register-count-line
           move "Invalid actions:"     to reg-cnt-label
           move invalid-action-count   to reg-cnt-value
           write register-line from register-count-line

           move "Decisions read:"      to reg-cnt-label
           move decisions-read-count   to reg-cnt-value
           write register-line from register-count-line
           .
