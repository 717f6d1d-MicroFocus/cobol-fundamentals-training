      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. Applies the coordinators' slot
      *               reassignments (VPTRAN, see
      *               visit-reassign-transaction.cpy) to the visit plan
      *               (VISPLAN).  Each transaction names a slot by site
      *               and planned date and the member who is to take
      *               it; the slot must be on the plan, the member on
      *               ROSTER as a volunteer or survey lead, not already
      *               on the slot and not booked elsewhere that day.
      *               An applied change rebooks the slot, marks it
      *               reassigned and stamps the date.  The register
      *               (VPREG) lists each transaction as applied or
      *               rejected with the reason and the member before
      *               and after.

       identification division.
       program-id. survey-visit-reassign.

       environment division.
       input-output section.
       file-control.
           select visit-reassign-file assign to "VPTRAN"
               organization is line sequential
               file status is visit-reassign-status.

           select visit-plan-file assign to "VISPLAN"
               organization is indexed
               access mode is dynamic
               record key is vp-slot-key
               alternate record key is vp-booking-key
                   with duplicates
               file status is visit-plan-status.

           select roster-file assign to "ROSTER"
               organization is indexed
               access mode is dynamic
               record key is ro-member-number
               alternate record key is ro-last-name
                   with duplicates
               file status is roster-status.

           select reassign-register-file assign to "VPREG"
               organization is line sequential
               file status is reassign-register-status.

       data division.
       file section.
       fd  visit-reassign-file.
       copy visit-reassign-transaction.

       fd  visit-plan-file.
       copy visit-plan-record.

       fd  roster-file.
       copy roster-record.

       fd  reassign-register-file.
       01  register-line               pic x(120).

       working-storage section.
       01  visit-reassign-status       pic xx.
       01  visit-plan-status           pic xx.
       01  roster-status               pic xx.
       01  reassign-register-status    pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  reassign-switches.
           05  transaction-eof-switch  pic x(01) value "N".
               88  transaction-eof         value "Y".
           05  reassign-reject-switch  pic x(01) value "N".
               88  reassign-rejected       value "Y".
       01  reassign-reject-reason      pic x(30).

       01  current-run-date            pic 9(08).

       01  new-member-last-name        pic x(15).
       01  new-member-role             pic x(02).

       01  reassign-counters.
           05  transactions-read-count pic 9(05) value zero.
           05  reassigns-applied-count pic 9(05) value zero.
           05  reassigns-rejected-count pic 9(05) value zero.

       01  register-heading-line.
           05  filler                  pic x(38) value
                   "Visit Slot Reassignment Register".
           05  filler                  pic x(09) value "Run Date:".
           05  filler                  pic x(01) value space.
           05  reg-run-date            pic 9(08).

       01  register-column-heading.
           05  filler                  pic x(06) value "Site".
           05  filler                  pic x(10) value "Date".
           05  filler                  pic x(24) value "Booked Before".
           05  filler                  pic x(24) value "Booked After".
           05  filler                  pic x(10) value "By".
           05  filler                  pic x(10) value "Status".
           05  filler                  pic x(30) value "Reason".

       01  register-detail-line.
           05  reg-site-code           pic x(04).
           05  filler                  pic x(02) value spaces.
           05  reg-visit-date          pic 9(08).
           05  filler                  pic x(02) value spaces.
           05  reg-old-member-number   pic 9(05).
           05  filler                  pic x(01) value space.
           05  reg-old-last-name       pic x(15).
           05  filler                  pic x(03) value spaces.
           05  reg-new-member-number   pic 9(05).
           05  filler                  pic x(01) value space.
           05  reg-new-last-name       pic x(15).
           05  filler                  pic x(03) value spaces.
           05  reg-coordinator-id      pic x(08).
           05  filler                  pic x(02) value spaces.
           05  reg-status              pic x(08).
           05  filler                  pic x(02) value spaces.
           05  reg-reason              pic x(30).

       01  register-total-line.
           05  reg-tot-label           pic x(20).
           05  reg-tot-applied         pic zzzz9.
           05  filler                  pic x(03) value spaces.
           05  reg-tot-rejected-label  pic x(10).
           05  reg-tot-rejected        pic zzzz9.

       01  register-count-line.
           05  reg-cnt-label           pic x(20).
           05  reg-cnt-value           pic zzzzzz9.

       procedure division.
           accept current-run-date from date yyyymmdd

           perform open-reassign-files

           if not open-error-found
               perform write-register-headings
               perform apply-reassignments
               perform write-register-totals
           end-if

           perform close-reassign-files

           if open-error-found
               move 16 to return-code
           end-if

           goback
           .

       open-reassign-files section.
           open input visit-reassign-file
           if visit-reassign-status not = "00"
               display "Error: unable to open VPTRAN, status="
                   visit-reassign-status
               set open-error-found to true
           end-if

           open i-o visit-plan-file
           if visit-plan-status not = "00"
               display "Error: unable to open VISPLAN, status="
                   visit-plan-status
               set open-error-found to true
           end-if

           open input roster-file
           if roster-status not = "00"
               display "Error: unable to open ROSTER, status="
                   roster-status
               set open-error-found to true
           end-if

           open output reassign-register-file
           if reassign-register-status not = "00"
               display "Error: unable to open VPREG, status="
                   reassign-register-status
               set open-error-found to true
           end-if
           .

       close-reassign-files section.
           close visit-reassign-file
           close visit-plan-file
           close roster-file
           close reassign-register-file
           .

       apply-reassignments section.
           perform until transaction-eof
               read visit-reassign-file
                   at end
                       set transaction-eof to true
                   not at end
                       add 1 to transactions-read-count
                       perform apply-one-reassignment
               end-read
           end-perform
           .

       apply-one-reassignment section.
           move "N" to reassign-reject-switch
           move spaces to reassign-reject-reason
           move spaces to register-detail-line
           move vrt-site-code         to reg-site-code
           move vrt-visit-date        to reg-visit-date
           move zero                  to reg-old-member-number
           move vrt-new-member-number to reg-new-member-number
           move vrt-coordinator-id    to reg-coordinator-id

           perform check-new-member
           if not reassign-rejected
               perform check-member-not-booked
           end-if
           if not reassign-rejected
               perform read-reassign-slot
           end-if

           if not reassign-rejected
               move vrt-new-member-number to vp-member-number
               move new-member-last-name  to vp-member-last-name
               move new-member-role       to vp-member-role
               set vp-slot-filled   to true
               set vp-reassigned    to true
               move current-run-date to vp-last-set-date
               rewrite visit-plan-record
                   invalid key
                       set reassign-rejected to true
                       move "slot rewrite failed"
                           to reassign-reject-reason
               end-rewrite
           end-if

           if reassign-rejected
               add 1 to reassigns-rejected-count
               move "REJECTED" to reg-status
               move reassign-reject-reason to reg-reason
           else
               add 1 to reassigns-applied-count
               move "APPLIED"  to reg-status
           end-if
           write register-line from register-detail-line
           .

       check-new-member section.
           move vrt-new-member-number to ro-member-number
           read roster-file key is ro-member-number
               invalid key
                   set reassign-rejected to true
                   move "member not on roster"
                       to reassign-reject-reason
               not invalid key
                   move ro-last-name to new-member-last-name
                   move ro-role      to new-member-role
                   move ro-last-name to reg-new-last-name
                   if not ro-volunteer and not ro-survey-lead
                       set reassign-rejected to true
                       move "member not volunteer or lead"
                           to reassign-reject-reason
                   end-if
           end-read
           .

      * Any slot already held by the member on the date - this one
      * included - refuses the change; the first found is enough.
       check-member-not-booked section.
           move vrt-new-member-number to vp-member-number
           move vrt-visit-date        to vp-booking-date
           read visit-plan-file key is vp-booking-key
               invalid key
                   continue
               not invalid key
                   set reassign-rejected to true
                   if vp-slot-key = vrt-slot-key
                       move "member already on this slot"
                           to reassign-reject-reason
                   else
                       move "member already booked that day"
                           to reassign-reject-reason
                   end-if
           end-read
           .

       read-reassign-slot section.
           move vrt-slot-key to vp-slot-key
           read visit-plan-file key is vp-slot-key
               invalid key
                   set reassign-rejected to true
                   move "slot not on visit plan"
                       to reassign-reject-reason
               not invalid key
                   move vp-member-number    to reg-old-member-number
                   move vp-member-last-name to reg-old-last-name
           end-read
           .

       write-register-headings section.
           move current-run-date to reg-run-date
           write register-line from register-heading-line
           write register-line from register-column-heading
           .

       write-register-totals section.
           move spaces to register-line
           write register-line

           move spaces to register-total-line
           move "Reassignments:"    to reg-tot-label
           move "rejected:"         to reg-tot-rejected-label
           move reassigns-applied-count  to reg-tot-applied
           move reassigns-rejected-count to reg-tot-rejected
           write register-line from register-total-line

           move spaces to register-count-line
           move "Transactions read:"     to reg-cnt-label
           move transactions-read-count  to reg-cnt-value
           write register-line from register-count-line
           .
