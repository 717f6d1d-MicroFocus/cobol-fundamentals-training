      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. Merges duplicate ROSTER records.
      *               Each RMRGTRAN transaction (see
      *               roster-merge-transaction.cpy) names the member
      *               number to keep and the duplicate to merge into
      *               it; both must be on the roster, different and not
      *               erased.  Every survey lead assignment on ASSIGN,
      *               operator link on OPERMAST, visit plan slot on
      *               VISPLAN, site visit on VISITS and count sheet
      *               visit link on SIGHTNGS held by the duplicate is
      *               moved to the kept number, any contact detail the
      *               kept record lacks is taken from the duplicate,
      *               and the duplicate is then deleted from ROSTER as
      *               roster-master-maint deletes a member.  A slot on
      *               a date the kept member is already booked is left
      *               unfilled, and a visit the kept member already has
      *               is kept in place of the duplicate's.  The
      *               register (MRGREG) lists each transaction as
      *               applied or rejected and, under it, every record
      *               that was re-pointed.  If any record could not be
      *               re-pointed, or a key table overflowed, the
      *               duplicate is kept on ROSTER and marked so on the
      *               register, so the merge can be rerun.

       identification division.
       program-id. roster-member-merge.

       environment division.
       input-output section.
       file-control.
           select merge-transaction-file assign to "RMRGTRAN"
               organization is line sequential
               file status is merge-transaction-status.

           select roster-file assign to "ROSTER"
               organization is indexed
               access mode is dynamic
               record key is ro-member-number
               alternate record key is ro-last-name
                   with duplicates
               file status is roster-status.

           select assignment-file assign to "ASSIGN"
               organization is indexed
               access mode is dynamic
               record key is sa-assignment-key
               file status is assignment-status.

           select operator-file assign to "OPERMAST"
               organization is indexed
               access mode is dynamic
               record key is op-operator-id
               file status is operator-status.

           select visit-plan-file assign to "VISPLAN"
               organization is indexed
               access mode is dynamic
               record key is vp-slot-key
               alternate record key is vp-booking-key
                   with duplicates
               file status is visit-plan-status.

           select site-visit-file assign to "VISITS"
               organization is indexed
               access mode is dynamic
               record key is vi-visit-key
               file status is site-visit-status.

           select sightings-file assign to "SIGHTNGS"
               organization is indexed
               access mode is dynamic
               record key is sg-sheet-key
               file status is sightings-file-status.

           select merge-register-file assign to "MRGREG"
               organization is line sequential
               file status is merge-register-status.

       data division.
       file section.
       fd  merge-transaction-file.
       copy roster-merge-transaction.

       fd  roster-file.
       copy roster-record.

       fd  assignment-file.
       copy survey-assignment-record.

       fd  operator-file.
       copy operator-record.

       fd  visit-plan-file.
       copy visit-plan-record.

       fd  site-visit-file.
       copy site-visit-record.

       fd  sightings-file.
       copy survey-sighting-record.

       fd  merge-register-file.
       01  register-line               pic x(120).

       working-storage section.
       01  merge-transaction-status    pic xx.
       01  roster-status               pic xx.
       01  assignment-status           pic xx.
       01  operator-status             pic xx.
       01  visit-plan-status           pic xx.
       01  site-visit-status           pic xx.
       01  sightings-file-status       pic xx.
       01  merge-register-status       pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  merge-switches.
           05  transaction-eof-switch  pic x(01) value "N".
               88  transaction-eof         value "Y".
           05  file-eof-switch         pic x(01) value "N".
               88  file-eof                value "Y".
           05  merge-reject-switch     pic x(01) value "N".
               88  merge-rejected          value "Y".
           05  keeper-booked-switch    pic x(01) value "N".
               88  keeper-booked           value "Y".
           05  key-table-full-switch   pic x(01) value "N".
               88  key-table-full          value "Y".
           05  repoint-failure-switch  pic x(01) value "N".
               88  repoint-failed          value "Y".
       01  merge-reject-reason         pic x(30).

       01  current-run-date            pic 9(08).

       01  keep-member-details.
           05  keep-last-name          pic x(15).
           05  keep-role               pic x(02).
           05  keep-contact-before     pic x(123).
       01  merge-member-details.
           05  merge-last-name         pic x(15).
           05  merge-contact           pic x(123).
           05  merge-contact-r redefines merge-contact.
               10  merge-address-line-1 pic x(30).
               10  merge-address-line-2 pic x(30).
               10  merge-postcode      pic x(08).
               10  merge-email         pic x(40).
               10  merge-phone         pic x(15).

      * Slot, visit and sheet keys held by the duplicate are gathered
      * first and each record is then moved, so no file is rewritten
      * under the key it is being read on.
       01  slot-key-table.
           05  slot-key-count          pic 9(04) value zero.
           05  slot-key-entry          pic x(12) occurs 500 times.
       01  visit-key-table.
           05  visit-key-count         pic 9(04) value zero.
           05  visit-key-entry         pic x(21) occurs 1000 times.
       01  sheet-key-table.
           05  sheet-key-count         pic 9(04) value zero.
           05  sheet-key-entry         pic x(33) occurs 2000 times.
       01  key-sub                     pic 9(04).

       01  visit-work                  pic x(30).
       01  sheet-work                  pic x(68).

       01  repointed-counts.
           05  assignments-moved       pic 9(05) value zero.
           05  operators-moved         pic 9(05) value zero.
           05  slots-moved             pic 9(05) value zero.
           05  visits-moved            pic 9(05) value zero.
           05  sheets-moved            pic 9(05) value zero.

       01  merge-counters.
           05  transactions-read-count pic 9(05) value zero.
           05  merges-applied-count    pic 9(05) value zero.
           05  merges-rejected-count   pic 9(05) value zero.
           05  records-repointed-count pic 9(07) value zero.
           05  records-failed-count    pic 9(05) value zero.
           05  duplicates-kept-count   pic 9(05) value zero.

       01  register-heading-line.
           05  filler                  pic x(38) value
                   "Roster Member Merge Register".
           05  filler                  pic x(09) value "Run Date:".
           05  filler                  pic x(01) value space.
           05  reg-run-date            pic 9(08).

       01  register-column-heading.
           05  filler                  pic x(07) value "Keep".
           05  filler                  pic x(07) value "Merged".
           05  filler                  pic x(17) value "Name".
           05  filler                  pic x(10) value "Req By".
           05  filler                  pic x(10) value "Status".
           05  filler                  pic x(30) value "Reason".

       01  register-record-heading.
           05  filler                  pic x(07) value spaces.
           05  filler                  pic x(10) value "File".
           05  filler                  pic x(42) value "Record".
           05  filler                  pic x(30) value "Change".

       01  register-detail-line.
           05  reg-keep-number         pic 9(05).
           05  filler                  pic x(02) value spaces.
           05  reg-merge-number        pic 9(05).
           05  filler                  pic x(02) value spaces.
           05  reg-last-name           pic x(15).
           05  filler                  pic x(02) value spaces.
           05  reg-requested-by        pic x(08).
           05  filler                  pic x(02) value spaces.
           05  reg-status              pic x(08).
           05  filler                  pic x(02) value spaces.
           05  reg-reason              pic x(30).

       01  register-record-line.
           05  filler                  pic x(07) value spaces.
           05  reg-file-name           pic x(08).
           05  filler                  pic x(02) value spaces.
           05  reg-record-key          pic x(40).
           05  filler                  pic x(02) value spaces.
           05  reg-change              pic x(40).

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

           perform open-merge-files

           if not open-error-found
               perform write-register-headings
               perform apply-merges
               perform write-register-totals
           end-if

           perform close-merge-files

           if open-error-found
               move 16 to return-code
           end-if

           goback
           .

       open-merge-files section.
           open input merge-transaction-file
           if merge-transaction-status not = "00"
               display "Error: unable to open RMRGTRAN, status="
                   merge-transaction-status
               set open-error-found to true
           end-if

           open i-o roster-file
           if roster-status not = "00"
               display "Error: unable to open ROSTER, status="
                   roster-status
               set open-error-found to true
           end-if

           open i-o assignment-file
           if assignment-status not = "00"
               display "Error: unable to open ASSIGN, status="
                   assignment-status
               set open-error-found to true
           end-if

           open i-o operator-file
           if operator-status not = "00"
               display "Error: unable to open OPERMAST, status="
                   operator-status
               set open-error-found to true
           end-if

           open i-o visit-plan-file
           if visit-plan-status not = "00"
               display "Error: unable to open VISPLAN, status="
                   visit-plan-status
               set open-error-found to true
           end-if

           open i-o site-visit-file
           if site-visit-status not = "00"
               display "Error: unable to open VISITS, status="
                   site-visit-status
               set open-error-found to true
           end-if

           open i-o sightings-file
           if sightings-file-status not = "00"
               display "Error: unable to open SIGHTNGS, status="
                   sightings-file-status
               set open-error-found to true
           end-if

           open output merge-register-file
           if merge-register-status not = "00"
               display "Error: unable to open MRGREG, status="
                   merge-register-status
               set open-error-found to true
           end-if
           .

       close-merge-files section.
           close merge-transaction-file
           close roster-file
           close assignment-file
           close operator-file
           close visit-plan-file
           close site-visit-file
           close sightings-file
           close merge-register-file
           .

       apply-merges section.
           perform until transaction-eof
               read merge-transaction-file
                   at end
                       set transaction-eof to true
                   not at end
                       add 1 to transactions-read-count
                       perform apply-one-merge
               end-read
           end-perform
           .

       apply-one-merge section.
           move "N" to merge-reject-switch
           move "N" to repoint-failure-switch
           move spaces to merge-reject-reason

           move spaces to register-detail-line
           move rmg-keep-member-number  to reg-keep-number
           move rmg-merge-member-number to reg-merge-number
           move rmg-requested-by        to reg-requested-by

           if rmg-keep-member-number = rmg-merge-member-number
               set merge-rejected to true
               move "keep and merge numbers equal"
                   to merge-reject-reason
           end-if
           if not merge-rejected
               perform read-merge-member
           end-if
           if not merge-rejected
               perform read-keep-member
           end-if

           if merge-rejected
               add 1 to merges-rejected-count
               move "REJECTED" to reg-status
               move merge-reject-reason to reg-reason
               write register-line from register-detail-line
           else
               add 1 to merges-applied-count
               move "APPLIED"  to reg-status
               write register-line from register-detail-line
               perform move-assignments
               perform move-operator-links
               perform move-visit-slots
               perform move-site-visits
               perform move-sheet-links
               perform retire-merge-member
           end-if
           .

       read-merge-member section.
           move rmg-merge-member-number to ro-member-number
           read roster-file key is ro-member-number
               invalid key
                   set merge-rejected to true
                   move "merge member not on roster"
                       to merge-reject-reason
               not invalid key
                   move ro-last-name to merge-last-name
                   move ro-contact   to merge-contact
                   if ro-last-name (1:7) = "ERASED-"
                       set merge-rejected to true
                       move "merge member has been erased"
                           to merge-reject-reason
                   end-if
           end-read
           .

       read-keep-member section.
           move rmg-keep-member-number to ro-member-number
           read roster-file key is ro-member-number
               invalid key
                   set merge-rejected to true
                   move "keep member not on roster"
                       to merge-reject-reason
               not invalid key
                   move ro-last-name to keep-last-name
                   move ro-role      to keep-role
                   move ro-last-name to reg-last-name
                   if ro-last-name (1:7) = "ERASED-"
                       set merge-rejected to true
                       move "keep member has been erased"
                           to merge-reject-reason
                   end-if
           end-read
           .

       move-assignments section.
           move "N" to file-eof-switch
           move low-values to sa-assignment-key
           start assignment-file key is not less than
                   sa-assignment-key
               invalid key
                   set file-eof to true
           end-start
           perform read-next-assignment
           perform until file-eof
               if sa-lead-member-number = rmg-merge-member-number
                   move spaces to register-record-line
                   move "ASSIGN" to reg-file-name
                   move sa-assignment-key to reg-record-key
                   move rmg-keep-member-number to sa-lead-member-number
                   move keep-last-name to sa-lead-last-name
                   rewrite survey-assignment-record
                       invalid key
                           move "rewrite failed" to reg-change
                           add 1 to records-failed-count
                           set repoint-failed to true
                       not invalid key
                           move "survey lead re-pointed" to reg-change
                           add 1 to assignments-moved
                           add 1 to records-repointed-count
                   end-rewrite
                   write register-line from register-record-line
               end-if
               perform read-next-assignment
           end-perform
           .

       read-next-assignment section.
           if not file-eof
               read assignment-file next record
                   at end
                       set file-eof to true
               end-read
           end-if
           .

      * OPERMAST has no key on the member link, so every operator is
      * read.
       move-operator-links section.
           move "N" to file-eof-switch
           move low-values to op-operator-id
           start operator-file key is not less than op-operator-id
               invalid key
                   set file-eof to true
           end-start
           perform read-next-operator
           perform until file-eof
               if op-member-number = rmg-merge-member-number
                   move spaces to register-record-line
                   move "OPERMAST" to reg-file-name
                   move op-operator-id to reg-record-key
                   move rmg-keep-member-number to op-member-number
                   rewrite operator-record
                       invalid key
                           move "rewrite failed" to reg-change
                           add 1 to records-failed-count
                           set repoint-failed to true
                       not invalid key
                           move "member link re-pointed" to reg-change
                           add 1 to operators-moved
                           add 1 to records-repointed-count
                   end-rewrite
                   write register-line from register-record-line
               end-if
               perform read-next-operator
           end-perform
           .

       read-next-operator section.
           if not file-eof
               read operator-file next record
                   at end
                       set file-eof to true
               end-read
           end-if
           .

       move-visit-slots section.
           move zero to slot-key-count
           move "N" to key-table-full-switch
           move "N" to file-eof-switch
           move rmg-merge-member-number to vp-member-number
           move zero to vp-booking-date
           start visit-plan-file key is not less than vp-booking-key
               invalid key
                   set file-eof to true
           end-start
           perform read-next-slot
           perform until file-eof
               if slot-key-count < 500
                   add 1 to slot-key-count
                   move vp-slot-key to slot-key-entry (slot-key-count)
               else
                   if not key-table-full
                       display "Warning: merge slot table full - "
                           rmg-merge-member-number
                       set key-table-full to true
                       set repoint-failed to true
                   end-if
               end-if
               perform read-next-slot
           end-perform

           move 1 to key-sub
           perform until key-sub > slot-key-count
               perform move-one-slot
               add 1 to key-sub
           end-perform
           .

       read-next-slot section.
           if not file-eof
               read visit-plan-file next record
                   at end
                       set file-eof to true
                   not at end
                       if vp-member-number
                               not = rmg-merge-member-number
                           set file-eof to true
                       end-if
               end-read
           end-if
           .

      * A member cannot hold two slots on one day, so where the kept
      * member is already booked on the slot's date the slot is left
      * unfilled for the coordinators to reassign.
       move-one-slot section.
           move "N" to keeper-booked-switch
           move slot-key-entry (key-sub) to vp-slot-key
           read visit-plan-file key is vp-slot-key
               invalid key
                   continue
               not invalid key
                   move rmg-keep-member-number to vp-member-number
                   read visit-plan-file key is vp-booking-key
                       invalid key
                           continue
                       not invalid key
                           set keeper-booked to true
                   end-read
           end-read

           move spaces to register-record-line
           move "VISPLAN" to reg-file-name
           move slot-key-entry (key-sub) to reg-record-key
           move slot-key-entry (key-sub) to vp-slot-key
           read visit-plan-file key is vp-slot-key
               invalid key
                   move "slot not re-read" to reg-change
                   add 1 to records-failed-count
                   set repoint-failed to true
               not invalid key
                   if keeper-booked
                       move zero   to vp-member-number
                       move spaces to vp-member-last-name
                       move spaces to vp-member-role
                       set vp-slot-unfilled to true
                       move "unfilled - keeper booked on date"
                           to reg-change
                   else
                       move rmg-keep-member-number to vp-member-number
                       move keep-last-name to vp-member-last-name
                       move keep-role      to vp-member-role
                       move "booking re-pointed" to reg-change
                   end-if
                   move current-run-date to vp-last-set-date
                   rewrite visit-plan-record
                       invalid key
                           move "rewrite failed" to reg-change
                           add 1 to records-failed-count
                           set repoint-failed to true
                       not invalid key
                           add 1 to slots-moved
                           add 1 to records-repointed-count
                   end-rewrite
           end-read
           write register-line from register-record-line
           .

      * VISITS is keyed on the observer's member number, so the whole
      * file is read for the duplicate's visits.
       move-site-visits section.
           move zero to visit-key-count
           move "N" to key-table-full-switch
           move "N" to file-eof-switch
           move low-values to vi-visit-key
           start site-visit-file key is not less than vi-visit-key
               invalid key
                   set file-eof to true
           end-start
           perform read-next-visit
           perform until file-eof
               if vi-member-number = rmg-merge-member-number
                   perform keep-visit-key
               end-if
               perform read-next-visit
           end-perform

           move 1 to key-sub
           perform until key-sub > visit-key-count
               perform move-one-visit
               add 1 to key-sub
           end-perform
           .

       read-next-visit section.
           if not file-eof
               read site-visit-file next record
                   at end
                       set file-eof to true
               end-read
           end-if
           .

       keep-visit-key section.
           if visit-key-count < 1000
               add 1 to visit-key-count
               move vi-visit-key to visit-key-entry (visit-key-count)
           else
               if not key-table-full
                   display "Warning: merge visit table full - "
                       rmg-merge-member-number
                   set key-table-full to true
                   set repoint-failed to true
               end-if
           end-if
           .

      * The visit is written under the kept member before the old one
      * is deleted.  If the kept member already has that visit it
      * stands for both, and the duplicate's copy is deleted.
       move-one-visit section.
           move spaces to register-record-line
           move "VISITS" to reg-file-name
           move visit-key-entry (key-sub) to reg-record-key
           move visit-key-entry (key-sub) to vi-visit-key
           read site-visit-file key is vi-visit-key
               invalid key
                   move "visit not re-read" to reg-change
                   add 1 to records-failed-count
                   set repoint-failed to true
               not invalid key
                   move site-visit-record to visit-work
                   move rmg-keep-member-number to vi-member-number
                   write site-visit-record
                       invalid key
                           move "kept member's visit retained"
                               to reg-change
                       not invalid key
                           move "visit re-keyed" to reg-change
                   end-write
                   move visit-work to site-visit-record
                   delete site-visit-file record
                       invalid key
                           move "old visit not deleted" to reg-change
                           add 1 to records-failed-count
                           set repoint-failed to true
                       not invalid key
                           add 1 to visits-moved
                           add 1 to records-repointed-count
                   end-delete
           end-read
           write register-line from register-record-line
           .

      * Sheets name their visit by member number and are keyed on the
      * observer's last name; a sheet observed under the duplicate's
      * name moves to the kept name when the two differ.
       move-sheet-links section.
           move zero to sheet-key-count
           move "N" to key-table-full-switch
           move "N" to file-eof-switch
           move low-values to sg-sheet-key
           start sightings-file key is not less than sg-sheet-key
               invalid key
                   set file-eof to true
           end-start
           perform read-next-sheet
           perform until file-eof
               if sg-visit-member-number = rmg-merge-member-number
                   perform keep-sheet-key
               end-if
               perform read-next-sheet
           end-perform

           move 1 to key-sub
           perform until key-sub > sheet-key-count
               perform move-one-sheet
               add 1 to key-sub
           end-perform
           .

       read-next-sheet section.
           if not file-eof
               read sightings-file next record
                   at end
                       set file-eof to true
               end-read
           end-if
           .

       keep-sheet-key section.
           if sheet-key-count < 2000
               add 1 to sheet-key-count
               move sg-sheet-key to sheet-key-entry (sheet-key-count)
           else
               if not key-table-full
                   display "Warning: merge sheet table full - "
                       rmg-merge-member-number
                   set key-table-full to true
                   set repoint-failed to true
               end-if
           end-if
           .

       move-one-sheet section.
           move spaces to register-record-line
           move "SIGHTNGS" to reg-file-name
           move sheet-key-entry (key-sub) to reg-record-key
           move sheet-key-entry (key-sub) to sg-sheet-key
           read sightings-file key is sg-sheet-key
               invalid key
                   move "sheet not re-read" to reg-change
                   add 1 to records-failed-count
                   set repoint-failed to true
               not invalid key
                   move rmg-keep-member-number
                       to sg-visit-member-number
                   if sg-observer-last-name = merge-last-name
                           and merge-last-name not = keep-last-name
                       perform rename-one-sheet
                   else
                       rewrite survey-sighting-record
                           invalid key
                               move "rewrite failed" to reg-change
                               add 1 to records-failed-count
                               set repoint-failed to true
                           not invalid key
                               move "visit link re-pointed"
                                   to reg-change
                               add 1 to sheets-moved
                               add 1 to records-repointed-count
                       end-rewrite
                   end-if
           end-read
           write register-line from register-record-line
           .

      * The sheet is written under its new key before the old one is
      * deleted, so a failure leaves the original sheet in place.
       rename-one-sheet section.
           move survey-sighting-record to sheet-work
           move keep-last-name to sg-observer-last-name
           write survey-sighting-record
               invalid key
                   move "kept name sheet already on file"
                       to reg-change
                   add 1 to records-failed-count
                   set repoint-failed to true
               not invalid key
                   move sheet-work to survey-sighting-record
                   move sheet-key-entry (key-sub) to sg-sheet-key
                   delete sightings-file record
                       invalid key
                           move "old sheet not deleted" to reg-change
                           add 1 to records-failed-count
                           set repoint-failed to true
                       not invalid key
                           move "observer and visit link re-pointed"
                               to reg-change
                           add 1 to sheets-moved
                           add 1 to records-repointed-count
                   end-delete
           end-write
           .

      * Contact details the kept record is missing are taken from the
      * duplicate before the duplicate is deleted.  If any record
      * held by the duplicate could not be re-pointed the duplicate
      * stays on ROSTER, so nothing is left naming a member number
      * that no longer exists; the merge can be rerun once the
      * failure is cleared.
       retire-merge-member section.
           move rmg-keep-member-number to ro-member-number
           read roster-file key is ro-member-number
               invalid key
                   continue
               not invalid key
                   move ro-contact to keep-contact-before
                   if ro-address-line-1 = spaces
                           and ro-address-line-2 = spaces
                       move merge-address-line-1 to ro-address-line-1
                       move merge-address-line-2 to ro-address-line-2
                   end-if
                   if ro-postcode = spaces
                       move merge-postcode to ro-postcode
                   end-if
                   if ro-email = spaces
                       move merge-email to ro-email
                   end-if
                   if ro-phone = spaces
                       move merge-phone to ro-phone
                   end-if
                   if ro-contact not = keep-contact-before
                       perform complete-keep-contact
                   end-if
           end-read

           move spaces to register-record-line
           move "ROSTER" to reg-file-name
           move rmg-merge-member-number to ro-member-number
           move ro-member-number to reg-record-key
           if repoint-failed
               move "duplicate kept - re-point failed" to reg-change
               add 1 to duplicates-kept-count
           else
               delete roster-file record
                   invalid key
                       move "duplicate not deleted" to reg-change
                       add 1 to records-failed-count
                   not invalid key
                       move "duplicate retired" to reg-change
               end-delete
           end-if
           write register-line from register-record-line
           .

       complete-keep-contact section.
           move spaces to register-record-line
           move "ROSTER" to reg-file-name
           move ro-member-number to reg-record-key
           rewrite roster-master-record
               invalid key
                   move "rewrite failed" to reg-change
                   add 1 to records-failed-count
                   set repoint-failed to true
               not invalid key
                   move "contact details completed" to reg-change
           end-rewrite
           write register-line from register-record-line
           .

       write-register-headings section.
           move current-run-date to reg-run-date
           write register-line from register-heading-line
           write register-line from register-column-heading
           write register-line from register-record-heading
           .

       write-register-totals section.
           move spaces to register-line
           write register-line

           move spaces to register-total-line
           move "Merges:"           to reg-tot-label
           move "rejected:"         to reg-tot-rejected-label
           move merges-applied-count  to reg-tot-applied
           move merges-rejected-count to reg-tot-rejected
           write register-line from register-total-line

           move spaces to register-count-line
           move "Transactions read:"     to reg-cnt-label
           move transactions-read-count  to reg-cnt-value
           write register-line from register-count-line

           move "Records re-pointed:"    to reg-cnt-label
           move records-repointed-count  to reg-cnt-value
           write register-line from register-count-line

           move "  Assignments:"         to reg-cnt-label
           move assignments-moved        to reg-cnt-value
           write register-line from register-count-line

           move "  Operator links:"      to reg-cnt-label
           move operators-moved          to reg-cnt-value
           write register-line from register-count-line

           move "  Visit plan slots:"    to reg-cnt-label
           move slots-moved              to reg-cnt-value
           write register-line from register-count-line

           move "  Site visits:"         to reg-cnt-label
           move visits-moved             to reg-cnt-value
           write register-line from register-count-line

           move "  Count sheets:"        to reg-cnt-label
           move sheets-moved             to reg-cnt-value
           write register-line from register-count-line

           move "Records failed:"        to reg-cnt-label
           move records-failed-count     to reg-cnt-value
           write register-line from register-count-line

           move "Duplicates kept:"       to reg-cnt-label
           move duplicates-kept-count    to reg-cnt-value
           write register-line from register-count-line
           .
