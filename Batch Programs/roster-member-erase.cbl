      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. Right-to-erasure run.  Each ERASTRAN
      *               transaction (see roster-erasure-transaction.cpy)
      *               names a ROSTER member who has asked to be
      *               forgotten.  The erasure is refused while the
      *               member has an OPERMAST operator id that is neither
      *               revoked nor expired, or leads a species in the
      *               current survey year, or has already been erased.
      *               Otherwise the member's name is replaced by a
      *               pseudonym (ERASED-nnnnn) on their survey lead
      *               assignments, the count sheets they observed and
      *               their visit plan slots, and the ROSTER record
      *               keeps only the number, pseudonym, gender, role and
      *               joining date - the contact details are blanked -
      *               so every survey count and reference still holds.
      *               Each erasure is appended to ERASLOG (see
      *               roster-erasure-log-record.cpy) and the register
      *               (ERASREG) lists each transaction as applied or
      *               rejected with the reason and the records changed.
      *               A member with more count sheets than one run can
      *               rename is refused before anything is changed, and
      *               any sheet left under the member's real name is
      *               counted on the register and ends the run with
      *               return code 8.

       identification division.
       program-id. roster-member-erase.

       environment division.
       input-output section.
       file-control.
           select erasure-transaction-file assign to "ERASTRAN"
               organization is line sequential
               file status is erasure-transaction-status.

           select roster-file assign to "ROSTER"
               organization is indexed
               access mode is dynamic
               record key is ro-member-number
               alternate record key is ro-last-name
                   with duplicates
               file status is roster-status.

           select operator-file assign to "OPERMAST"
               organization is indexed
               access mode is dynamic
               record key is op-operator-id
               file status is operator-status.

           select assignment-file assign to "ASSIGN"
               organization is indexed
               access mode is dynamic
               record key is sa-assignment-key
               file status is assignment-status.

           select sightings-file assign to "SIGHTNGS"
               organization is indexed
               access mode is dynamic
               record key is sg-sheet-key
               file status is sightings-file-status.

           select visit-plan-file assign to "VISPLAN"
               organization is indexed
               access mode is dynamic
               record key is vp-slot-key
               alternate record key is vp-booking-key
                   with duplicates
               file status is visit-plan-status.

           select erasure-log-file assign to "ERASLOG"
               organization is line sequential
               file status is erasure-log-status.

           select erasure-register-file assign to "ERASREG"
               organization is line sequential
               file status is erasure-register-status.

       data division.
       file section.
       fd  erasure-transaction-file.
       copy roster-erasure-transaction.

       fd  roster-file.
       copy roster-record.

       fd  operator-file.
       copy operator-record.

       fd  assignment-file.
       copy survey-assignment-record.

       fd  sightings-file.
       copy survey-sighting-record.

       fd  visit-plan-file.
       copy visit-plan-record.

       fd  erasure-log-file.
       copy roster-erasure-log-record.

       fd  erasure-register-file.
       01  register-line               pic x(120).

       working-storage section.
       01  erasure-transaction-status  pic xx.
       01  roster-status               pic xx.
       01  operator-status             pic xx.
       01  assignment-status           pic xx.
       01  sightings-file-status       pic xx.
       01  visit-plan-status           pic xx.
       01  erasure-log-status          pic xx.
       01  erasure-register-status     pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  erasure-switches.
           05  transaction-eof-switch  pic x(01) value "N".
               88  transaction-eof         value "Y".
           05  file-eof-switch         pic x(01) value "N".
               88  file-eof                value "Y".
           05  erasure-reject-switch   pic x(01) value "N".
               88  erasure-rejected        value "Y".
           05  sheet-full-switch       pic x(01) value "N".
               88  sheet-table-full        value "Y".
       01  erasure-reject-reason       pic x(30).

       01  current-run-date            pic 9(08).
       01  current-run-date-r redefines current-run-date.
           05  current-year            pic 9(04).
           05  current-monthday        pic 9(04).

       01  member-last-name            pic x(15).
       01  member-pseudonym.
           05  filler                  pic x(07) value "ERASED-".
           05  pseudonym-number        pic 9(05).
           05  filler                  pic x(03) value spaces.

      * Sheets are keyed on the observer's name, so the keys to change
      * are gathered first and each sheet is then moved to its new key.
       01  sheet-key-table.
           05  sheet-key-count         pic 9(04) value zero.
           05  sheet-key-entry         pic x(33) occurs 2000 times.
       01  sheet-key-sub               pic 9(04).
       01  sheet-match-count           pic 9(05).
       01  sheet-work                  pic x(68).

       01  changed-counts.
           05  assignments-changed     pic 9(05).
           05  sheets-changed          pic 9(05).
           05  slots-changed           pic 9(05).

       01  erasure-counters.
           05  transactions-read-count pic 9(05) value zero.
           05  erasures-applied-count  pic 9(05) value zero.
           05  erasures-rejected-count pic 9(05) value zero.
           05  sheets-failed-count     pic 9(05) value zero.

       01  register-heading-line.
           05  filler                  pic x(38) value
                   "Roster Erasure Register".
           05  filler                  pic x(09) value "Run Date:".
           05  filler                  pic x(01) value space.
           05  reg-run-date            pic 9(08).

       01  register-column-heading.
           05  filler                  pic x(08) value "Member".
           05  filler                  pic x(17) value "Pseudonym".
           05  filler                  pic x(10) value "Req By".
           05  filler                  pic x(08) value "Assigns".
           05  filler                  pic x(08) value "Sheets".
           05  filler                  pic x(08) value "Slots".
           05  filler                  pic x(10) value "Status".
           05  filler                  pic x(30) value "Reason".

       01  register-detail-line.
           05  reg-member-number       pic 9(05).
           05  filler                  pic x(03) value spaces.
           05  reg-pseudonym           pic x(15).
           05  filler                  pic x(02) value spaces.
           05  reg-requested-by        pic x(08).
           05  filler                  pic x(02) value spaces.
           05  reg-assignments         pic zzzz9.
           05  filler                  pic x(03) value spaces.
           05  reg-sheets              pic zzzz9.
           05  filler                  pic x(03) value spaces.
           05  reg-slots               pic zzzz9.
           05  filler                  pic x(03) value spaces.
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

           perform open-erasure-files

           if not open-error-found
               perform write-register-headings
               perform apply-erasures
               perform write-register-totals
           end-if

           perform close-erasure-files

           if open-error-found
               move 16 to return-code
           else
               if sheets-failed-count > zero
                   move 8 to return-code
               end-if
           end-if

           goback
           .

       open-erasure-files section.
           open input erasure-transaction-file
           if erasure-transaction-status not = "00"
               display "Error: unable to open ERASTRAN, status="
                   erasure-transaction-status
               set open-error-found to true
           end-if

           open i-o roster-file
           if roster-status not = "00"
               display "Error: unable to open ROSTER, status="
                   roster-status
               set open-error-found to true
           end-if

           open input operator-file
           if operator-status not = "00"
               display "Error: unable to open OPERMAST, status="
                   operator-status
               set open-error-found to true
           end-if

           open i-o assignment-file
           if assignment-status not = "00"
               display "Error: unable to open ASSIGN, status="
                   assignment-status
               set open-error-found to true
           end-if

           open i-o sightings-file
           if sightings-file-status not = "00"
               display "Error: unable to open SIGHTNGS, status="
                   sightings-file-status
               set open-error-found to true
           end-if

           open i-o visit-plan-file
           if visit-plan-status not = "00"
               display "Error: unable to open VISPLAN, status="
                   visit-plan-status
               set open-error-found to true
           end-if

           open extend erasure-log-file
           if erasure-log-status not = "00"
               display "Error: unable to open ERASLOG, status="
                   erasure-log-status
               set open-error-found to true
           end-if

           open output erasure-register-file
           if erasure-register-status not = "00"
               display "Error: unable to open ERASREG, status="
                   erasure-register-status
               set open-error-found to true
           end-if
           .

       close-erasure-files section.
           close erasure-transaction-file
           close roster-file
           close operator-file
           close assignment-file
           close sightings-file
           close visit-plan-file
           close erasure-log-file
           close erasure-register-file
           .

       apply-erasures section.
           perform until transaction-eof
               read erasure-transaction-file
                   at end
                       set transaction-eof to true
                   not at end
                       add 1 to transactions-read-count
                       perform apply-one-erasure
               end-read
           end-perform
           .

       apply-one-erasure section.
           move "N" to erasure-reject-switch
           move spaces to erasure-reject-reason
           move zero to assignments-changed
           move zero to sheets-changed
           move zero to slots-changed
           move ert-member-number to pseudonym-number

           move spaces to register-detail-line
           move ert-member-number to reg-member-number
           move ert-requested-by  to reg-requested-by

           perform read-erasure-member
           if not erasure-rejected
               perform check-operator-links
           end-if
           if not erasure-rejected
               perform check-current-assignments
           end-if
           if not erasure-rejected
               perform gather-sheet-keys
           end-if

           if not erasure-rejected
               perform erase-assignment-names
               perform erase-sheet-names
               perform erase-slot-names
               perform erase-roster-record
           end-if

           if erasure-rejected
               add 1 to erasures-rejected-count
               move "REJECTED" to reg-status
               move erasure-reject-reason to reg-reason
           else
               add 1 to erasures-applied-count
               move "APPLIED"  to reg-status
               move member-pseudonym to reg-pseudonym
               perform write-erasure-log-record
           end-if
           move assignments-changed to reg-assignments
           move sheets-changed      to reg-sheets
           move slots-changed       to reg-slots
           write register-line from register-detail-line
           .

       read-erasure-member section.
           move ert-member-number to ro-member-number
           read roster-file key is ro-member-number
               invalid key
                   set erasure-rejected to true
                   move "member not on roster"
                       to erasure-reject-reason
               not invalid key
                   move ro-last-name to member-last-name
                   if ro-last-name = member-pseudonym
                       set erasure-rejected to true
                       move "member already erased"
                           to erasure-reject-reason
                   end-if
           end-read
           .

      * OPERMAST has no key on the member link, so every operator is
      * read; any linked id not revoked and not yet expired refuses
      * the erasure until operator maintenance revokes it.
       check-operator-links section.
           move "N" to file-eof-switch
           move low-values to op-operator-id
           start operator-file key is not less than op-operator-id
               invalid key
                   set file-eof to true
           end-start
           perform read-next-operator
           perform until file-eof or erasure-rejected
               if op-member-number = ert-member-number
                       and not op-revoked
                       and op-expiry-date not < current-run-date
                   set erasure-rejected to true
                   move "active operator id on OPERMAST"
                       to erasure-reject-reason
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

       check-current-assignments section.
           move "N" to file-eof-switch
           move current-year to sa-survey-year
           move low-values to sa-species
           start assignment-file key is not less than
                   sa-assignment-key
               invalid key
                   set file-eof to true
           end-start
           perform read-next-assignment
           perform until file-eof or erasure-rejected
               if sa-survey-year not = current-year
                   set file-eof to true
               else
                   if sa-lead-member-number = ert-member-number
                       set erasure-rejected to true
                       move "current-year survey assignment"
                           to erasure-reject-reason
                   end-if
                   perform read-next-assignment
               end-if
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

       erase-assignment-names section.
           move "N" to file-eof-switch
           move low-values to sa-assignment-key
           start assignment-file key is not less than
                   sa-assignment-key
               invalid key
                   set file-eof to true
           end-start
           perform read-next-assignment
           perform until file-eof
               if sa-lead-member-number = ert-member-number
                   move member-pseudonym to sa-lead-last-name
                   rewrite survey-assignment-record
                       invalid key
                           display "Error: unable to rewrite "
                               "assignment " sa-assignment-key
                       not invalid key
                           add 1 to assignments-changed
                   end-rewrite
               end-if
               perform read-next-assignment
           end-perform
           .

      * The member's sheets are those observed under their last name
      * and either linked to their visit or loaded before visits were
      * recorded; another observer's sheet on the member's visit
      * keeps its observer.  They are gathered before anything is
      * changed, so a member with more sheets than the table holds is
      * refused whole rather than left half renamed.
       gather-sheet-keys section.
           move zero to sheet-key-count
           move zero to sheet-match-count
           move "N" to sheet-full-switch
           move "N" to file-eof-switch
           move low-values to sg-sheet-key
           start sightings-file key is not less than sg-sheet-key
               invalid key
                   set file-eof to true
           end-start
           perform read-next-sheet
           perform until file-eof
               if sg-observer-last-name = member-last-name
                       and (sg-visit-member-number = ert-member-number
                            or sg-visit-member-number = zero)
                   perform keep-sheet-key
               end-if
               perform read-next-sheet
           end-perform

           if sheet-table-full
               set erasure-rejected to true
               move "too many sheets to rename"
                   to erasure-reject-reason
               add sheet-match-count to sheets-failed-count
           end-if
           .

       erase-sheet-names section.
           move 1 to sheet-key-sub
           perform until sheet-key-sub > sheet-key-count
               perform rename-one-sheet
               add 1 to sheet-key-sub
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
           add 1 to sheet-match-count
           if sheet-key-count < 2000
               add 1 to sheet-key-count
               move sg-sheet-key to sheet-key-entry (sheet-key-count)
           else
               if not sheet-table-full
                   display "Warning: erasure sheet table full - "
                       ert-member-number
                   set sheet-table-full to true
               end-if
           end-if
           .

      * The sheet is written under its new key before the old one is
      * deleted, so a failure leaves the original sheet in place.
       rename-one-sheet section.
           move sheet-key-entry (sheet-key-sub) to sg-sheet-key
           read sightings-file key is sg-sheet-key
               invalid key
                   add 1 to sheets-failed-count
               not invalid key
                   move survey-sighting-record to sheet-work
                   move member-pseudonym to sg-observer-last-name
                   write survey-sighting-record
                       invalid key
                           display "Error: unable to write sheet "
                               sg-sheet-key
                           add 1 to sheets-failed-count
                       not invalid key
                           move sheet-work to survey-sighting-record
                           delete sightings-file record
                               invalid key
                                   display "Error: unable to delete "
                                       "sheet " sg-sheet-key
                                   add 1 to sheets-failed-count
                               not invalid key
                                   add 1 to sheets-changed
                           end-delete
                   end-write
           end-read
           .

       erase-slot-names section.
           move "N" to file-eof-switch
           move ert-member-number to vp-member-number
           move zero to vp-booking-date
           start visit-plan-file key is not less than vp-booking-key
               invalid key
                   set file-eof to true
           end-start
           perform read-next-slot
           perform until file-eof
               move member-pseudonym to vp-member-last-name
               rewrite visit-plan-record
                   invalid key
                       display "Error: unable to rewrite slot "
                           vp-slot-key
                   not invalid key
                       add 1 to slots-changed
               end-rewrite
               perform read-next-slot
           end-perform
           .

       read-next-slot section.
           if not file-eof
               read visit-plan-file next record
                   at end
                       set file-eof to true
                   not at end
                       if vp-member-number not = ert-member-number
                           set file-eof to true
                       end-if
               end-read
           end-if
           .

       erase-roster-record section.
           move ert-member-number to ro-member-number
           read roster-file key is ro-member-number
               invalid key
                   set erasure-rejected to true
                   move "roster record not re-read"
                       to erasure-reject-reason
               not invalid key
                   move spaces to ro-first-name
                   move member-pseudonym to ro-last-name
                   move spaces to ro-contact
                   rewrite roster-master-record
                       invalid key
                           set erasure-rejected to true
                           move "roster rewrite failed"
                               to erasure-reject-reason
                   end-rewrite
           end-read
           .

       write-erasure-log-record section.
           move spaces to roster-erasure-log-record
           move current-run-date    to erl-log-date
           accept erl-log-time from time
           move ert-member-number   to erl-member-number
           move ert-requested-by    to erl-requested-by
           move member-pseudonym    to erl-pseudonym
           move assignments-changed to erl-assignments-count
           move sheets-changed      to erl-sheets-count
           move slots-changed       to erl-slots-count
           write roster-erasure-log-record
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
           move "Erasures:"         to reg-tot-label
           move "rejected:"         to reg-tot-rejected-label
           move erasures-applied-count  to reg-tot-applied
           move erasures-rejected-count to reg-tot-rejected
           write register-line from register-total-line

           move spaces to register-count-line
           move "Sheets not renamed:"    to reg-cnt-label
           move sheets-failed-count      to reg-cnt-value
           write register-line from register-count-line

           move "Transactions read:"     to reg-cnt-label
           move transactions-read-count  to reg-cnt-value
           write register-line from register-count-line
           .
