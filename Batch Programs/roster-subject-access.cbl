      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. Subject access report (SARRPT) for
      *               one roster member, named by SARMEMBR=nnnnn: the
      *               ROSTER record with its contact details, every
      *               OPERMAST operator id linked to the member (the
      *               password is never printed) and each id's sign-on
      *               attempts from SIGNLOG, the member's survey lead
      *               assignments on ASSIGN, the count sheets on
      *               SIGHTNGS carrying their name, their visit plan
      *               slots on VISPLAN, and every copy of their record
      *               in the ROSTBKUP generations, newest first and
      *               labelled by relative generation (0, -1, ...).  A
      *               sheet is theirs when its visit link names the
      *               member, or, for sheets loaded before visits were
      *               recorded, when the observer is their last name.
      *               A missing or non-numeric SARMEMBR ends the run
      *               with RETURN-CODE 12.

       identification division.
       program-id. roster-subject-access.

       environment division.
       input-output section.
       file-control.
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

           select signon-log-file assign to "SIGNLOG"
               organization is line sequential
               file status is signon-log-status.

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

           select backup-file assign to "ROSTBKUP"
               organization is line sequential
               file status is backup-file-status.

           select access-report-file assign to "SARRPT"
               organization is line sequential
               file status is access-report-status.

       data division.
       file section.
       fd  roster-file.
       copy roster-record.

       fd  operator-file.
       copy operator-record.

       fd  signon-log-file.
       copy signon-log-record.

       fd  assignment-file.
       copy survey-assignment-record.

       fd  sightings-file.
       copy survey-sighting-record.

       fd  visit-plan-file.
       copy visit-plan-record.

       fd  backup-file.
       01  backup-record               pic x(169).

       fd  access-report-file.
       01  access-report-line          pic x(120).

       working-storage section.
       01  roster-status               pic xx.
       01  operator-status             pic xx.
       01  signon-log-status           pic xx.
       01  assignment-status           pic xx.
       01  sightings-file-status       pic xx.
       01  visit-plan-status           pic xx.
       01  backup-file-status          pic xx.
       01  access-report-status        pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  access-switches.
           05  file-eof-switch         pic x(01) value "N".
               88  file-eof                value "Y".
           05  member-found-switch     pic x(01) value "N".
               88  member-found            value "Y".
           05  entry-found-switch      pic x(01) value "N".
               88  entry-found             value "Y".
           05  member-param-switch     pic x(01) value "N".
               88  member-param-invalid    value "Y".

       01  member-param                pic x(05).
       01  subject-member-number       pic 9(05).
       01  subject-last-name           pic x(15).

       01  current-run-date            pic 9(08).

       01  operator-id-table.
           05  operator-id-count       pic 9(02) value zero.
           05  operator-id-entry       pic x(08) occurs 20 times.
       01  operator-id-sub             pic 9(02).

       01  backup-generation           pic s9(03) value zero.
       01  backup-work.
           05  bkw-member-number       pic x(05).
           05  filler                  pic x(164).

       01  access-counters.
           05  operator-ids-count      pic 9(05) value zero.
           05  signons-count           pic 9(05) value zero.
           05  assignments-count       pic 9(05) value zero.
           05  sheets-count            pic 9(05) value zero.
           05  slots-count             pic 9(05) value zero.
           05  backups-count           pic 9(05) value zero.

       01  access-heading-line.
           05  filler                  pic x(24) value
                   "Subject Access Report".
           05  filler                  pic x(07) value "Member:".
           05  filler                  pic x(01) value space.
           05  sar-member-number       pic 9(05).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(09) value "Run Date:".
           05  filler                  pic x(01) value space.
           05  sar-run-date            pic 9(08).

       01  access-section-line.
           05  filler                  pic x(01) value space.
           05  sar-section-title       pic x(59).

       01  access-field-line.
           05  filler                  pic x(04) value spaces.
           05  sar-field-label         pic x(18).
           05  sar-field-value         pic x(60).

       01  access-operator-line.
           05  filler                  pic x(04) value spaces.
           05  sar-operator-id         pic x(08).
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(10) value "Authority".
           05  sar-authority-level     pic 9(01).
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(08) value "Expires".
           05  sar-expiry-date         pic 9(08).
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(07) value "Status".
           05  sar-operator-status     pic x(10).

       01  access-signon-line.
           05  filler                  pic x(04) value spaces.
           05  sar-so-operator-id      pic x(08).
           05  filler                  pic x(02) value spaces.
           05  sar-so-program-name     pic x(24).
           05  filler                  pic x(02) value spaces.
           05  sar-so-attempt-date     pic 9(08).
           05  filler                  pic x(01) value space.
           05  sar-so-attempt-time     pic 9(08).
           05  filler                  pic x(02) value spaces.
           05  sar-so-result           pic x(06).
           05  filler                  pic x(02) value spaces.
           05  sar-so-reason           pic x(30).

       01  access-assignment-line.
           05  filler                  pic x(04) value spaces.
           05  sar-survey-year         pic 9(04).
           05  filler                  pic x(02) value spaces.
           05  sar-species             pic x(30).
           05  filler                  pic x(02) value spaces.
           05  sar-lead-last-name      pic x(15).

       01  access-sheet-line.
           05  filler                  pic x(04) value spaces.
           05  sar-site-code           pic x(04).
           05  filler                  pic x(02) value spaces.
           05  sar-observation-date    pic 9(08).
           05  filler                  pic x(02) value spaces.
           05  sar-observer            pic x(15).
           05  filler                  pic x(02) value spaces.
           05  sar-species-code        pic x(06).
           05  filler                  pic x(02) value spaces.
           05  sar-sighting-count      pic zzzzzz9.
           05  filler                  pic x(02) value spaces.
           05  sar-sheet-match         pic x(20).

       01  access-slot-line.
           05  filler                  pic x(04) value spaces.
           05  sar-slot-site-code      pic x(04).
           05  filler                  pic x(02) value spaces.
           05  sar-slot-date           pic 9(08).
           05  filler                  pic x(02) value spaces.
           05  sar-slot-last-name      pic x(15).
           05  filler                  pic x(02) value spaces.
           05  sar-slot-note           pic x(10).

       01  access-backup-line.
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(11) value "Generation".
           05  sar-backup-generation   pic -zz9.
           05  filler                  pic x(01) value space.
           05  sar-backup-first-name   pic x(15).
           05  filler                  pic x(01) value space.
           05  sar-backup-last-name    pic x(15).
           05  filler                  pic x(02) value spaces.
           05  sar-backup-postcode     pic x(08).
           05  filler                  pic x(02) value spaces.
           05  sar-backup-email        pic x(40).

       01  access-none-line.
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(20) value "None held.".

       01  access-count-line.
           05  sar-count-label         pic x(26).
           05  sar-count-value         pic zzzz9.

       procedure division.
           accept current-run-date from date yyyymmdd
           accept member-param from environment "SARMEMBR"
           if member-param is numeric
               move member-param to subject-member-number
           else
               display "Error: SARMEMBR must name a member number"
               set member-param-invalid to true
           end-if

           if not member-param-invalid
               perform open-access-files
               if not open-error-found
                   perform write-access-headings
                   perform report-roster-record
                   perform report-operator-ids
                   perform report-signon-history
                   perform report-assignments
                   perform report-sheets
                   perform report-visit-slots
                   perform report-roster-backups
                   perform write-access-totals
               end-if
               perform close-access-files
           end-if

           if open-error-found
               move 16 to return-code
           else
               if member-param-invalid
                   move 12 to return-code
               end-if
           end-if

           goback
           .

       open-access-files section.
           open input roster-file
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

           open input signon-log-file
           if signon-log-status not = "00"
               display "Error: unable to open SIGNLOG, status="
                   signon-log-status
               set open-error-found to true
           end-if

           open input assignment-file
           if assignment-status not = "00"
               display "Error: unable to open ASSIGN, status="
                   assignment-status
               set open-error-found to true
           end-if

           open input sightings-file
           if sightings-file-status not = "00"
               display "Error: unable to open SIGHTNGS, status="
                   sightings-file-status
               set open-error-found to true
           end-if

           open input visit-plan-file
           if visit-plan-status not = "00"
               display "Error: unable to open VISPLAN, status="
                   visit-plan-status
               set open-error-found to true
           end-if

           open input backup-file
           if backup-file-status not = "00"
               display "Error: unable to open ROSTBKUP, status="
                   backup-file-status
               set open-error-found to true
           end-if

           open output access-report-file
           if access-report-status not = "00"
               display "Error: unable to open SARRPT, status="
                   access-report-status
               set open-error-found to true
           end-if
           .

       close-access-files section.
           close roster-file
           close operator-file
           close signon-log-file
           close assignment-file
           close sightings-file
           close visit-plan-file
           close backup-file
           close access-report-file
           .

       report-roster-record section.
           move "Roster record" to sar-section-title
           write access-report-line from access-section-line

           move spaces to subject-last-name
           move subject-member-number to ro-member-number
           read roster-file key is ro-member-number
               invalid key
                   continue
               not invalid key
                   set member-found to true
                   move ro-last-name to subject-last-name
           end-read

           if member-found
               perform write-roster-fields
           else
               write access-report-line from access-none-line
           end-if
           .

       write-roster-fields section.
           move spaces to access-field-line
           move "First name:"     to sar-field-label
           move ro-first-name     to sar-field-value
           write access-report-line from access-field-line
           move "Last name:"      to sar-field-label
           move ro-last-name      to sar-field-value
           write access-report-line from access-field-line
           move "Gender:"         to sar-field-label
           move ro-gender         to sar-field-value
           write access-report-line from access-field-line
           move "Role:"           to sar-field-label
           move ro-role           to sar-field-value
           write access-report-line from access-field-line
           move "Joined:"         to sar-field-label
           move ro-hire-date      to sar-field-value
           write access-report-line from access-field-line
           move "Address:"        to sar-field-label
           move ro-address-line-1 to sar-field-value
           write access-report-line from access-field-line
           move spaces            to sar-field-label
           move ro-address-line-2 to sar-field-value
           write access-report-line from access-field-line
           move "Postcode:"       to sar-field-label
           move ro-postcode       to sar-field-value
           write access-report-line from access-field-line
           move "Email:"          to sar-field-label
           move ro-email          to sar-field-value
           write access-report-line from access-field-line
           move "Phone:"          to sar-field-label
           move ro-phone          to sar-field-value
           write access-report-line from access-field-line
           .

      * OPERMAST has no key on the member link, so every operator is
      * read; the ids found are kept for the sign-on history.
       report-operator-ids section.
           move spaces to access-report-line
           write access-report-line
           move "Operator ids" to sar-section-title
           write access-report-line from access-section-line

           move "N" to file-eof-switch
           move low-values to op-operator-id
           start operator-file key is not less than op-operator-id
               invalid key
                   set file-eof to true
           end-start
           perform read-next-operator
           perform until file-eof
               if op-member-number = subject-member-number
                   add 1 to operator-ids-count
                   perform keep-operator-id
                   perform write-operator-detail
               end-if
               perform read-next-operator
           end-perform

           if operator-ids-count = zero
               write access-report-line from access-none-line
           end-if
           .

       read-next-operator section.
           if not file-eof
               read operator-file next record
                   at end
                       set file-eof to true
               end-read
           end-if
           .

       keep-operator-id section.
           if operator-id-count < 20
               add 1 to operator-id-count
               move op-operator-id
                   to operator-id-entry (operator-id-count)
           else
               display "Warning: operator id table full - "
                   op-operator-id
           end-if
           .

       write-operator-detail section.
           move op-operator-id     to sar-operator-id
           move op-authority-level to sar-authority-level
           move op-expiry-date     to sar-expiry-date
           evaluate true
               when op-active
                   move "active"   to sar-operator-status
               when op-revoked
                   move "revoked"  to sar-operator-status
               when op-locked
                   move "locked"   to sar-operator-status
               when other
                   move op-status  to sar-operator-status
           end-evaluate
           write access-report-line from access-operator-line
           .

       report-signon-history section.
           move spaces to access-report-line
           write access-report-line
           move "Sign-on attempts" to sar-section-title
           write access-report-line from access-section-line

           move "N" to file-eof-switch
           perform read-next-signon
           perform until file-eof
               perform find-operator-id
               if entry-found
                   add 1 to signons-count
                   move so-operator-id  to sar-so-operator-id
                   move so-program-name to sar-so-program-name
                   move so-attempt-date to sar-so-attempt-date
                   move so-attempt-time to sar-so-attempt-time
                   move so-result       to sar-so-result
                   move so-reason       to sar-so-reason
                   write access-report-line from access-signon-line
               end-if
               perform read-next-signon
           end-perform

           if signons-count = zero
               write access-report-line from access-none-line
           end-if
           .

       read-next-signon section.
           if not file-eof
               read signon-log-file
                   at end
                       set file-eof to true
               end-read
           end-if
           .

       find-operator-id section.
           move "N" to entry-found-switch
           move 1 to operator-id-sub
           perform until entry-found
                   or operator-id-sub > operator-id-count
               if operator-id-entry (operator-id-sub) = so-operator-id
                   set entry-found to true
               else
                   add 1 to operator-id-sub
               end-if
           end-perform
           .

       report-assignments section.
           move spaces to access-report-line
           write access-report-line
           move "Survey lead assignments" to sar-section-title
           write access-report-line from access-section-line

           move "N" to file-eof-switch
           move low-values to sa-assignment-key
           start assignment-file key is not less than
                   sa-assignment-key
               invalid key
                   set file-eof to true
           end-start
           perform read-next-assignment
           perform until file-eof
               if sa-lead-member-number = subject-member-number
                   add 1 to assignments-count
                   move sa-survey-year    to sar-survey-year
                   move sa-species        to sar-species
                   move sa-lead-last-name to sar-lead-last-name
                   write access-report-line
                       from access-assignment-line
               end-if
               perform read-next-assignment
           end-perform

           if assignments-count = zero
               write access-report-line from access-none-line
           end-if
           .

       read-next-assignment section.
           if not file-eof
               read assignment-file next record
                   at end
                       set file-eof to true
               end-read
           end-if
           .

      * A sheet is the member's when its visit link names them, or,
      * with no visit link, when the observer is their last name.
       report-sheets section.
           move spaces to access-report-line
           write access-report-line
           move "Count sheets" to sar-section-title
           write access-report-line from access-section-line

           move "N" to file-eof-switch
           move low-values to sg-sheet-key
           start sightings-file key is not less than sg-sheet-key
               invalid key
                   set file-eof to true
           end-start
           perform read-next-sheet
           perform until file-eof
               move spaces to sar-sheet-match
               if sg-visit-member-number = subject-member-number
                   move "visit member" to sar-sheet-match
               else
                   if sg-visit-member-number = zero
                           and member-found
                           and sg-observer-last-name
                               = subject-last-name
                       move "observer name" to sar-sheet-match
                   end-if
               end-if
               if sar-sheet-match not = spaces
                   add 1 to sheets-count
                   move sg-site-code          to sar-site-code
                   move sg-observation-date   to sar-observation-date
                   move sg-observer-last-name to sar-observer
                   move sg-species-code       to sar-species-code
                   move sg-sighting-count     to sar-sighting-count
                   write access-report-line from access-sheet-line
               end-if
               perform read-next-sheet
           end-perform

           if sheets-count = zero
               write access-report-line from access-none-line
           end-if
           .

       read-next-sheet section.
           if not file-eof
               read sightings-file next record
                   at end
                       set file-eof to true
               end-read
           end-if
           .

       report-visit-slots section.
           move spaces to access-report-line
           write access-report-line
           move "Visit plan slots" to sar-section-title
           write access-report-line from access-section-line

           move "N" to file-eof-switch
           move subject-member-number to vp-member-number
           move zero to vp-booking-date
           start visit-plan-file key is not less than vp-booking-key
               invalid key
                   set file-eof to true
           end-start
           perform read-next-slot
           perform until file-eof
               add 1 to slots-count
               move vp-site-code        to sar-slot-site-code
               move vp-visit-date       to sar-slot-date
               move vp-member-last-name to sar-slot-last-name
               move spaces              to sar-slot-note
               if vp-reassigned
                   move "reassigned" to sar-slot-note
               end-if
               write access-report-line from access-slot-line
               perform read-next-slot
           end-perform

           if slots-count = zero
               write access-report-line from access-none-line
           end-if
           .

       read-next-slot section.
           if not file-eof
               read visit-plan-file next record
                   at end
                       set file-eof to true
                   not at end
                       if vp-member-number not = subject-member-number
                           set file-eof to true
                       end-if
               end-read
           end-if
           .

      * ROSTBKUP is every backup generation read as one file, newest
      * first as the generation group is concatenated; each generation
      * ends with its trailer record, so the copies are labelled 0,
      * -1, -2 and so on back from the latest backup.
       report-roster-backups section.
           move spaces to access-report-line
           write access-report-line
           move "Roster backup copies" to sar-section-title
           write access-report-line from access-section-line

           move "N" to file-eof-switch
           perform read-next-backup
           perform until file-eof
               if backup-record (1:16) = "*BACKUP TRAILER*"
                   subtract 1 from backup-generation
               else
                   move backup-record to backup-work
                   if bkw-member-number = member-param
                       add 1 to backups-count
                       perform write-backup-detail
                   end-if
               end-if
               perform read-next-backup
           end-perform

           if backups-count = zero
               write access-report-line from access-none-line
           end-if
           .

       read-next-backup section.
           if not file-eof
               read backup-file
                   at end
                       set file-eof to true
               end-read
           end-if
           .

       write-backup-detail section.
           move backup-record to roster-master-record
           move backup-generation to sar-backup-generation
           move ro-first-name     to sar-backup-first-name
           move ro-last-name      to sar-backup-last-name
           move ro-postcode       to sar-backup-postcode
           move ro-email          to sar-backup-email
           write access-report-line from access-backup-line
           .

       write-access-headings section.
           move subject-member-number to sar-member-number
           move current-run-date      to sar-run-date
           write access-report-line from access-heading-line
           move spaces to access-report-line
           write access-report-line
           .

       write-access-totals section.
           move spaces to access-report-line
           write access-report-line

           move spaces to access-count-line
           move "Operator ids:"         to sar-count-label
           move operator-ids-count      to sar-count-value
           write access-report-line from access-count-line

           move "Sign-on attempts:"     to sar-count-label
           move signons-count           to sar-count-value
           write access-report-line from access-count-line

           move "Assignments:"          to sar-count-label
           move assignments-count       to sar-count-value
           write access-report-line from access-count-line

           move "Count sheets:"         to sar-count-label
           move sheets-count            to sar-count-value
           write access-report-line from access-count-line

           move "Visit plan slots:"     to sar-count-label
           move slots-count             to sar-count-value
           write access-report-line from access-count-line

           move "Backup copies:"        to sar-count-label
           move backups-count           to sar-count-value
           write access-report-line from access-count-line
           .
