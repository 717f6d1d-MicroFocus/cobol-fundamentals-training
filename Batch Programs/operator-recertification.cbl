      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. Quarterly operator access
      *               recertification.  Every operator on OPERMAST is
      *               listed (RCRTLST) with their authority level and
      *               status, their last accepted sign-on on SIGNLOG,
      *               their rejected sign-on attempts and lockouts in
      *               the quarter, and the role and roster status of
      *               the ROSTER member they are linked to.  An operator
      *               with no accepted sign-on in the last RCRTDAYS
      *               days (default 90) is flagged dormant, and one
      *               linked to nobody, to a member no longer on the
      *               roster or erased, or to a member who is not staff
      *               or a survey lead is flagged as well.  Each flagged
      *               operator not already revoked gets a revoke
      *               transaction in the OPERTRAN layout (RCRTTRAN,
      *               see operator-maint-transaction.cpy), which is
      *               only posted by operator-master-maint once a
      *               supervisor has signed the listing off.  The
      *               quarter is the calendar quarter before the run
      *               date; set RCRTQTR=yyyyq for another quarter.
      *               Operators beyond the listing's table are counted
      *               and the listing is marked INCOMPLETE above the
      *               sign-off, with return code 8, so it cannot be
      *               signed off as covering every operator.

       identification division.
       program-id. operator-recertification.

       environment division.
       input-output section.
       file-control.
           select operator-file assign to "OPERMAST"
               organization is indexed
               access mode is dynamic
               record key is op-operator-id
               file status is operator-status.

           select signon-log-file assign to "SIGNLOG"
               organization is line sequential
               file status is signon-log-status.

           select roster-file assign to "ROSTER"
               organization is indexed
               access mode is dynamic
               record key is ro-member-number
               alternate record key is ro-last-name
                   with duplicates
               file status is roster-status.

           select recert-listing-file assign to "RCRTLST"
               organization is line sequential
               file status is recert-listing-status.

           select revoke-transaction-file assign to "RCRTTRAN"
               organization is line sequential
               file status is revoke-transaction-status.

       data division.
       file section.
       fd  operator-file.
       copy operator-record.

       fd  signon-log-file.
       copy signon-log-record.

       fd  roster-file.
       copy roster-record.

       fd  recert-listing-file.
       01  recert-listing-line         pic x(132).

       fd  revoke-transaction-file.
       copy operator-maint-transaction.

       working-storage section.
       01  operator-status             pic xx.
       01  signon-log-status           pic xx.
       01  roster-status               pic xx.
       01  recert-listing-status       pic xx.
       01  revoke-transaction-status   pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  recert-switches.
           05  file-eof-switch         pic x(01) value "N".
               88  file-eof                value "Y".
           05  entry-found-switch      pic x(01) value "N".
               88  entry-found             value "Y".
           05  operator-full-switch    pic x(01) value "N".
               88  operator-table-full     value "Y".
           05  dormant-switch          pic x(01) value "N".
               88  operator-dormant        value "Y".
           05  member-flag-switch      pic x(01) value "N".
               88  member-flagged          value "Y".

       01  current-run-date            pic 9(08).
       01  current-run-date-r redefines current-run-date.
           05  current-year            pic 9(04).
           05  current-month           pic 9(02).
           05  current-day             pic 9(02).

       01  dormant-days                pic 9(03) value 90.
       01  dormant-days-param          pic x(03).

       01  recert-quarter-param        pic x(05).
       01  recert-quarter-param-r redefines recert-quarter-param.
           05  quarter-param-year      pic 9(04).
           05  quarter-param-number    pic 9(01).
       01  recert-year                 pic 9(04).
       01  recert-quarter              pic 9(01).
       01  period-start-date           pic 9(08).
       01  period-start-date-r redefines period-start-date.
           05  period-start-year       pic 9(04).
           05  period-start-month      pic 9(02).
           05  period-start-day        pic 9(02).
       01  period-end-date             pic 9(08).
       01  period-end-date-r redefines period-end-date.
           05  period-end-year         pic 9(04).
           05  period-end-month        pic 9(02).
           05  period-end-day          pic 9(02).

       01  date-work                   pic 9(08).
       01  date-work-r redefines date-work.
           05  date-work-year          pic 9(04).
           05  date-work-month         pic 9(02).
           05  date-work-day           pic 9(02).

      * Day numbers count days from a fixed origin so that two dates
      * can be subtracted; March is taken as the first month of the
      * year so the leap day falls at the end.
       01  day-number-fields.
           05  day-number-year         pic 9(05).
           05  day-number-month        pic 9(02).
           05  day-number-quotient     pic 9(07).
           05  day-number              pic 9(09).
       01  run-day-number              pic 9(09).
       01  days-dormant                pic 9(09).

      * Every operator on OPERMAST in operator id order, with what the
      * sign-on log says about them.
       01  operator-table.
           05  operator-count          pic 9(03) value zero.
           05  operator-entry occurs 500 times.
               10  ope-operator-id     pic x(08).
               10  ope-authority-level pic 9(01).
               10  ope-status          pic x(01).
                   88  ope-revoked         value "R".
               10  ope-expiry-date     pic 9(08).
               10  ope-member-number   pic 9(05).
               10  ope-last-accept-date pic 9(08).
               10  ope-failed-count    pic 9(05).
               10  ope-lockout-count   pic 9(03).
               10  ope-locked-switch   pic x(01).
                   88  ope-locked-out      value "Y".
       01  operator-sub                pic 9(03).

       01  member-role                 pic x(02).
       01  member-roster-status        pic x(14).

       01  recert-counters.
           05  operators-listed-count  pic 9(05) value zero.
           05  operators-skipped-count pic 9(05) value zero.
           05  dormant-count           pic 9(05) value zero.
           05  member-flag-count       pic 9(05) value zero.
           05  already-revoked-count   pic 9(05) value zero.
           05  revokes-written-count   pic 9(05) value zero.
           05  log-records-read-count  pic 9(07) value zero.
           05  log-unknown-count       pic 9(07) value zero.

       01  recert-heading-line.
           05  filler                  pic x(40) value
                   "Operator Access Recertification".
           05  filler                  pic x(09) value "Quarter:".
           05  rct-year                pic 9(04).
           05  filler                  pic x(02) value " Q".
           05  rct-quarter             pic 9(01).
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(09) value "Run Date:".
           05  filler                  pic x(01) value space.
           05  rct-run-date            pic 9(08).

       01  recert-period-line.
           05  filler                  pic x(08) value "Period:".
           05  rct-period-start        pic 9(08).
           05  filler                  pic x(04) value " to ".
           05  rct-period-end          pic 9(08).
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(21) value
                   "Dormant after days:".
           05  rct-dormant-days        pic zz9.

       01  recert-column-heading.
           05  filler                  pic x(10) value "Operator".
           05  filler                  pic x(05) value "Auth".
           05  filler                  pic x(04) value "St".
           05  filler                  pic x(10) value "Expires".
           05  filler                  pic x(10) value "Last On".
           05  filler                  pic x(07) value "Days".
           05  filler                  pic x(07) value "Fails".
           05  filler                  pic x(06) value "Locks".
           05  filler                  pic x(07) value "Member".
           05  filler                  pic x(05) value "Role".
           05  filler                  pic x(16) value "Member Status".
           05  filler                  pic x(30) value "Flags".

       01  recert-detail-line.
           05  rct-operator-id         pic x(08).
           05  filler                  pic x(02) value spaces.
           05  rct-authority-level     pic 9(01).
           05  filler                  pic x(04) value spaces.
           05  rct-status              pic x(01).
           05  filler                  pic x(03) value spaces.
           05  rct-expiry-date         pic 9(08).
           05  filler                  pic x(02) value spaces.
           05  rct-last-accept         pic x(08).
           05  filler                  pic x(02) value spaces.
           05  rct-days-dormant        pic x(05).
           05  filler                  pic x(02) value spaces.
           05  rct-failed-count        pic zzzz9.
           05  filler                  pic x(02) value spaces.
           05  rct-lockout-count       pic zz9.
           05  filler                  pic x(03) value spaces.
           05  rct-member-number       pic 9(05).
           05  filler                  pic x(02) value spaces.
           05  rct-member-role         pic x(02).
           05  filler                  pic x(03) value spaces.
           05  rct-member-status       pic x(14).
           05  filler                  pic x(02) value spaces.
           05  rct-flags               pic x(37).

       01  recert-days-edit            pic zzzz9.

       01  recert-count-line.
           05  rct-count-label         pic x(37).
           05  rct-count-value         pic zzzzzz9.

       01  recert-signoff-line.
           05  rct-signoff-text        pic x(70).

       procedure division.
           accept current-run-date from date yyyymmdd

           accept dormant-days-param from environment "RCRTDAYS"
           if dormant-days-param is numeric
               move dormant-days-param to dormant-days
           end-if

           perform set-recert-period

           move current-run-date to date-work
           perform compute-day-number
           move day-number to run-day-number

           perform open-recert-files

           if not open-error-found
               perform load-operators
               perform scan-signon-log
               perform write-recert-headings
               perform write-recert-details
               perform write-recert-totals
           end-if

           perform close-recert-files

           if open-error-found
               move 16 to return-code
           else
               if operator-table-full
                   move 8 to return-code
               end-if
           end-if

           goback
           .

      * The calendar quarter before the run date's quarter, unless
      * RCRTQTR names one.
       set-recert-period section.
           accept recert-quarter-param from environment "RCRTQTR"
           if recert-quarter-param is numeric
                   and quarter-param-number > zero
                   and quarter-param-number < 5
               move quarter-param-year   to recert-year
               move quarter-param-number to recert-quarter
           else
               move current-year to recert-year
               compute recert-quarter = (current-month + 2) / 3
               if recert-quarter = 1
                   subtract 1 from recert-year
                   move 4 to recert-quarter
               else
                   subtract 1 from recert-quarter
               end-if
           end-if

           move recert-year to period-start-year
           move recert-year to period-end-year
           compute period-start-month = recert-quarter * 3 - 2
           compute period-end-month   = recert-quarter * 3
           move 1 to period-start-day
           if recert-quarter = 1 or recert-quarter = 4
               move 31 to period-end-day
           else
               move 30 to period-end-day
           end-if
           .

       open-recert-files section.
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

           open input roster-file
           if roster-status not = "00"
               display "Error: unable to open ROSTER, status="
                   roster-status
               set open-error-found to true
           end-if

           open output recert-listing-file
           if recert-listing-status not = "00"
               display "Error: unable to open RCRTLST, status="
                   recert-listing-status
               set open-error-found to true
           end-if

           open output revoke-transaction-file
           if revoke-transaction-status not = "00"
               display "Error: unable to open RCRTTRAN, status="
                   revoke-transaction-status
               set open-error-found to true
           end-if
           .

       close-recert-files section.
           close operator-file
           close signon-log-file
           close roster-file
           close recert-listing-file
           close revoke-transaction-file
           .

       load-operators section.
           move "N" to file-eof-switch
           move low-values to op-operator-id
           start operator-file key is not less than op-operator-id
               invalid key
                   set file-eof to true
           end-start
           perform read-next-operator
           perform until file-eof
               if operator-count < 500
                   add 1 to operator-count
                   move operator-count to operator-sub
                   perform store-operator-entry
               else
                   if not operator-table-full
                       display "Warning: operator table full - "
                           op-operator-id
                       set operator-table-full to true
                   end-if
                   add 1 to operators-skipped-count
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

       store-operator-entry section.
           move op-operator-id     to ope-operator-id (operator-sub)
           move op-authority-level to ope-authority-level (operator-sub)
           move op-status          to ope-status (operator-sub)
           move op-expiry-date     to ope-expiry-date (operator-sub)
           move op-member-number   to ope-member-number (operator-sub)
           move zero to ope-last-accept-date (operator-sub)
           move zero to ope-failed-count (operator-sub)
           move zero to ope-lockout-count (operator-sub)
           move "N"  to ope-locked-switch (operator-sub)
           .

      * The log is in the order the attempts were made.  A lockout is
      * logged on the attempt that locks the id and again on every
      * attempt while it stays locked, so only the first of a run of
      * lockout rejects counts as a lockout.  An accepted sign-on, or
      * any other reject - the id has been unlocked and a wrong
      * password is being tried again - ends the run, so a second
      * lockout later in the quarter is counted too.
       scan-signon-log section.
           move "N" to file-eof-switch
           perform until file-eof
               read signon-log-file
                   at end
                       set file-eof to true
                   not at end
                       add 1 to log-records-read-count
                       perform apply-signon-attempt
               end-read
           end-perform
           .

       apply-signon-attempt section.
           perform find-log-operator
           if not entry-found
               add 1 to log-unknown-count
           else
               if so-accepted
                   move "N" to ope-locked-switch (operator-sub)
                   if so-attempt-date
                           > ope-last-accept-date (operator-sub)
                       move so-attempt-date
                           to ope-last-accept-date (operator-sub)
                   end-if
               end-if
               if so-rejected
                   perform count-rejected-attempt
               end-if
           end-if
           .

       count-rejected-attempt section.
           if so-reason = "operator locked out"
               if not ope-locked-out (operator-sub)
                   set ope-locked-out (operator-sub) to true
                   if so-attempt-date not < period-start-date
                           and so-attempt-date not > period-end-date
                       add 1 to ope-lockout-count (operator-sub)
                   end-if
               end-if
           else
               move "N" to ope-locked-switch (operator-sub)
           end-if
           if so-attempt-date not < period-start-date
                   and so-attempt-date not > period-end-date
               add 1 to ope-failed-count (operator-sub)
           end-if
           .

       find-log-operator section.
           move "N" to entry-found-switch
           move 1 to operator-sub
           perform until entry-found or operator-sub > operator-count
               if ope-operator-id (operator-sub) = so-operator-id
                   set entry-found to true
               else
                   add 1 to operator-sub
               end-if
           end-perform
           .

      * Converts date-work (yyyymmdd) to a day number.
       compute-day-number section.
           move date-work-year  to day-number-year
           move date-work-month to day-number-month
           if day-number-month < 3
               subtract 1 from day-number-year
               add 12 to day-number-month
           end-if

           multiply day-number-year by 365 giving day-number
           divide day-number-year by 4 giving day-number-quotient
           add day-number-quotient to day-number
           divide day-number-year by 100 giving day-number-quotient
           subtract day-number-quotient from day-number
           divide day-number-year by 400 giving day-number-quotient
           add day-number-quotient to day-number
           compute day-number-quotient =
               (153 * (day-number-month - 3) + 2) / 5
           add day-number-quotient to day-number
           add date-work-day to day-number
           .

       write-recert-headings section.
           move recert-year      to rct-year
           move recert-quarter   to rct-quarter
           move current-run-date to rct-run-date
           write recert-listing-line from recert-heading-line
           move period-start-date to rct-period-start
           move period-end-date   to rct-period-end
           move dormant-days      to rct-dormant-days
           write recert-listing-line from recert-period-line
           move spaces to recert-listing-line
           write recert-listing-line
           write recert-listing-line from recert-column-heading
           .

       write-recert-details section.
           move 1 to operator-sub
           perform until operator-sub > operator-count
               perform recertify-one-operator
               add 1 to operator-sub
           end-perform
           .

       recertify-one-operator section.
           add 1 to operators-listed-count
           move "N" to dormant-switch
           move "N" to member-flag-switch

           move spaces to recert-detail-line
           move ope-operator-id (operator-sub)     to rct-operator-id
           move ope-authority-level (operator-sub)
               to rct-authority-level
           move ope-status (operator-sub)          to rct-status
           move ope-expiry-date (operator-sub)     to rct-expiry-date
           move ope-failed-count (operator-sub)    to rct-failed-count
           move ope-lockout-count (operator-sub)   to rct-lockout-count
           move ope-member-number (operator-sub)   to rct-member-number

           perform check-dormancy
           perform check-linked-member
           move member-role          to rct-member-role
           move member-roster-status to rct-member-status

           if operator-dormant
               add 1 to dormant-count
           end-if
           if member-flagged
               add 1 to member-flag-count
           end-if
           perform set-recert-flags

           write recert-listing-line from recert-detail-line
           .

       check-dormancy section.
           if ope-last-accept-date (operator-sub) = zero
               move "never" to rct-last-accept
               move spaces  to rct-days-dormant
               set operator-dormant to true
           else
               move ope-last-accept-date (operator-sub)
                   to rct-last-accept
               move ope-last-accept-date (operator-sub) to date-work
               perform compute-day-number
               move zero to days-dormant
               if day-number < run-day-number
                   subtract day-number from run-day-number
                       giving days-dormant
               end-if
               move days-dormant to recert-days-edit
               move recert-days-edit to rct-days-dormant
               if days-dormant > dormant-days
                   set operator-dormant to true
               end-if
           end-if
           .

       check-linked-member section.
           move spaces to member-role
           if ope-member-number (operator-sub) = zero
               move "not linked" to member-roster-status
               set member-flagged to true
           else
               move ope-member-number (operator-sub) to ro-member-number
               read roster-file key is ro-member-number
                   invalid key
                       move "not on roster" to member-roster-status
                       set member-flagged to true
                   not invalid key
                       move ro-role to member-role
                       if ro-last-name (1:7) = "ERASED-"
                           move "erased" to member-roster-status
                           set member-flagged to true
                       else
                           move "on roster" to member-roster-status
                           if not ro-staff and not ro-survey-lead
                               set member-flagged to true
                           end-if
                       end-if
               end-read
           end-if
           .

      * An operator already revoked needs no revoke; any other flagged
      * operator gets one for the supervisor to sign off.
       set-recert-flags section.
           if operator-dormant and member-flagged
               move "DORMANT, NOT STAFF/LEAD" to rct-flags
           else
               if operator-dormant
                   move "DORMANT" to rct-flags
               end-if
               if member-flagged
                   move "NOT STAFF/LEAD" to rct-flags
               end-if
           end-if

           if operator-dormant or member-flagged
               if ope-revoked (operator-sub)
                   add 1 to already-revoked-count
                   move "revoked" to rct-flags (25:7)
               else
                   perform write-revoke-transaction
                   move "REVOKE" to rct-flags (25:6)
               end-if
           end-if
           .

       write-revoke-transaction section.
           move spaces to operator-maint-transaction
           set omt-revoke-action to true
           move ope-operator-id (operator-sub) to omt-operator-id
           write operator-maint-transaction
           add 1 to revokes-written-count
           .

       write-recert-totals section.
           move spaces to recert-listing-line
           write recert-listing-line

           move spaces to recert-count-line
           move "Operators listed:"           to rct-count-label
           move operators-listed-count        to rct-count-value
           write recert-listing-line from recert-count-line

           if operator-table-full
               move "INCOMPLETE - operators not reviewed:"
                   to rct-count-label
               move operators-skipped-count   to rct-count-value
               write recert-listing-line from recert-count-line
           end-if

           move "Flagged dormant:"            to rct-count-label
           move dormant-count                 to rct-count-value
           write recert-listing-line from recert-count-line

           move "Flagged not staff or lead:"  to rct-count-label
           move member-flag-count             to rct-count-value
           write recert-listing-line from recert-count-line

           move "Flagged but already revoked:" to rct-count-label
           move already-revoked-count         to rct-count-value
           write recert-listing-line from recert-count-line

           move "Revoke transactions written:" to rct-count-label
           move revokes-written-count         to rct-count-value
           write recert-listing-line from recert-count-line

           move "Sign-on log records read:"   to rct-count-label
           move log-records-read-count        to rct-count-value
           write recert-listing-line from recert-count-line

           move "  for ids not on OPERMAST:"  to rct-count-label
           move log-unknown-count             to rct-count-value
           write recert-listing-line from recert-count-line

           move spaces to recert-listing-line
           write recert-listing-line
           move "Revocations marked REVOKE reviewed and approved."
               to rct-signoff-text
           write recert-listing-line from recert-signoff-line
           move spaces to recert-listing-line
           write recert-listing-line
           move "Supervisor: ____________________    Date: __________"
               to rct-signoff-text
           write recert-listing-line from recert-signoff-line
           .
