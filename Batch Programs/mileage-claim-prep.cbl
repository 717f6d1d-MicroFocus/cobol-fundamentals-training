      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. Volunteer mileage claims.  Each
      *               MILECLM claim (see mileage-claim-record.cpy)
      *               names a ROSTER member, a SITEMAST site, the
      *               visit date and the miles; the member and site
      *               must be on file, the date valid and not in the
      *               future, the miles above zero, and a member may
      *               claim a site and date only once in a batch.  An
      *               accepted claim is priced at the MILERATE rate in
      *               force on the visit date (see
      *               mileage-rate-record.cpy) and appended to RAWTRAN
      *               as a multiplication of miles by rate, so the
      *               claim is edited by trans-file-prep, posted by
      *               my-program to AUDITFILE and CALCTOTS like any
      *               other calculation and proved by audit-balance.
      *               The claims register (MILEREG) lists the accepted
      *               claims by member with member totals, then the
      *               rejected claims with the reason.  The payment
      *               extract (MILEPAY, see mileage-payment-record.cpy)
      *               carries one payment per member between a header
      *               and trailer holding the payment count and total.
      *               A rejected claim sets RETURN-CODE 4.

       identification division.
       program-id. mileage-claim-prep.

       environment division.
       input-output section.
       file-control.
           select mileage-claim-file assign to "MILECLM"
               organization is line sequential
               file status is mileage-claim-status.

           select mileage-rate-file assign to "MILERATE"
               organization is line sequential
               file status is mileage-rate-status.

           select roster-file assign to "ROSTER"
               organization is indexed
               access mode is dynamic
               record key is ro-member-number
               alternate record key is ro-last-name
                   with duplicates
               file status is roster-status.

           select site-master-file assign to "SITEMAST"
               organization is indexed
               access mode is dynamic
               record key is sm-site-code
               file status is site-master-status.

           select raw-trans-file assign to "RAWTRAN"
               organization is line sequential
               file status is raw-trans-status.

           select mileage-payment-file assign to "MILEPAY"
               organization is line sequential
               file status is mileage-payment-status.

           select mileage-register-file assign to "MILEREG"
               organization is line sequential
               file status is mileage-register-status.

       data division.
       file section.
       fd  mileage-claim-file.
       copy mileage-claim-record.

       fd  mileage-rate-file.
       copy mileage-rate-record.

       fd  roster-file.
       copy roster-record.

       fd  site-master-file.
       copy site-master-record.

      * The clerks' raw detail line, as trans-file-prep reads it.
       fd  raw-trans-file.
       01  raw-transaction-record.
           05  rt-first-number         pic s9(5)v9(2).
           05  rt-second-number        pic s9(5)v9(2).
           05  rt-function-switch      pic x(01).

       fd  mileage-payment-file.
       copy mileage-payment-record.

       fd  mileage-register-file.
       01  register-line               pic x(100).

       working-storage section.
       01  mileage-claim-status        pic xx.
       01  mileage-rate-status         pic xx.
       01  roster-status               pic xx.
       01  site-master-status          pic xx.
       01  raw-trans-status            pic xx.
       01  mileage-payment-status      pic xx.
       01  mileage-register-status     pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  mileage-switches.
           05  claim-eof-switch        pic x(01) value "N".
               88  claim-eof               value "Y".
           05  rate-eof-switch         pic x(01) value "N".
               88  rate-eof                value "Y".
           05  claim-reject-switch     pic x(01) value "N".
               88  claim-rejected          value "Y".
           05  claim-full-switch       pic x(01) value "N".
               88  claim-table-full        value "Y".
           05  member-full-switch      pic x(01) value "N".
               88  member-table-full       value "Y".
       01  claim-reject-reason         pic x(30).

       01  current-run-date            pic 9(08).

       01  date-work                   pic 9(08).
       01  date-work-r redefines date-work.
           05  date-work-year          pic 9(04).
           05  date-work-month         pic 9(02).
           05  date-work-day           pic 9(02).

       01  rate-table.
           05  rate-count              pic 9(03) value zero.
           05  rate-entry occurs 100 times.
               10  rte-effective-date  pic 9(08).
               10  rte-rate-per-mile   pic 9(01)v9(02).
       01  rate-sub                    pic 9(03).
       01  rate-found-date             pic 9(08).
       01  claim-rate                  pic 9(01)v9(02).

      * Every claim read, accepted or not, in the order read; the
      * register prints the accepted ones by member from this table.
       01  claim-table.
           05  claim-count             pic 9(04) value zero.
           05  claim-entry occurs 2000 times.
               10  cle-member-number   pic 9(05).
               10  cle-site-code       pic x(04).
               10  cle-visit-date      pic 9(08).
               10  cle-miles           pic 9(04).
               10  cle-rate            pic 9(01)v9(02).
               10  cle-amount          pic 9(05)v9(02).
               10  cle-status          pic x(01).
                   88  cle-accepted        value "A".
                   88  cle-rejected        value "R".
               10  cle-reject-reason   pic x(30).
       01  claim-sub                   pic 9(04).
       01  check-sub                   pic 9(04).

      * Members with an accepted claim, held in member number order.
       01  member-table.
           05  member-count            pic 9(03) value zero.
           05  member-entry occurs 500 times.
               10  mbe-member-number   pic 9(05).
               10  mbe-first-name      pic x(15).
               10  mbe-last-name       pic x(15).
               10  mbe-claim-count     pic 9(03).
               10  mbe-miles           pic 9(06).
               10  mbe-amount          pic 9(07)v9(02).
       01  member-sub                  pic 9(03).
       01  insert-sub                  pic 9(03).
       01  shift-sub                   pic 9(03).

       01  claim-first-name            pic x(15).
       01  claim-last-name             pic x(15).

       01  mileage-counters.
           05  claims-read-count       pic 9(05) value zero.
           05  claims-accepted-count   pic 9(05) value zero.
           05  claims-rejected-count   pic 9(05) value zero.
           05  total-miles             pic 9(07) value zero.
           05  total-amount            pic 9(09)v9(02) value zero.

       01  register-heading-line.
           05  filler                  pic x(38) value
                   "Mileage Claims Register".
           05  filler                  pic x(09) value "Run Date:".
           05  filler                  pic x(01) value space.
           05  reg-run-date            pic 9(08).

       01  register-section-line.
           05  reg-section-title       pic x(40).

       01  register-column-heading.
           05  filler                  pic x(08) value spaces.
           05  filler                  pic x(06) value "Site".
           05  filler                  pic x(10) value "Date".
           05  filler                  pic x(07) value "Miles".
           05  filler                  pic x(07) value "Rate".
           05  filler                  pic x(12) value "Amount".

       01  register-member-line.
           05  filler                  pic x(08) value "Member".
           05  reg-mbr-number          pic 9(05).
           05  filler                  pic x(02) value spaces.
           05  reg-mbr-first-name      pic x(15).
           05  filler                  pic x(01) value space.
           05  reg-mbr-last-name       pic x(15).

       01  register-claim-line.
           05  filler                  pic x(08) value spaces.
           05  reg-site-code           pic x(04).
           05  filler                  pic x(02) value spaces.
           05  reg-visit-date          pic 9(08).
           05  filler                  pic x(02) value spaces.
           05  reg-miles               pic zzz9.
           05  filler                  pic x(03) value spaces.
           05  reg-rate                pic 9.99.
           05  filler                  pic x(02) value spaces.
           05  reg-amount              pic zz,zz9.99.

       01  register-member-total.
           05  filler                  pic x(08) value spaces.
           05  filler                  pic x(16) value "Member total".
           05  reg-mbr-miles           pic zzzzz9.
           05  filler                  pic x(09) value spaces.
           05  reg-mbr-amount          pic z,zzz,zz9.99.

       01  register-reject-heading.
           05  filler                  pic x(08) value "Member".
           05  filler                  pic x(06) value "Site".
           05  filler                  pic x(10) value "Date".
           05  filler                  pic x(07) value "Miles".
           05  filler                  pic x(30) value "Reason".

       01  register-reject-line.
           05  reg-rej-member-number   pic 9(05).
           05  filler                  pic x(03) value spaces.
           05  reg-rej-site-code       pic x(04).
           05  filler                  pic x(02) value spaces.
           05  reg-rej-visit-date      pic 9(08).
           05  filler                  pic x(02) value spaces.
           05  reg-rej-miles           pic 9(04).
           05  filler                  pic x(03) value spaces.
           05  reg-rej-reason          pic x(30).

       01  register-total-line.
           05  reg-tot-label           pic x(20).
           05  reg-tot-applied         pic zzzz9.
           05  filler                  pic x(03) value spaces.
           05  reg-tot-rejected-label  pic x(10).
           05  reg-tot-rejected        pic zzzz9.

       01  register-count-line.
           05  reg-cnt-label           pic x(20).
           05  reg-cnt-value           pic zzzzzz9.

       01  register-amount-line.
           05  reg-amt-label           pic x(20).
           05  reg-amt-value           pic zzz,zzz,zz9.99.

       procedure division.
           accept current-run-date from date yyyymmdd

           perform open-mileage-files

           if not open-error-found
               perform load-mileage-rates
               if rate-count = zero
                   display "Error: no valid rates on MILERATE"
                   set open-error-found to true
               end-if
           end-if

           if not open-error-found
               perform edit-mileage-claims
               perform write-claims-register
               perform write-raw-transactions
               perform write-payment-extract
           end-if

           perform close-mileage-files

           if open-error-found
               move 16 to return-code
           else
               if claims-rejected-count > zero
                   move 4 to return-code
               end-if
           end-if

           goback
           .

       open-mileage-files section.
           open input mileage-claim-file
           if mileage-claim-status not = "00"
               display "Error: unable to open MILECLM, status="
                   mileage-claim-status
               set open-error-found to true
           end-if

           open input mileage-rate-file
           if mileage-rate-status not = "00"
               display "Error: unable to open MILERATE, status="
                   mileage-rate-status
               set open-error-found to true
           end-if

           open input roster-file
           if roster-status not = "00"
               display "Error: unable to open ROSTER, status="
                   roster-status
               set open-error-found to true
           end-if

           open input site-master-file
           if site-master-status not = "00"
               display "Error: unable to open SITEMAST, status="
                   site-master-status
               set open-error-found to true
           end-if

           open extend raw-trans-file
           if raw-trans-status not = "00"
               display "Error: unable to open RAWTRAN, status="
                   raw-trans-status
               set open-error-found to true
           end-if

           open output mileage-payment-file
           if mileage-payment-status not = "00"
               display "Error: unable to open MILEPAY, status="
                   mileage-payment-status
               set open-error-found to true
           end-if

           open output mileage-register-file
           if mileage-register-status not = "00"
               display "Error: unable to open MILEREG, status="
                   mileage-register-status
               set open-error-found to true
           end-if
           .

       close-mileage-files section.
           close mileage-claim-file
           close mileage-rate-file
           close roster-file
           close site-master-file
           close raw-trans-file
           close mileage-payment-file
           close mileage-register-file
           .

       load-mileage-rates section.
           perform until rate-eof
               read mileage-rate-file
                   at end
                       set rate-eof to true
                   not at end
                       perform add-rate-entry
               end-read
           end-perform
           .

       add-rate-entry section.
           if mr-effective-date not numeric
                   or mr-rate-per-mile not numeric
               display "Warning: invalid MILERATE record ignored - "
                   mileage-rate-record
           else
               if rate-count < 100
                   add 1 to rate-count
                   move mr-effective-date
                       to rte-effective-date (rate-count)
                   move mr-rate-per-mile
                       to rte-rate-per-mile (rate-count)
               else
                   display "Warning: mileage rate table full - "
                       mr-effective-date
               end-if
           end-if
           .

       edit-mileage-claims section.
           perform until claim-eof
               read mileage-claim-file
                   at end
                       set claim-eof to true
                   not at end
                       add 1 to claims-read-count
                       perform edit-one-claim
               end-read
           end-perform
           .

       edit-one-claim section.
           move "N" to claim-reject-switch
           move spaces to claim-reject-reason
           move zero to claim-rate

           perform validate-claim
           if not claim-rejected
               perform find-claim-rate
           end-if
           if not claim-rejected
               perform check-duplicate-claim
           end-if

           if claim-count < 2000
               add 1 to claim-count
               move claim-count to claim-sub
               perform store-claim-entry
           else
               if not claim-table-full
                   display "Warning: mileage claim table full - "
                       mc-member-number
                   set claim-table-full to true
               end-if
               set claim-rejected to true
               add 1 to claims-rejected-count
           end-if
           .

       store-claim-entry section.
           move mc-member-number to cle-member-number (claim-sub)
           move mc-site-code     to cle-site-code (claim-sub)
           move mc-visit-date    to cle-visit-date (claim-sub)
           move mc-miles         to cle-miles (claim-sub)
           move claim-rate       to cle-rate (claim-sub)
           move zero             to cle-amount (claim-sub)

           if not claim-rejected
               perform add-claim-member
           end-if

           if claim-rejected
               add 1 to claims-rejected-count
               set cle-rejected (claim-sub) to true
               move claim-reject-reason
                   to cle-reject-reason (claim-sub)
           else
               add 1 to claims-accepted-count
               set cle-accepted (claim-sub) to true
               move spaces to cle-reject-reason (claim-sub)
               compute cle-amount (claim-sub) =
                   mc-miles * claim-rate
               add mc-miles to total-miles
               add cle-amount (claim-sub) to total-amount
               add 1 to mbe-claim-count (member-sub)
               add mc-miles to mbe-miles (member-sub)
               add cle-amount (claim-sub) to mbe-amount (member-sub)
           end-if
           .

       validate-claim section.
           if mc-member-number not numeric
               set claim-rejected to true
               move "member number not numeric"
                   to claim-reject-reason
           else
               move mc-member-number to ro-member-number
               read roster-file key is ro-member-number
                   invalid key
                       set claim-rejected to true
                       move "member not on roster"
                           to claim-reject-reason
                   not invalid key
                       move ro-first-name to claim-first-name
                       move ro-last-name  to claim-last-name
                       if ro-last-name (1:7) = "ERASED-"
                           set claim-rejected to true
                           move "member has been erased"
                               to claim-reject-reason
                       end-if
               end-read
           end-if

           if not claim-rejected
               move mc-site-code to sm-site-code
               read site-master-file key is sm-site-code
                   invalid key
                       set claim-rejected to true
                       move "site not on SITEMAST"
                           to claim-reject-reason
               end-read
           end-if

           if not claim-rejected
               perform validate-visit-date
           end-if

           if not claim-rejected
               if mc-miles not numeric or mc-miles = zero
                   set claim-rejected to true
                   move "miles not numeric or zero"
                       to claim-reject-reason
               end-if
           end-if
           .

       validate-visit-date section.
           if mc-visit-date not numeric
               set claim-rejected to true
               move "visit date not numeric"
                   to claim-reject-reason
           else
               move mc-visit-date to date-work
               if date-work-month < 1 or date-work-month > 12
                       or date-work-day < 1 or date-work-day > 31
                   set claim-rejected to true
                   move "visit date invalid"
                       to claim-reject-reason
               else
                   if mc-visit-date > current-run-date
                       set claim-rejected to true
                       move "visit date in the future"
                           to claim-reject-reason
                   end-if
               end-if
           end-if
           .

      * The rate in force is the one with the latest effective date
      * on or before the visit date.
       find-claim-rate section.
           move zero to rate-found-date
           move 1 to rate-sub
           perform until rate-sub > rate-count
               if rte-effective-date (rate-sub) not > mc-visit-date
                       and rte-effective-date (rate-sub)
                           not < rate-found-date
                   move rte-effective-date (rate-sub)
                       to rate-found-date
                   move rte-rate-per-mile (rate-sub) to claim-rate
               end-if
               add 1 to rate-sub
           end-perform

           if rate-found-date = zero
               set claim-rejected to true
               move "no mileage rate for visit date"
                   to claim-reject-reason
           end-if
           .

       check-duplicate-claim section.
           move 1 to check-sub
           perform until check-sub > claim-count or claim-rejected
               if cle-accepted (check-sub)
                       and cle-member-number (check-sub)
                           = mc-member-number
                       and cle-site-code (check-sub) = mc-site-code
                       and cle-visit-date (check-sub)
                           = mc-visit-date
                   set claim-rejected to true
                   move "duplicate claim in batch"
                       to claim-reject-reason
               end-if
               add 1 to check-sub
           end-perform
           .

      * Finds the member, or inserts them in member number order;
      * member-sub is left on the member's entry.
       add-claim-member section.
           move 1 to member-sub
           perform until member-sub > member-count
                   or mbe-member-number (member-sub)
                       not < mc-member-number
               add 1 to member-sub
           end-perform

           if member-sub > member-count
                   or mbe-member-number (member-sub)
                       not = mc-member-number
               if member-count < 500
                   perform insert-claim-member
               else
                   if not member-table-full
                       display "Warning: mileage member table full - "
                           mc-member-number
                       set member-table-full to true
                   end-if
                   set claim-rejected to true
                   move "member table full"
                       to claim-reject-reason
               end-if
           end-if
           .

       insert-claim-member section.
           move member-sub to insert-sub
           move member-count to shift-sub
           perform until shift-sub < insert-sub
               move member-entry (shift-sub)
                   to member-entry (shift-sub + 1)
               subtract 1 from shift-sub
           end-perform
           add 1 to member-count

           move mc-member-number to mbe-member-number (insert-sub)
           move claim-first-name to mbe-first-name (insert-sub)
           move claim-last-name  to mbe-last-name (insert-sub)
           move zero             to mbe-claim-count (insert-sub)
           move zero             to mbe-miles (insert-sub)
           move zero             to mbe-amount (insert-sub)
           .

       write-claims-register section.
           move current-run-date to reg-run-date
           write register-line from register-heading-line
           move spaces to register-line
           write register-line
           move "Accepted claims by member" to reg-section-title
           write register-line from register-section-line
           write register-line from register-column-heading

           move 1 to member-sub
           perform until member-sub > member-count
               perform write-member-claims
               add 1 to member-sub
           end-perform

           move spaces to register-line
           write register-line
           move "Rejected claims" to reg-section-title
           write register-line from register-section-line
           write register-line from register-reject-heading

           move 1 to claim-sub
           perform until claim-sub > claim-count
               if cle-rejected (claim-sub)
                   perform write-rejected-claim
               end-if
               add 1 to claim-sub
           end-perform

           perform write-register-totals
           .

       write-member-claims section.
           move spaces to register-line
           write register-line
           move mbe-member-number (member-sub) to reg-mbr-number
           move mbe-first-name (member-sub)    to reg-mbr-first-name
           move mbe-last-name (member-sub)     to reg-mbr-last-name
           write register-line from register-member-line

           move 1 to claim-sub
           perform until claim-sub > claim-count
               if cle-accepted (claim-sub)
                       and cle-member-number (claim-sub)
                           = mbe-member-number (member-sub)
                   move cle-site-code (claim-sub)  to reg-site-code
                   move cle-visit-date (claim-sub) to reg-visit-date
                   move cle-miles (claim-sub)      to reg-miles
                   move cle-rate (claim-sub)       to reg-rate
                   move cle-amount (claim-sub)     to reg-amount
                   write register-line from register-claim-line
               end-if
               add 1 to claim-sub
           end-perform

           move mbe-miles (member-sub)  to reg-mbr-miles
           move mbe-amount (member-sub) to reg-mbr-amount
           write register-line from register-member-total
           .

       write-rejected-claim section.
           move cle-member-number (claim-sub) to reg-rej-member-number
           move cle-site-code (claim-sub)     to reg-rej-site-code
           move cle-visit-date (claim-sub)    to reg-rej-visit-date
           move cle-miles (claim-sub)         to reg-rej-miles
           move cle-reject-reason (claim-sub) to reg-rej-reason
           write register-line from register-reject-line
           .

       write-register-totals section.
           move spaces to register-line
           write register-line

           move spaces to register-total-line
           move "Claims:"           to reg-tot-label
           move "rejected:"         to reg-tot-rejected-label
           move claims-accepted-count to reg-tot-applied
           move claims-rejected-count to reg-tot-rejected
           write register-line from register-total-line

           move spaces to register-count-line
           move "Claims read:"      to reg-cnt-label
           move claims-read-count   to reg-cnt-value
           write register-line from register-count-line

           move "Members paid:"     to reg-cnt-label
           move member-count        to reg-cnt-value
           write register-line from register-count-line

           move "Miles claimed:"    to reg-cnt-label
           move total-miles         to reg-cnt-value
           write register-line from register-count-line

           move spaces to register-amount-line
           move "Amount to pay:"    to reg-amt-label
           move total-amount        to reg-amt-value
           write register-line from register-amount-line
           .

      * One multiplication of miles by rate per accepted claim; its
      * result is the claim amount, so the calculations posted for
      * the batch total the payment extract.
       write-raw-transactions section.
           move 1 to claim-sub
           perform until claim-sub > claim-count
               if cle-accepted (claim-sub)
                   move cle-miles (claim-sub) to rt-first-number
                   move cle-rate (claim-sub)  to rt-second-number
                   move "M"                   to rt-function-switch
                   write raw-transaction-record
               end-if
               add 1 to claim-sub
           end-perform
           .

       write-payment-extract section.
           move spaces to mileage-payment-control
           move "H"              to mp-ctl-record-type
           move current-run-date to mp-ctl-run-date
           move member-count     to mp-ctl-payment-count
           move total-amount     to mp-ctl-payment-total
           write mileage-payment-control

           move 1 to member-sub
           perform until member-sub > member-count
               move spaces to mileage-payment-record
               set mp-detail-record to true
               move mbe-member-number (member-sub) to mp-member-number
               move mbe-first-name (member-sub)
                   to mp-payee-first-name
               move mbe-last-name (member-sub)
                   to mp-payee-last-name
               move mbe-claim-count (member-sub) to mp-claim-count
               move mbe-amount (member-sub) to mp-payment-amount
               write mileage-payment-record
               add 1 to member-sub
           end-perform

           move spaces to mileage-payment-control
           move "T"              to mp-ctl-record-type
           move current-run-date to mp-ctl-run-date
           move member-count     to mp-ctl-payment-count
           move total-amount     to mp-ctl-payment-total
           write mileage-payment-control
           .
