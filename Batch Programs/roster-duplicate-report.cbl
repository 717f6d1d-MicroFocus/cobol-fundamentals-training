      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. Likely duplicate people on ROSTER
      *               (DUPRPT).  The roster's members are sorted in
      *               memory on their last name folded to upper case, so
      *               "Smith", "SMITH" and "smith" fall together, and
      *               within each last name every two members with the
      *               same first name are paired when they also share a
      *               postcode, an email or a phone number - case and
      *               blanks aside, and a blank field never matches.
      *               Each pair is printed with both members' details
      *               and what matched, so the coordinators can choose
      *               which number to keep on the roster-member-merge
      *               transaction (the lower, older number is
      *               suggested).

       identification division.
       program-id. roster-duplicate-report.

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

           select duplicate-report-file assign to "DUPRPT"
               organization is line sequential
               file status is duplicate-report-status.

       data division.
       file section.
       fd  roster-file.
       copy roster-record.

       fd  duplicate-report-file.
       01  duplicate-report-line       pic x(120).

       working-storage section.
       01  roster-status               pic xx.
       01  duplicate-report-status     pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  duplicate-switches.
           05  roster-eof-switch       pic x(01) value "N".
               88  roster-eof              value "Y".
           05  group-full-switch       pic x(01) value "N".
               88  group-table-full        value "Y".
           05  index-full-switch       pic x(01) value "N".
               88  name-index-full         value "Y".

       01  current-run-date            pic 9(08).

       01  lower-case-letters          pic x(26) value
               "abcdefghijklmnopqrstuvwxyz".
       01  upper-case-letters          pic x(26) value
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * Every member's last name, folded to upper case, in name order;
      * members with the same name stay in member number order.
       01  name-index-table.
           05  name-index-count        pic 9(05) value zero.
           05  name-index-entry occurs 10000 times.
               10  nie-last-name       pic x(15).
               10  nie-member-number   pic 9(05).
       01  index-sub                   pic 9(05).
       01  insert-sub                  pic 9(05).
       01  shift-sub                   pic 9(05).

      * One last name's members, with the fields compared folded to
      * upper case and the phone number with its spaces squeezed out.
       01  name-group-table.
           05  group-last-name         pic x(15).
           05  group-count             pic 9(03) value zero.
           05  group-entry occurs 100 times.
               10  gre-member-number   pic 9(05).
               10  gre-first-name      pic x(15).
               10  gre-last-name       pic x(15).
               10  gre-postcode        pic x(08).
               10  gre-email           pic x(40).
               10  gre-phone           pic x(15).
               10  gre-match-first     pic x(15).
               10  gre-match-postcode  pic x(08).
               10  gre-match-email     pic x(40).
               10  gre-match-phone     pic x(15).
       01  group-sub                   pic 9(03).
       01  pair-sub                    pic 9(03).
       01  member-sub                  pic 9(03).

       01  compare-last-name           pic x(15).
       01  phone-work                  pic x(15).
       01  phone-squeezed              pic x(15).
       01  phone-in-sub                pic 9(02).
       01  phone-out-sub               pic 9(02).

       01  match-reasons               pic x(22).
       01  match-pointer               pic 9(02).

       01  duplicate-counters.
           05  members-read-count      pic 9(05) value zero.
           05  pairs-found-count       pic 9(05) value zero.
           05  postcode-match-count    pic 9(05) value zero.
           05  email-match-count       pic 9(05) value zero.
           05  phone-match-count       pic 9(05) value zero.

       01  duplicate-heading-line.
           05  filler                  pic x(40) value
                   "Roster Likely Duplicates".
           05  filler                  pic x(09) value "Run Date:".
           05  filler                  pic x(01) value space.
           05  dup-run-date            pic 9(08).

       01  duplicate-column-heading.
           05  filler                  pic x(07) value "Keep".
           05  filler                  pic x(07) value "Merge".
           05  filler                  pic x(32) value "Name".
           05  filler                  pic x(24) value "Matched On".
           05  filler                  pic x(10) value "Postcode".
           05  filler                  pic x(30) value "Email".

       01  duplicate-pair-line.
           05  dup-keep-number         pic 9(05).
           05  filler                  pic x(02) value spaces.
           05  dup-merge-number        pic 9(05).
           05  filler                  pic x(02) value spaces.
           05  dup-first-name          pic x(15).
           05  filler                  pic x(01) value space.
           05  dup-last-name           pic x(15).
           05  filler                  pic x(01) value space.
           05  dup-match-reasons       pic x(22).
           05  filler                  pic x(02) value spaces.
           05  dup-postcode            pic x(08).
           05  filler                  pic x(02) value spaces.
           05  dup-email               pic x(40).

       01  duplicate-member-line.
           05  filler                  pic x(14) value spaces.
           05  dup-member-label        pic x(06).
           05  dup-member-number       pic 9(05).
           05  filler                  pic x(02) value spaces.
           05  dup-member-first-name   pic x(15).
           05  filler                  pic x(01) value space.
           05  dup-member-last-name    pic x(15).
           05  filler                  pic x(02) value spaces.
           05  dup-member-phone        pic x(15).
           05  filler                  pic x(02) value spaces.
           05  dup-member-email        pic x(40).

       01  duplicate-count-line.
           05  dup-count-label         pic x(26).
           05  dup-count-value         pic zzzz9.

       procedure division.
           accept current-run-date from date yyyymmdd

           open input roster-file
           if roster-status not = "00"
               display "Error: unable to open ROSTER, status="
                   roster-status
               set open-error-found to true
           end-if

           open output duplicate-report-file
           if duplicate-report-status not = "00"
               display "Error: unable to open DUPRPT, status="
                   duplicate-report-status
               set open-error-found to true
           end-if

           if not open-error-found
               perform write-duplicate-headings
               perform find-duplicate-pairs
               perform write-duplicate-totals
           end-if

           close roster-file
           close duplicate-report-file

           if open-error-found
               move 16 to return-code
           end-if

           goback
           .

      * The alternate key orders last names by their exact case, so
      * the members are first sorted on the folded name and then read
      * back by number one name group at a time.
       find-duplicate-pairs section.
           perform load-name-index

           move 1 to index-sub
           perform until index-sub > name-index-count
               move nie-member-number (index-sub) to ro-member-number
               read roster-file key is ro-member-number
                   invalid key
                       continue
                   not invalid key
                       if group-count > zero
                               and nie-last-name (index-sub)
                                   not = group-last-name
                           perform compare-name-group
                           move zero to group-count
                           move "N" to group-full-switch
                       end-if
                       move nie-last-name (index-sub)
                           to group-last-name
                       perform add-group-entry
               end-read
               add 1 to index-sub
           end-perform

           if group-count > zero
               perform compare-name-group
           end-if
           .

       load-name-index section.
           move zero to ro-member-number
           start roster-file key is not less than ro-member-number
               invalid key
                   set roster-eof to true
           end-start
           perform read-next-roster-record
           perform until roster-eof
               move ro-last-name to compare-last-name
               inspect compare-last-name converting
                   lower-case-letters to upper-case-letters
               perform add-name-index-entry
               perform read-next-roster-record
           end-perform
           .

      * Inserted after any entries with the same name, so each name's
      * members stay in the member number order they were read in.
       add-name-index-entry section.
           move 1 to insert-sub
           perform until insert-sub > name-index-count
                   or nie-last-name (insert-sub) > compare-last-name
               add 1 to insert-sub
           end-perform

           if name-index-count < 10000
               move name-index-count to shift-sub
               perform until shift-sub < insert-sub
                   move name-index-entry (shift-sub)
                       to name-index-entry (shift-sub + 1)
                   subtract 1 from shift-sub
               end-perform
               add 1 to name-index-count
               move compare-last-name to nie-last-name (insert-sub)
               move ro-member-number
                   to nie-member-number (insert-sub)
           else
               if not name-index-full
                   display "Warning: roster name table full - "
                       ro-member-number
                   set name-index-full to true
               end-if
           end-if
           .

       read-next-roster-record section.
           if not roster-eof
               read roster-file next record
                   at end
                       set roster-eof to true
                   not at end
                       add 1 to members-read-count
               end-read
           end-if
           .

       add-group-entry section.
           if group-count < 100
               add 1 to group-count
               move group-count to group-sub
               move ro-member-number to gre-member-number (group-sub)
               move ro-first-name    to gre-first-name (group-sub)
               move ro-last-name     to gre-last-name (group-sub)
               move ro-postcode      to gre-postcode (group-sub)
               move ro-email         to gre-email (group-sub)
               move ro-phone         to gre-phone (group-sub)

               move ro-first-name to gre-match-first (group-sub)
               move ro-postcode   to gre-match-postcode (group-sub)
               move ro-email      to gre-match-email (group-sub)
               inspect gre-match-first (group-sub) converting
                   lower-case-letters to upper-case-letters
               inspect gre-match-postcode (group-sub) converting
                   lower-case-letters to upper-case-letters
               inspect gre-match-email (group-sub) converting
                   lower-case-letters to upper-case-letters
               perform squeeze-phone-number
               move phone-squeezed to gre-match-phone (group-sub)
           else
               if not group-table-full
                   display "Warning: name group table full - "
                       ro-last-name
                   set group-table-full to true
               end-if
           end-if
           .

      * Phone numbers are keyed with and without spaces; only the
      * other characters are compared.
       squeeze-phone-number section.
           move ro-phone to phone-work
           move spaces to phone-squeezed
           move zero to phone-out-sub
           move 1 to phone-in-sub
           perform until phone-in-sub > 15
               if phone-work (phone-in-sub:1) not = space
                   add 1 to phone-out-sub
                   move phone-work (phone-in-sub:1)
                       to phone-squeezed (phone-out-sub:1)
               end-if
               add 1 to phone-in-sub
           end-perform
           .

       compare-name-group section.
           move 1 to group-sub
           perform until group-sub not < group-count
               compute pair-sub = group-sub + 1
               perform until pair-sub > group-count
                   perform compare-one-pair
                   add 1 to pair-sub
               end-perform
               add 1 to group-sub
           end-perform
           .

       compare-one-pair section.
           move spaces to match-reasons
           if gre-match-first (group-sub)
                   = gre-match-first (pair-sub)
               perform match-pair-contacts
           end-if

           if match-reasons not = spaces
               add 1 to pairs-found-count
               perform write-duplicate-pair
           end-if
           .

       match-pair-contacts section.
           move 1 to match-pointer
           if gre-match-postcode (group-sub) not = spaces
                   and gre-match-postcode (group-sub)
                       = gre-match-postcode (pair-sub)
               add 1 to postcode-match-count
               string "postcode " delimited by size
                   into match-reasons with pointer match-pointer
               end-string
           end-if
           if gre-match-email (group-sub) not = spaces
                   and gre-match-email (group-sub)
                       = gre-match-email (pair-sub)
               add 1 to email-match-count
               string "email " delimited by size
                   into match-reasons with pointer match-pointer
               end-string
           end-if
           if gre-match-phone (group-sub) not = spaces
                   and gre-match-phone (group-sub)
                       = gre-match-phone (pair-sub)
               add 1 to phone-match-count
               string "phone" delimited by size
                   into match-reasons with pointer match-pointer
               end-string
           end-if
           .

      * The lower member number is the older record and is suggested
      * as the one to keep.
       write-duplicate-pair section.
           move spaces to duplicate-report-line
           write duplicate-report-line

           move spaces to duplicate-pair-line
           if gre-member-number (group-sub)
                   < gre-member-number (pair-sub)
               move gre-member-number (group-sub) to dup-keep-number
               move gre-member-number (pair-sub)  to dup-merge-number
           else
               move gre-member-number (pair-sub)  to dup-keep-number
               move gre-member-number (group-sub) to dup-merge-number
           end-if
           move gre-first-name (group-sub) to dup-first-name
           move gre-last-name (group-sub)  to dup-last-name
           move match-reasons              to dup-match-reasons
           move gre-postcode (group-sub)   to dup-postcode
           move gre-email (group-sub)      to dup-email
           write duplicate-report-line from duplicate-pair-line

           move group-sub to member-sub
           perform write-duplicate-member
           move pair-sub to member-sub
           perform write-duplicate-member
           .

       write-duplicate-member section.
           move spaces to duplicate-member-line
           move "Member" to dup-member-label
           move gre-member-number (member-sub) to dup-member-number
           move gre-first-name (member-sub) to dup-member-first-name
           move gre-last-name (member-sub)  to dup-member-last-name
           move gre-phone (member-sub)      to dup-member-phone
           move gre-email (member-sub)      to dup-member-email
           write duplicate-report-line from duplicate-member-line
           .

       write-duplicate-headings section.
           move current-run-date to dup-run-date
           write duplicate-report-line from duplicate-heading-line
           write duplicate-report-line from duplicate-column-heading
           .

       write-duplicate-totals section.
           move spaces to duplicate-report-line
           write duplicate-report-line

           move spaces to duplicate-count-line
           move "Members read:"         to dup-count-label
           move members-read-count      to dup-count-value
           write duplicate-report-line from duplicate-count-line

           move "Likely duplicate pairs:" to dup-count-label
           move pairs-found-count       to dup-count-value
           write duplicate-report-line from duplicate-count-line

           move "Matched on postcode:"  to dup-count-label
           move postcode-match-count    to dup-count-value
           write duplicate-report-line from duplicate-count-line

           move "Matched on email:"     to dup-count-label
           move email-match-count       to dup-count-value
           write duplicate-report-line from duplicate-count-line

           move "Matched on phone:"     to dup-count-label
           move phone-match-count       to dup-count-value
           write duplicate-report-line from duplicate-count-line
           .
