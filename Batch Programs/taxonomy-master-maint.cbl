      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Modification history
      *   2026-10-15  New program. Maintains the taxonomy master
      *               (TAXONMST, see taxonomy-record.cpy) of orders and
      *               families the species on BIRDMAST are grouped by,
      *               from the coordinators' TAXTRAN transactions (see
      *               taxonomy-maint-transaction.cpy): add, update or
      *               delete an order or a family.  A family must name
      *               an order already on file; an order cannot be
      *               deleted while a family belongs to it, nor a
      *               family while a BIRDMAST species is assigned to
      *               it.  The register (TAXMREG) lists every
      *               transaction as applied or rejected with a reason,
      *               with counts per action, in the shape of the bird
      *               master maintenance register.

       identification division.
       program-id. taxonomy-master-maint.

       environment division.
       input-output section.
       file-control.
           select taxonomy-maint-file assign to "TAXTRAN"
               organization is line sequential
               file status is taxonomy-maint-status.

           select taxonomy-file assign to "TAXONMST"
               organization is indexed
               access mode is dynamic
               record key is tx-taxon-key
               file status is taxonomy-status.

           select bird-master-file assign to "BIRDMAST"
               organization is indexed
               access mode is dynamic
               record key is bm-species-code
               alternate record key is bm-common-name
               alternate record key is bm-family-code
                   with duplicates
               file status is bird-file-status.

           select maint-register-file assign to "TAXMREG"
               organization is line sequential
               file status is maint-register-status.

       data division.
       file section.
       fd  taxonomy-maint-file.
       copy taxonomy-maint-transaction.

       fd  taxonomy-file.
       copy taxonomy-record.

       fd  bird-master-file.
       copy bird-master-record.

       fd  maint-register-file.
       01  register-line               pic x(100).

       working-storage section.
       01  taxonomy-maint-status       pic xx.
       01  taxonomy-status             pic xx.
       01  bird-file-status            pic xx.
       01  maint-register-status       pic xx.

       01  open-error-switches.
           05  open-error-switch       pic x(01) value "N".
               88  open-error-found        value "Y".

       01  maint-switches.
           05  maint-eof-switch        pic x(01) value "N".
               88  maint-eof               value "Y".
           05  maint-reject-switch     pic x(01) value "N".
               88  maint-rejected          value "Y".
           05  entry-in-use-switch     pic x(01) value "N".
               88  entry-in-use            value "Y".
           05  family-scan-end-switch  pic x(01) value "N".
               88  family-scan-ended       value "Y".
       01  maint-reject-reason         pic x(40).

       01  current-run-date            pic 9(08).

       01  maint-counters.
           05  transactions-read-count pic 9(05) value zero.
           05  adds-applied-count      pic 9(05) value zero.
           05  adds-rejected-count     pic 9(05) value zero.
           05  updates-applied-count   pic 9(05) value zero.
           05  updates-rejected-count  pic 9(05) value zero.
           05  deletes-applied-count   pic 9(05) value zero.
           05  deletes-rejected-count  pic 9(05) value zero.
           05  invalid-action-count    pic 9(05) value zero.

       01  register-heading-line.
           05  filler                  pic x(34) value
                   "Taxonomy Maintenance Register".
           05  filler                  pic x(09) value "Run Date:".
           05  filler                  pic x(01) value space.
           05  reg-run-date            pic 9(08).

       01  register-column-heading.
           05  filler                  pic x(08) value "Action".
           05  filler                  pic x(08) value "Type".
           05  filler                  pic x(08) value "Code".
           05  filler                  pic x(32) value "Name".
           05  filler                  pic x(08) value "Order".
           05  filler                  pic x(10) value "Status".
           05  filler                  pic x(26) value "Reason".

       01  register-detail-line.
           05  reg-action              pic x(06).
           05  filler                  pic x(02) value spaces.
           05  reg-taxon-type          pic x(06).
           05  filler                  pic x(02) value spaces.
           05  reg-taxon-code          pic x(06).
           05  filler                  pic x(02) value spaces.
           05  reg-common-name         pic x(30).
           05  filler                  pic x(02) value spaces.
           05  reg-order-code          pic x(06).
           05  filler                  pic x(02) value spaces.
           05  reg-status              pic x(08).
           05  filler                  pic x(02) value spaces.
           05  reg-reason              pic x(26).

       01  register-total-line.
           05  reg-tot-label           pic x(20).
           05  reg-tot-applied         pic zzzz9.
           05  filler                  pic x(03) value spaces.
           05  reg-tot-rejected-label  pic x(10).
           05  reg-tot-rejected        pic zzzz9.

       01  register-count-line.
           05  reg-cnt-label           pic x(20).
           05  reg-cnt-value           pic zzzz9.

       procedure division.
           accept current-run-date from date yyyymmdd

           perform open-maint-files

           if not open-error-found
               perform write-register-headings
               perform read-maint-transaction
               perform until maint-eof
                   perform process-maint-transaction
                   perform read-maint-transaction
               end-perform
               perform write-register-totals
           end-if

           close taxonomy-maint-file
           close taxonomy-file
           close bird-master-file
           close maint-register-file

           if open-error-found
               move 16 to return-code
           end-if

           goback
           .

       open-maint-files section.
           open input taxonomy-maint-file
           if taxonomy-maint-status not = "00"
               display "Error: unable to open TAXTRAN, status="
                   taxonomy-maint-status
               set open-error-found to true
           end-if

           open i-o taxonomy-file
           if taxonomy-status not = "00"
               display "Error: unable to open TAXONMST, status="
                   taxonomy-status
               set open-error-found to true
           end-if

           open input bird-master-file
           if bird-file-status not = "00"
               display "Error: unable to open BIRDMAST, status="
                   bird-file-status
               set open-error-found to true
           end-if

           open output maint-register-file
           if maint-register-status not = "00"
               display "Error: unable to open TAXMREG, status="
                   maint-register-status
               set open-error-found to true
           end-if
           .

       read-maint-transaction section.
           read taxonomy-maint-file
               at end
                   set maint-eof to true
               not at end
                   add 1 to transactions-read-count
           end-read
           .

       process-maint-transaction section.
           move "N" to maint-reject-switch
           move spaces to maint-reject-reason

           if tmt-valid-action
               move tmt-taxon-key to tx-taxon-key
               if not tx-valid-type
                   set maint-rejected to true
                   move "type must be O or F" to maint-reject-reason
               end-if
               if not maint-rejected and tmt-taxon-code = spaces
                   set maint-rejected to true
                   move "code is required" to maint-reject-reason
               end-if
           end-if

           evaluate true
               when tmt-add-action
                   if not maint-rejected
                       perform add-taxonomy-entry
                   end-if
                   if maint-rejected
                       add 1 to adds-rejected-count
                   else
                       add 1 to adds-applied-count
                   end-if
               when tmt-update-action
                   if not maint-rejected
                       perform update-taxonomy-entry
                   end-if
                   if maint-rejected
                       add 1 to updates-rejected-count
                   else
                       add 1 to updates-applied-count
                   end-if
               when tmt-delete-action
                   if not maint-rejected
                       perform delete-taxonomy-entry
                   end-if
                   if maint-rejected
                       add 1 to deletes-rejected-count
                   else
                       add 1 to deletes-applied-count
                   end-if
               when other
                   set maint-rejected to true
                   move "invalid action code" to maint-reject-reason
                   add 1 to invalid-action-count
           end-evaluate

           perform write-register-detail
           .

       add-taxonomy-entry section.
           if tmt-common-name = spaces
               set maint-rejected to true
               move "name is required" to maint-reject-reason
           end-if

           if not maint-rejected
               if tmt-taxon-type = "F"
                   if tmt-order-code = spaces
                       set maint-rejected to true
                       move "family must name its order"
                           to maint-reject-reason
                   else
                       perform check-order-on-file
                   end-if
               else
                   if tmt-order-code not = spaces
                       set maint-rejected to true
                       move "an order has no parent order"
                           to maint-reject-reason
                   end-if
               end-if
           end-if

           if not maint-rejected
               move spaces              to taxonomy-record
               move tmt-taxon-key       to tx-taxon-key
               move tmt-common-name     to tx-common-name
               move tmt-scientific-name to tx-scientific-name
               move tmt-order-code      to tx-order-code
               write taxonomy-record
                   invalid key
                       set maint-rejected to true
                       move "code already on file"
                           to maint-reject-reason
               end-write
           end-if
           .

      * Only the non-blank fields of an update are applied, so a
      * family can be moved to another order without re-keying its
      * names.
       update-taxonomy-entry section.
           if tmt-taxon-type = "O" and tmt-order-code not = spaces
               set maint-rejected to true
               move "an order has no parent order"
                   to maint-reject-reason
           end-if

           if not maint-rejected
                   and tmt-taxon-type = "F"
                   and tmt-order-code not = spaces
               perform check-order-on-file
           end-if

           if not maint-rejected
               move tmt-taxon-key to tx-taxon-key
               read taxonomy-file
                   invalid key
                       set maint-rejected to true
                       move "code not on file" to maint-reject-reason
               end-read
           end-if

           if not maint-rejected
               if tmt-common-name not = spaces
                   move tmt-common-name     to tx-common-name
               end-if
               if tmt-scientific-name not = spaces
                   move tmt-scientific-name to tx-scientific-name
               end-if
               if tmt-order-code not = spaces
                   move tmt-order-code      to tx-order-code
               end-if
               rewrite taxonomy-record
                   invalid key
                       set maint-rejected to true
                       move "code not on file" to maint-reject-reason
               end-rewrite
           end-if
           .

       delete-taxonomy-entry section.
           if tmt-taxon-type = "O"
               perform check-order-in-use
               if entry-in-use
                   set maint-rejected to true
                   move "families still in this order"
                       to maint-reject-reason
               end-if
           else
               perform check-family-in-use
               if entry-in-use
                   set maint-rejected to true
                   move "species still in this family"
                       to maint-reject-reason
               end-if
           end-if

           if not maint-rejected
               move tmt-taxon-key to tx-taxon-key
               delete taxonomy-file record
                   invalid key
                       set maint-rejected to true
                       move "code not on file" to maint-reject-reason
               end-delete
           end-if
           .

       check-order-on-file section.
           move "O"            to tx-taxon-type
           move tmt-order-code to tx-taxon-code
           read taxonomy-file
               invalid key
                   set maint-rejected to true
                   move "order not on taxonomy master"
                       to maint-reject-reason
           end-read
           .

      * The families are read in code order from the start of the
      * family entries; any one naming the order keeps it on file.
       check-order-in-use section.
           move "N" to entry-in-use-switch
           move "N" to family-scan-end-switch
           move "F"         to tx-taxon-type
           move low-values  to tx-taxon-code
           start taxonomy-file key is not less than tx-taxon-key
               invalid key
                   set family-scan-ended to true
           end-start
           perform until entry-in-use or family-scan-ended
               read taxonomy-file next record
                   at end
                       set family-scan-ended to true
                   not at end
                       if not tx-family-entry
                           set family-scan-ended to true
                       else
                           if tx-order-code = tmt-taxon-code
                               set entry-in-use to true
                           end-if
                       end-if
               end-read
           end-perform
           .

       check-family-in-use section.
           move "N" to entry-in-use-switch
           move tmt-taxon-code to bm-family-code
           read bird-master-file key is bm-family-code
               invalid key
                   continue
               not invalid key
                   set entry-in-use to true
           end-read
           .

       write-register-detail section.
           move spaces to register-detail-line
           evaluate true
               when tmt-add-action
                   move "ADD"    to reg-action
               when tmt-update-action
                   move "UPDATE" to reg-action
               when tmt-delete-action
                   move "DELETE" to reg-action
               when other
                   move tmt-action-code to reg-action
           end-evaluate
           evaluate tmt-taxon-type
               when "O"
                   move "ORDER"  to reg-taxon-type
               when "F"
                   move "FAMILY" to reg-taxon-type
               when other
                   move tmt-taxon-type to reg-taxon-type
           end-evaluate
           move tmt-taxon-code  to reg-taxon-code
           move tmt-common-name to reg-common-name
           move tmt-order-code  to reg-order-code
           if maint-rejected
               move "REJECTED" to reg-status
               move maint-reject-reason to reg-reason
           else
               move "APPLIED"  to reg-status
           end-if
           write register-line from register-detail-line
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
           move "Adds:"    to reg-tot-label
           move "rejected:" to reg-tot-rejected-label
           move adds-applied-count     to reg-tot-applied
           move adds-rejected-count    to reg-tot-rejected
           write register-line from register-total-line

           move "Updates:" to reg-tot-label
           move updates-applied-count  to reg-tot-applied
           move updates-rejected-count to reg-tot-rejected
           write register-line from register-total-line

           move "Deletes:" to reg-tot-label
           move deletes-applied-count  to reg-tot-applied
           move deletes-rejected-count to reg-tot-rejected
           write register-line from register-total-line

           move spaces to register-count-line
           move "Invalid actions:"   to reg-cnt-label
           move invalid-action-count to reg-cnt-value
           write register-line from register-count-line

           move "Transactions read:"      to reg-cnt-label
           move transactions-read-count   to reg-cnt-value
           write register-line from register-count-line
           .
