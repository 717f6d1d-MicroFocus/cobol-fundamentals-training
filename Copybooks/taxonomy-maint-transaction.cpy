      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Record layout of taxonomy-maint-file (TAXTRAN), the order and
      * family maintenance transactions posted by taxonomy-master-maint
      * to TAXONMST (see taxonomy-record.cpy).  One record per action:
      * an add carries the type, code, names and - for a family - the
      * order it belongs to, which must already be on file.  An update
      * locates the entry by type and code and applies the non-blank
      * fields.  A delete only needs the type and code, and is refused
      * while any family still belongs to the order or any BIRDMAST
      * species is still assigned to the family.
       01  taxonomy-maint-transaction.
           05  tmt-action-code         pic x(01).
               88  tmt-add-action          value "A".
               88  tmt-update-action       value "U".
               88  tmt-delete-action       value "D".
               88  tmt-valid-action        value "A" "U" "D".
           05  tmt-taxon-key.
               10  tmt-taxon-type      pic x(01).
               10  tmt-taxon-code      pic x(06).
           05  tmt-common-name         pic x(30).
           05  tmt-scientific-name     pic x(30).
           05  tmt-order-code          pic x(06).
