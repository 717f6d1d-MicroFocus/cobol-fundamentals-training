      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * One taxonomy-record per order and per family on TAXONMST, the
      * taxonomy master maintained by taxonomy-master-maint.  The key
      * is the entry type (order or family) followed by its code, so
      * the orders and the families each read back in code order.  A
      * family names the order it belongs to; an order leaves
      * tx-order-code blank.  Every BIRDMAST species is assigned to a
      * family through bm-family-code (see bird-master-record.cpy).
       01  taxonomy-record.
           05  tx-taxon-key.
               10  tx-taxon-type       pic x(01).
                   88  tx-order-entry      value "O".
                   88  tx-family-entry     value "F".
                   88  tx-valid-type       value "O" "F".
               10  tx-taxon-code       pic x(06).
           05  tx-common-name          pic x(30).
           05  tx-scientific-name      pic x(30).
           05  tx-order-code           pic x(06).
