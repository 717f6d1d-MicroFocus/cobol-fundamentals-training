      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * Record layouts of MILEPAY, the mileage payment extract that
      * mileage-claim-prep writes for the bank upload.  The file
      * begins with a header record and ends with a trailer record,
      * both carrying the payment count and total amount, so the bank
      * upload can prove nothing was lost or added in transfer.  There
      * is one detail record per member paid, carrying the member
      * number as the payment reference, the payee name, the number
      * of claims and the amount.
       01  mileage-payment-record.
           05  mp-record-type          pic x(01).
               88  mp-header-record        value "H".
               88  mp-detail-record        value "D".
               88  mp-trailer-record       value "T".
           05  mp-member-number        pic 9(05).
           05  mp-payee-name.
               10  mp-payee-first-name pic x(15).
               10  mp-payee-last-name  pic x(15).
           05  mp-claim-count          pic 9(03).
           05  mp-payment-amount       pic 9(07)v9(02).
       01  mileage-payment-control.
           05  mp-ctl-record-type      pic x(01).
           05  mp-ctl-run-date         pic 9(08).
           05  mp-ctl-payment-count    pic 9(05).
           05  mp-ctl-payment-total    pic 9(09)v9(02).
           05  filler                  pic x(23).
