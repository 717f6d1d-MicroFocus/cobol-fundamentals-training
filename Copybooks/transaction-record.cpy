      * header record and ends with a trailer record (see
      * transaction-control-record.cpy) so a truncated transfer is
      * caught instead of silently processing fewer transactions.
      * A reversal ("V", see transaction-reversal-record.cpy) names an
      * earlier posting instead of carrying numbers; it counts in the
      * header and trailer record count but not in the hash totals.
       01  transaction-record.
           05  trans-record-type       pic x(01).
               88  trans-header-record     value "H".
               88  trans-detail-record     value "D".
               88  trans-trailer-record    value "T".
               88  trans-reversal-record   value "V".
           05  trans-first-number      pic s9(5)v9(2).
           05  trans-second-number     pic s9(5)v9(2).
           05  trans-function-switch   pic x(01).
