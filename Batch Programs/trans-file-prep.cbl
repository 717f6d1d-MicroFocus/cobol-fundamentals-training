      *               the accepted details and the trailer.  Any
      *               reject sets RETURN-CODE 8 so the batch is
      *               looked at before it is sent.
      *   2026-10-15  A RAWTRAN line beginning "V" is a reversal of an
      *               earlier posting: the rest of the line is the
      *               21-digit posting reference printed on the audit
      *               inquiry.  It is edited for a numeric reference,
      *               written to TRANSFILE as a reversal record, and
      *               counted in the header and trailer record count
      *               but not in the hash totals.

       identification division.
       program-id. trans-file-prep.
           05  rt-first-number         pic s9(5)v9(2).
           05  rt-second-number        pic s9(5)v9(2).
           05  rt-function-switch      pic x(01).
       01  raw-reversal-record.
           05  rr-reversal-flag        pic x(01).
               88  rr-reversal-line        value "V".
           05  rr-posting-ref          pic x(21).

       fd  trans-file.
       copy transaction-record.
       copy transaction-control-record.
       copy transaction-reversal-record.

       fd  edit-listing-file.
       01  listing-line                pic x(90).
           05  lines-read-count        pic 9(07) value zero.
           05  lines-accepted-count    pic 9(07) value zero.
           05  lines-rejected-count    pic 9(07) value zero.
           05  reversals-accepted-count pic 9(07) value zero.
       01  batch-first-hash            pic s9(11)v9(2) value zero.
       01  batch-second-hash           pic s9(11)v9(2) value zero.

           05  filler                  pic x(02) value spaces.
           05  lst-reason              pic x(40).

       01  listing-reversal-reason.
           05  filler                  pic x(12) value "reversal of".
           05  lst-reversal-ref        pic x(21).

       01  listing-count-line.
           05  lst-count-label         pic x(22).
           05  lst-count-value         pic zzzzzz9.

           move spaces to listing-detail-line
           move lines-read-count    to lst-seq
           if rr-reversal-line
               move "V"                 to lst-function
           else
               move rt-function-switch  to lst-function
           end-if
           if entry-rejected
               add 1 to lines-rejected-count
               move "REJECTED" to lst-status
               move entry-reject-reason to lst-reason
           else
               if rr-reversal-line
                   add 1 to lines-accepted-count
                   add 1 to reversals-accepted-count
                   move "ACCEPTED" to lst-status
                   move rr-posting-ref to lst-reversal-ref
                   move listing-reversal-reason to lst-reason
               else
                   perform list-accepted-detail
               end-if
           end-if
           write listing-line from listing-detail-line
           .

       list-accepted-detail section.
           add 1 to lines-accepted-count
           add rt-first-number  to batch-first-hash
           add rt-second-number to batch-second-hash
           move rt-first-number  to lst-first-number
           move rt-second-number to lst-second-number
           move "ACCEPTED" to lst-status
           .

      * The same checks validate-calculator-inputs makes in
      * my-program, so anything accepted here posts cleanly in the
      * nightly run.
       validate-raw-transaction section.
           if rr-reversal-line
               if rr-posting-ref not numeric
                   set entry-rejected to true
                   move "reversal posting ref not numeric"
                       to entry-reject-reason
               end-if
           else
               perform validate-raw-detail
           end-if
           .

       validate-raw-detail section.
           if rt-first-number not numeric
                   or rt-second-number not numeric
               set entry-rejected to true
           move lines-rejected-count to lst-count-value
           write listing-line from listing-count-line

           move "Reversals accepted:" to lst-count-label
           move reversals-accepted-count to lst-count-value
           write listing-line from listing-count-line

           move spaces to listing-hash-line
           move "First number hash:"  to lst-hash-label
           move batch-first-hash      to lst-hash-value
           move "N" to entry-reject-switch
           move spaces to entry-reject-reason
           perform validate-raw-transaction
           if not entry-rejected and rr-reversal-line
               move spaces to transaction-reversal-record
               move "V"            to trans-rev-record-type
               move rr-posting-ref to trans-rev-posting-ref
               write transaction-reversal-record
           end-if
           if not entry-rejected and not rr-reversal-line
               move spaces to transaction-record
               move "D"                 to trans-record-type
               move rt-first-number     to trans-first-number
