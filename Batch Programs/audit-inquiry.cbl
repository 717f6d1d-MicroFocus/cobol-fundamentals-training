      *               quarterly "show me everything operator X
      *               calculated between March and July" is now one
      *               job instead of half a day's trawl.
      *   2026-10-15  Audit records now carry the id of the second
      *               operator who released a held calculation; it is
      *               printed in a new Approver column.  The archive
      *               record length follows the wider audit-record.
      *   2026-10-15  Each selected record now shows its posting
      *               reference and whether it is a reversal; a
      *               reversal is followed by the
      *               reference of the posting it reverses.  Reversals
      *               are counted and totalled separately from the
      *               ordinary postings selected.  AUDINQ is 120 wide.

       identification division.
       program-id. audit-inquiry.
       copy audit-record.

       fd  audit-archive-file.
       01  audit-archive-record        pic x(104).

       fd  inquiry-report-file.
       01  inquiry-line                pic x(120).

       working-storage section.
       01  audit-file-status           pic xx.
           05  archive-read-count      pic 9(07) value zero.
           05  records-selected-count  pic 9(07) value zero.
       01  selected-result-total       pic s9(12)v9(04) value zero.
       01  reversals-selected-count    pic 9(07) value zero.
       01  reversal-result-total       pic s9(12)v9(04) value zero.

       01  inquiry-heading-line.
           05  filler                  pic x(22) value
           05  filler                  pic x(05) value "Fn".
           05  filler                  pic x(13) value "First".
           05  filler                  pic x(13) value "Second".
           05  filler                  pic x(18) value "Result".
           05  filler                  pic x(10) value "Approver".
           05  filler                  pic x(23) value "Posting Ref".
           05  filler                  pic x(09) value "Reversal".

       01  inquiry-detail-line.
           05  inq-det-operator        pic x(08).
           05  inq-det-second          pic +9(5).9(2).
           05  filler                  pic x(02) value spaces.
           05  inq-det-result          pic +9(10).9(4).
           05  filler                  pic x(02) value spaces.
           05  inq-det-approver        pic x(08).
           05  filler                  pic x(02) value spaces.
           05  inq-det-posting-ref     pic x(21).
           05  filler                  pic x(02) value spaces.
           05  inq-det-reversal        pic x(09).

       01  inquiry-reverses-line.
           05  filler                  pic x(10) value spaces.
           05  filler                  pic x(17) value
                   "reverses posting".
           05  inq-rev-posting-ref     pic x(21).

       01  inquiry-count-line.
           05  inq-count-label         pic x(26).
           .

       write-inquiry-detail section.
           if audit-reversing
               add 1 to reversals-selected-count
               add audit-result to reversal-result-total
           else
               add 1 to records-selected-count
               add audit-result to selected-result-total
           end-if

           move spaces to inquiry-detail-line
           move audit-operator-id      to inq-det-operator
           move audit-first-number     to inq-det-first
           move audit-second-number    to inq-det-second
           move audit-result           to inq-det-result
           move audit-approver-id      to inq-det-approver
           move audit-posting-ref      to inq-det-posting-ref
           if audit-reversing
               move "REVERSING" to inq-det-reversal
           end-if
           write inquiry-line from inquiry-detail-line
           if audit-reversing
               move audit-reversed-ref to inq-rev-posting-ref
               write inquiry-line from inquiry-reverses-line
           end-if
           .

       write-inquiry-headings section.
           move "Selected result total:" to inq-total-label
           move selected-result-total    to inq-total-value
           write inquiry-line from inquiry-total-line

           move spaces to inquiry-count-line
           move "Reversals selected:"    to inq-count-label
           move reversals-selected-count to inq-count-value
           write inquiry-line from inquiry-count-line

           move spaces to inquiry-total-line
           move "Reversal result total:" to inq-total-label
           move reversal-result-total    to inq-total-value
           write inquiry-line from inquiry-total-line
           .
