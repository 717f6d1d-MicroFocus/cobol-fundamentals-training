      *               close defaults to the month before the run date
      *               but can be overridden without a recompile by
      *               setting AUDMONTH to a yyyymm value.
      *   2026-10-15  Archive and retained record lengths follow the
      *               audit-record, which now carries the id of the
      *               operator who released a held calculation.
      *   2026-10-15  Reversal postings are summarized on their own
      *               (count and total of reversing records) and left
      *               out of the by-operator and by-function figures,
      *               so those show ordinary postings only.  Record
      *               lengths follow the audit-record, which now
      *               carries the posting reference and reversal
      *               mark.

       identification division.
       program-id. audit-month-end.
       copy audit-record.

       fd  audit-archive-file.
       01  audit-archive-record        pic x(104).

       fd  audit-retain-file.
       01  audit-retain-record         pic x(104).

       fd  audit-summary-file.
       01  summary-line                pic x(80).
           05  records-read-count      pic 9(07) value zero.
           05  records-archived-count  pic 9(07) value zero.
           05  records-retained-count  pic 9(07) value zero.
           05  reversing-count         pic 9(07) value zero.
       01  reversing-total             pic s9(12)v9(04) value zero.

       01  operator-summary-table.
           05  operator-entry-count    pic 9(03) value zero.
           if audit-record-month <= archive-month
               write audit-archive-record from audit-record
               add 1 to records-archived-count
               if audit-reversing
                   add 1 to reversing-count
                   add audit-result to reversing-total
               else
                   perform accumulate-operator-summary
                   perform accumulate-function-summary
               end-if
           else
               write audit-retain-record from audit-record
               add 1 to records-retained-count
               add 1 to function-sub
           end-perform

           move spaces to summary-line
           write summary-line
           move "Reversals:" to summary-section-line
           write summary-line from summary-section-line

           move spaces to summary-detail-line
           move "Reversing"     to sum-detail-label
           move reversing-count to sum-detail-count
           move reversing-total to sum-detail-total
           write summary-line from summary-detail-line

           move spaces to summary-line
           write summary-line

