      *               defaults to today; set BALDATE=yyyymmdd to
      *               balance a different date.  The result is
      *               printed to BALRPT.
      *   2026-10-15  Reports the calculations held for dual control
      *               (the held count and total on CALCTOTS) as held,
      *               outside the posted figures being balanced, and
      *               counts the audit records released by a second
      *               operator (audit-approver-id present) so the
      *               report shows dual control actually happened.
      *   2026-10-15  Reversal postings (audit records marked as
      *               reversing) are listed on their own line; they
      *               stay inside the balanced figures, since each run
      *               reports them in its calculation count and total.

       identification division.
       program-id. audit-balance.
       01  reported-grand-total        pic s9(12)v9(4) value zero.
       01  audit-calc-count            pic 9(07) value zero.
       01  audit-result-total          pic s9(12)v9(4) value zero.
       01  reported-held-count         pic 9(07) value zero.
       01  reported-held-total         pic s9(12)v9(4) value zero.
       01  audit-released-count        pic 9(07) value zero.
       01  audit-released-total        pic s9(12)v9(4) value zero.
       01  audit-reversal-count        pic 9(07) value zero.
       01  audit-reversal-total        pic s9(12)v9(4) value zero.

       01  balance-heading-line.
           05  filler                  pic x(22) value
                       if ct-run-date = balance-run-date
                           add ct-calc-count  to reported-calc-count
                           add ct-grand-total to reported-grand-total
                           if ct-held-count is numeric
                               add ct-held-count to reported-held-count
                               add ct-held-total to reported-held-total
                           end-if
                       end-if
               end-read
           end-perform
                       if audit-run-date = balance-run-date
                           add 1 to audit-calc-count
                           add audit-result to audit-result-total
                           if audit-reversing
                               add 1 to audit-reversal-count
                               add audit-result to audit-reversal-total
                           end-if
                           if audit-approver-id not = spaces
                               add 1 to audit-released-count
                               add audit-result to audit-released-total
                           end-if
                       end-if
               end-read
           end-perform
           move audit-result-total       to bal-detail-total
           write balance-line from balance-detail-line

           move "Reversals posted:"      to bal-detail-label
           move audit-reversal-count     to bal-detail-count
           move audit-reversal-total     to bal-detail-total
           write balance-line from balance-detail-line

           move "Released by checker:"   to bal-detail-label
           move audit-released-count     to bal-detail-count
           move audit-released-total     to bal-detail-total
           write balance-line from balance-detail-line

           move "Held, not posted:"      to bal-detail-label
           move reported-held-count      to bal-detail-count
           move reported-held-total      to bal-detail-total
           write balance-line from balance-detail-line

           move spaces to balance-line
           write balance-line

