      * One audit-record is written to audit-file for every calculation
      * my-program performs, interactive or batch, so month-end
      * reconciliation can prove what was calculated, by whom, and when.
      * A calculation held for dual control (see suspense-record.cpy) is
      * only written when a second operator releases it: the operator
      * id is then the operator who keyed it and audit-approver-id the
      * one who released it.  audit-approver-id is blank on a posting
      * that was never held.  audit-posting-ref identifies the posting
      * uniquely - the posting date, the time the posting run started
      * and a sequence within the run - so a later reversal can name
      * it.  A reversal is posted as a new record carrying the exact
      * negative of the original's result, marked as reversing and
      * naming the original in audit-reversed-ref.  The original is
      * never rewritten - the reversing record naming it is the only
      * mark that it has been reversed.
       01  audit-record.
           05  audit-operator-id       pic x(08).
           05  audit-run-date          pic 9(08).
           05  audit-first-number      pic s9(5)v9(2).
           05  audit-second-number     pic s9(5)v9(2).
           05  audit-result            pic s9(10)v9(4).
           05  audit-approver-id       pic x(08).
           05  audit-posting-ref.
               10  audit-post-date     pic 9(08).
               10  audit-post-time     pic 9(08).
               10  audit-post-seq      pic 9(05).
           05  audit-reversal-status   pic x(01).
               88  audit-reversing         value "V".
           05  audit-reversed-ref      pic x(21).
