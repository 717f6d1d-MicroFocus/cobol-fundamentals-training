      * my-program: the run date, the calculation count and the grand
      * total the reconciliation report printed.  audit-balance sums
      * these for a run date and proves AUDITFILE agrees with them
      * independently of the code path that produced both.  The held
      * count and total describe calculations parked on SUSPENSE for a
      * second operator instead of being posted; they are outside the
      * posted count and grand total, which only ever describe what
      * reached AUDITFILE.
       01  calc-totals-record.
           05  ct-run-date             pic 9(08).
           05  ct-calc-count           pic 9(07).
           05  ct-grand-total          pic s9(10)v9(4).
           05  ct-held-count           pic 9(07).
           05  ct-held-total           pic s9(10)v9(4).
