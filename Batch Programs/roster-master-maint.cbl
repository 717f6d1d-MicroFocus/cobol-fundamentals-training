      *               transaction carries the contact fields, applied
      *               on the same blank-keeps-current-value
      *               convention.
      *   2026-10-15  When the nightly run ends clean the step now
      *               records its completion for the open business date
      *               through step-completion, so a rerun of the same
      *               date skips it.

       identification division.
       program-id. roster-master-maint.
       copy business-date-record.

       working-storage section.
       01  step-program-name           pic x(24) value
               "roster-master-maint".
       01  roster-status               pic xx.
       01  roster-maint-status         pic xx.
       01  maint-register-status       pic xx.
               end-if
           end-if

           if return-code = zero
               call "step-completion" using step-program-name
           end-if

           perform write-run-log-end

           goback
