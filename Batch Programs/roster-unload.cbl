      *               number with last name as an alternate key; the
      *               unload walks the member-number key and the
      *               backup record carries the number.
      *   2026-10-15  A clean unload now records its completion for the
      *               open business date through step-completion, so a
      *               rerun of the nightly job for the same date skips
      *               the backup step instead of backing up a master the
      *               posting step has already updated.

       identification division.
       program-id. roster-unload.
       01  backup-record               pic x(169).

       working-storage section.
       01  step-program-name           pic x(24) value
               "roster-unload".
       01  roster-status               pic xx.
       01  backup-file-status          pic xx.


           if open-error-found
               move 16 to return-code
           else
               call "step-completion" using step-program-name
           end-if

           goback
