      *               rebuilding from is complete.  The daily job
      *               takes a dated generation before the maintenance
      *               step touches the master.
      *   2026-10-15  A clean unload now records its completion for the
      *               open business date through step-completion, so a
      *               rerun of the nightly job for the same date skips
      *               the backup step instead of backing up a master the
      *               posting step has already updated.
      *   2026-10-15  The backup record is now 106 bytes to carry the
      *               species' family code (see bird-master-record.cpy),
      *               and the BIRDMAST select names the new family
      *               alternate key.

       identification division.
       program-id. bird-master-unload.
               access mode is dynamic
               record key is bm-species-code
               alternate record key is bm-common-name
               alternate record key is bm-family-code
                   with duplicates
               file status is bird-file-status.

           select backup-file assign to "BIRDBKUP"
       copy bird-master-record.

       fd  backup-file.
       01  backup-record               pic x(106).

       working-storage section.
       01  step-program-name           pic x(24) value
               "bird-master-unload".
       01  bird-file-status            pic xx.
       01  backup-file-status          pic xx.


           if open-error-found
               move 16 to return-code
           else
               call "step-completion" using step-program-name
           end-if

           goback
