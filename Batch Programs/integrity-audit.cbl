      *               12 so the daily job surfaces them instead of a
      *               broken coverage report months later.  Start and
      *               end records go to the shared RUNLOG.
      *   2026-10-15  The BIRDMAST select names the new family alternate
      *               key (see bird-master-record.cpy).

       identification division.
       program-id. integrity-audit.
               access mode is dynamic
               record key is bm-species-code
               alternate record key is bm-common-name
               alternate record key is bm-family-code
                   with duplicates
               file status is bird-file-status.

           select bird-history-file assign to "BIRDHIST"
