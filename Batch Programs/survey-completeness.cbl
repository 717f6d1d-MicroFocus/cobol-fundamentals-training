      *               survey year; the summary load reads the file
      *               straight through on the key instead of
      *               sequentially.
      *   2026-10-15  The BIRDMAST select names the new family alternate
      *               key (see bird-master-record.cpy).

       identification division.
       program-id. survey-completeness.
               access mode is dynamic
               record key is bm-species-code
               alternate record key is bm-common-name
               alternate record key is bm-family-code
                   with duplicates
               file status is bird-file-status.

           select bird-history-file assign to "BIRDHIST"
