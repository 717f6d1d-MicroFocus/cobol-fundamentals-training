      *               carries the number as the reference with the
      *               last name kept as of entry - so a lead's name
      *               change no longer orphans the assignment.
      *   2026-10-15  The BIRDMAST select names the new family alternate
      *               key (see bird-master-record.cpy).

       identification division.
       program-id. survey-assignment-maint.
               access mode is dynamic
               record key is bm-species-code
               alternate record key is bm-common-name
               alternate record key is bm-family-code
                   with duplicates
               file status is bird-file-status.

           select coverage-report-file assign to "COVRPT"
