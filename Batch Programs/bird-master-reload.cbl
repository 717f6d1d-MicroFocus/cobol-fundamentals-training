      *               duplicate-key write all set RETURN-CODE 12, so
      *               a rebuild from a truncated or damaged backup is
      *               flagged instead of trusted.
      *   2026-10-15  The backup record is now 106 bytes to carry the
      *               species' family code (see bird-master-record.cpy),
      *               and the BIRDMAST select names the new family
      *               alternate key.  A generation unloaded before
      *               families existed reloads with the family blank.

       identification division.
       program-id. bird-master-reload.
               access mode is dynamic
               record key is bm-species-code
               alternate record key is bm-common-name
               alternate record key is bm-family-code
                   with duplicates
               file status is bird-file-status.

       data division.
       file section.
       fd  backup-file.
       01  backup-record               pic x(106).

       fd  bird-master-file.
       copy bird-master-record.
