      * after image for a delete).  bird-change-history reports the
      * log by species code, so one fat-fingered update can be seen
      * and reversed without reloading the whole master from last
      * night's backup generation.  The family code sits outside the
      * 100-byte images, at the end of the record, so log records
      * written before families existed still read the same.
       01  bird-change-log-record.
           05  cl-log-date             pic 9(08).
           05  cl-log-time             pic 9(08).
           05  cl-species-code         pic x(06).
           05  cl-before-image         pic x(100).
           05  cl-after-image          pic x(100).
           05  cl-before-family-code   pic x(06).
           05  cl-after-family-code    pic x(06).
