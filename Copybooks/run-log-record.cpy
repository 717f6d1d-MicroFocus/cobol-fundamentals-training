      * of every job step, so the morning handover can read last
      * night's run from one file instead of three steps' SYSOUT.
      * The end record carries the step's record counts and its final
      * RETURN-CODE.  The nightly job's step restart check adds a
      * single SKIP record for a step already complete for the
      * business date, and a RERUN record ahead of a step being run
      * again after an earlier attempt did not complete.
       01  run-log-record.
           05  rl-program-name         pic x(24).
           05  rl-entry-type           pic x(05).
               88  rl-start-entry          value "START".
               88  rl-end-entry            value "END".
               88  rl-skip-entry           value "SKIP".
               88  rl-rerun-entry          value "RERUN".
           05  rl-run-date             pic 9(08).
           05  rl-run-time             pic 9(08).
           05  rl-records-read         pic 9(07).
