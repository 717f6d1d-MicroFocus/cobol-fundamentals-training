      *               the last closed business date is already past -
      *               a business date that was skipped entirely, which
      *               an empty RUNLOG alone would never show.
      *   2026-10-15  Steps the nightly job's restart check skipped as
      *               already complete for the business date print as
      *               SKIPPED - COMPLETE, and a step run again after an
      *               earlier attempt on the same date did not complete
      *               is flagged RERUN, with counts of both in the
      *               totals.

       identification division.
       program-id. run-log-report.
               88  run-log-eof             value "Y".
           05  start-pending-switch    pic x(01) value "N".
               88  start-pending           value "Y".
           05  rerun-pending-switch    pic x(01) value "N".
               88  rerun-pending           value "Y".
       01  rerun-program-name          pic x(24).

       01  pending-start-entry.
           05  pend-program-name       pic x(24).
       01  ops-counters.
           05  steps-reported-count    pic 9(05) value zero.
           05  abnormal-end-count      pic 9(05) value zero.
           05  steps-skipped-count     pic 9(05) value zero.
           05  steps-rerun-count       pic 9(05) value zero.

       01  busdate-switches.
           05  busdate-found-switch    pic x(01) value "N".
                   set start-pending to true
               when rl-end-entry
                   perform report-finished-step
               when rl-skip-entry
                   perform report-skipped-step
               when rl-rerun-entry
                   move rl-program-name to rerun-program-name
                   set rerun-pending to true
                   add 1 to steps-rerun-count
               when other
                   display "Warning: unrecognized RUNLOG entry "
                       rl-entry-type
               move "** ABNORMAL END **" to ops-status-flag
               add 1 to abnormal-end-count
           else
               if rerun-pending
                       and rerun-program-name = rl-program-name
                   move "OK - RERUN" to ops-status-flag
               else
                   move "OK" to ops-status-flag
               end-if
           end-if
           write ops-report-line from ops-detail-line
           add 1 to steps-reported-count
           move "N" to start-pending-switch
           if rerun-program-name = rl-program-name
               move "N" to rerun-pending-switch
           end-if
           .

      * A step the restart check bypassed never started, so its single
      * SKIP record is reported on its own, without a start or end.
       report-skipped-step section.
           move spaces to ops-detail-line
           move rl-program-name to ops-program-name
           move rl-run-date     to ops-run-date
           move rl-run-time     to ops-start-time
           move "-"             to ops-end-time
           move zero            to ops-records-read
           move zero            to ops-records-written
           move zero            to ops-return-code
           move "SKIPPED - COMPLETE" to ops-status-flag
           write ops-report-line from ops-detail-line
           add 1 to steps-reported-count
           add 1 to steps-skipped-count
           .

       report-unfinished-step section.
           move zero              to ops-records-read
           move zero              to ops-records-written
           move zero              to ops-return-code
           if rerun-pending and rerun-program-name = pend-program-name
               move "** RERUN NO END **" to ops-status-flag
               move "N" to rerun-pending-switch
           else
               move "** NO END RECORD **" to ops-status-flag
           end-if
           write ops-report-line from ops-detail-line
           add 1 to steps-reported-count
           add 1 to abnormal-end-count
           move "Abnormal ends:"     to ops-count-label
           move abnormal-end-count   to ops-count-value
           write ops-report-line from ops-count-line

           move "Skipped as complete:" to ops-count-label
           move steps-skipped-count  to ops-count-value
           write ops-report-line from ops-count-line

           move "Steps rerun:"       to ops-count-label
           move steps-rerun-count    to ops-count-value
           write ops-report-line from ops-count-line
           .
