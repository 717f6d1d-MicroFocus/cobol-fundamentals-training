      * Copyright © 2023 Open Text.

      * The only warranties for products and services of Open Text and its affiliates and licensors ("Open Text")
      * are as may be set forth in the express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional warranty.
      * Open Text shall not be liable for technical or editorial errors or omissions contained herein.
      * The information contained herein is subject to change without notice.

      * One step-control-record per event on STEPCTL, the nightly
      * job's step restart file: step-restart-check appends a started
      * record ("S") when it lets a posting step run, and the step
      * itself appends a complete record ("C") through step-completion
      * when it ends clean.  A rerun of the same business date skips
      * every step with a complete record for that date; a step with
      * only a started record is being rerun.  sc-program-name is the
      * program name the step logs to RUNLOG.
       01  step-control-record.
           05  sc-business-date        pic 9(08).
           05  sc-program-name         pic x(24).
           05  sc-step-status          pic x(01).
               88  sc-step-started         value "S".
               88  sc-step-complete        value "C".
           05  sc-logged-date          pic 9(08).
           05  sc-logged-time          pic 9(08).
