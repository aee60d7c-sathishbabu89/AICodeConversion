      * One step of the nightly chain, as NIGHTLY-BATCH-DRIVER reads
      * it from the job-step control file JOBSTEP.DAT. Operations own
      * the file; adding, reordering or bypassing a step is a change
      * to it, not to the driver.
      *   JST-SEQUENCE       run order, unique. Leave gaps (010, 020)
      *                      so a step can go in between without
      *                      renumbering. Do not renumber while a run
      *                      is waiting to be restarted - the driver's
      *                      checkpoint is the last sequence it
      *                      finished.
      *   JST-PROGRAM        the program CALLed.
      *   JST-RUN-CONDITION  D every processing night, E month-end
      *                      nights only, Q quarter-end nights only
      *                      (a month-end in March, June, September or
      *                      December).
      *   JST-RC-THRESHOLD   a return code this high or higher is a
      *                      failure: the alert is written and the
      *                      rest of the chain is skipped. Blank is 08;
      *                      99 never fails the run.
      *   JST-RESTARTABLE    Y - a rerun after an abort skips the step
      *                      once it has finished; N - it runs again
      *                      on every rerun (the queue drains, the
      *                      reports and the health check). Blank is Y.
      *   JST-ALWAYS-RUN     Y - runs even on a night an earlier step
      *                      failed. Blank is N.
      *   JST-PASS-PARM      Y - the step is handed the run's control
      *                      card as its PARM. Blank is N.
      *   JST-BYPASS         Y - skip the step tonight; the bypass is
      *                      written to OPALERT.DAT every night it is
      *                      set. Blank is N.
      *   JST-DEPENDS-ON     up to three sequence numbers of earlier
      *                      steps this one needs. A dependency
      *                      counts as met when it finished, or is
      *                      not scheduled tonight; if it was bypassed
      *                      this step is bypassed with it.
       01  JOB-STEP-RECORD.
           05  JST-SEQUENCE       PIC 9(3).
           05  FILLER             PIC X(1).
           05  JST-PROGRAM        PIC X(30).
           05  FILLER             PIC X(1).
           05  JST-RUN-CONDITION  PIC X(1).
           05  FILLER             PIC X(1).
           05  JST-RC-THRESHOLD   PIC X(2).
           05  FILLER             PIC X(1).
           05  JST-RESTARTABLE    PIC X(1).
           05  FILLER             PIC X(1).
           05  JST-ALWAYS-RUN     PIC X(1).
           05  FILLER             PIC X(1).
           05  JST-PASS-PARM      PIC X(1).
           05  FILLER             PIC X(1).
           05  JST-BYPASS         PIC X(1).
           05  JST-DEPENDENCIES OCCURS 3 TIMES.
               10  FILLER         PIC X(1).
               10  JST-DEPENDS-ON PIC X(3).
