       01 STEP-RETURN-CODES.
      * The RETURN-CODE every batch program in the pay cycle ends
      * with, moved in just ahead of each STOP RUN - the one thing
      * CYCLE reads to decide whether the next step may run, and
      * what the cycle log records against each step.
      *   0  clean - the step did everything it was asked
      *   4  warnings - finished, but something wants a look
      *      (nothing on disk to work on, items held or flagged)
      *   8  rejects present - finished, but some input was turned
      *      away and is listed on the step's reject report
      *  16  aborted - the step stopped before finishing; nothing
      *      after it should run until it is fixed and rerun
           05 STEP-RC-CLEAN               PIC S9(4) COMP VALUE 0.
           05 STEP-RC-WARNING             PIC S9(4) COMP VALUE 4.
           05 STEP-RC-REJECTS             PIC S9(4) COMP VALUE 8.
           05 STEP-RC-ABORTED             PIC S9(4) COMP VALUE 16.
