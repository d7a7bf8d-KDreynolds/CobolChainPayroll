       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE.
       AUTHOR. YOUR NAME.

      * Pay cycle driver - runs the regular cycle's steps in run-book
      * order and stops the cycle at the first step that fails, so
      * nothing downstream ever works from a step that did not
      * finish.  Each step is its own program, run as a command; the
      * RETURN-CODE it ends with (see step_return_code.cpy) is what
      * decides whether the next one may go.  A step fails when its
      * return code is above the highest that step is allowed - as
      * set, a step that finished with rejects (8) is logged and the
      * cycle goes on, one that aborted (16) or could not be started
      * at all stops it.
      *
      *   CYCLE            start a new cycle at the first step
      *   CYCLE RESTART    carry on the last cycle from the step that
      *                    failed - steps already completed are not
      *                    run again
      *   CYCLE ABANDON    close off the last cycle without finishing
      *                    it, so a new one can be started
      *
      * Every step's start, end and return code goes on
      * cycle_log.txt, which accumulates from run to run.  A cycle
      * is identified by the date and time it was first started; a
      * restart logs under the same identifier, so the log shows the
      * whole of one cycle together however many attempts it took.
      * A new cycle is refused while the last one on the log is
      * still open - fix the failed step's problem and RESTART, or
      * ABANDON it.
      *
      * CYCLE's own RETURN-CODE is the highest any step of the cycle
      * returned when the cycle finishes, and 16 when it stops.
      * Periodic programs (HDCOUNT, QTRTAX, YEAREND, ARCHUTIL,
      * INTEGCHK, SCHEDLST) are not part of the pay cycle and are run
      * on their own - YEAREND runs INTEGCHK itself before it closes
      * a year.
      *
      * The steps run under the operator who signed on to start the
      * cycle (see OPERAUTH) - each checks that operator's authority
      * itself, and one the operator may not run stops the cycle
      * like any other abort.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-LOG-FILE ASSIGN TO "cycle_log.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CYCLE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One line per step attempt, plus a line under step 00 "CYCLE"
      * each time a cycle is STARTED, RESTARTED, ENDED or ABANDONED.
      * Step lines carry COMPLETED or FAILED.
       FD CYCLE-LOG-FILE.
       01 CYCLE-LOG-LINE.
           05 CL-CYCLE-ID              PIC X(14).
           05 FILLER                   PIC X(1).
           05 CL-STEP-NUMBER           PIC 9(2).
           05 FILLER                   PIC X(1).
           05 CL-STEP-NAME             PIC X(10).
           05 FILLER                   PIC X(1).
           05 CL-START-DATE            PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CL-START-TIME            PIC 9(6).
           05 FILLER                   PIC X(1).
           05 CL-END-DATE              PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CL-END-TIME              PIC 9(6).
           05 FILLER                   PIC X(1).
           05 CL-RETURN-CODE           PIC 9(3).
           05 FILLER                   PIC X(1).
           05 CL-STEP-STATUS           PIC X(10).
           05 FILLER                   PIC X(5).

       WORKING-STORAGE SECTION.
       01 WS-CYCLE-LOG-STATUS         PIC X(2).
       01 WS-CYCLE-LOG-EOF            PIC X(3)       VALUE "NO".

       01 WS-COMMAND-LINE             PIC X(80).
       01 WS-CYCLE-ACTION             PIC X(10).
           88 CYCLE-ACTION-NEW                    VALUE SPACES.
           88 CYCLE-ACTION-RESTART                VALUE "RESTART".
           88 CYCLE-ACTION-ABANDON                VALUE "ABANDON".

      * The steps of a regular pay cycle, in run-book order: step
      * name for the log, the program to run, its argument, and the
      * highest return code it may end with before the cycle stops.
      * EMPMAINT leads so the scheduled changes due by the period's
      * processing date are on the master before anyone is paid.
      * Return advices are taken before PAYROLL so a bounced account
      * is already off direct deposit; the run goes on the ledger
      * straight after PAYROLL, and the variance review follows and
      * comes before the positive-pay file is cut.
       01 WS-STEP-TABLE.
           05 FILLER.
               10 FILLER               PIC X(10) VALUE "EMPMAINT".
               10 FILLER               PIC X(10) VALUE "empmaint".
               10 FILLER               PIC X(10) VALUE SPACES.
               10 FILLER               PIC 9(2)  VALUE 08.
           05 FILLER.
               10 FILLER               PIC X(10) VALUE "ACHRETRN".
               10 FILLER               PIC X(10) VALUE "achretrn".
               10 FILLER               PIC X(10) VALUE SPACES.
               10 FILLER               PIC 9(2)  VALUE 08.
           05 FILLER.
               10 FILLER               PIC X(10) VALUE "TSEDIT".
               10 FILLER               PIC X(10) VALUE "tsedit".
               10 FILLER               PIC X(10) VALUE SPACES.
               10 FILLER               PIC 9(2)  VALUE 08.
           05 FILLER.
               10 FILLER               PIC X(10) VALUE "PAYROLL".
               10 FILLER               PIC X(10) VALUE "payroll".
               10 FILLER               PIC X(10) VALUE "R".
               10 FILLER               PIC 9(2)  VALUE 08.
           05 FILLER.
               10 FILLER               PIC X(10) VALUE "LEDGPOST".
               10 FILLER               PIC X(10) VALUE "ledgpost".
               10 FILLER               PIC X(10) VALUE SPACES.
               10 FILLER               PIC 9(2)  VALUE 08.
           05 FILLER.
               10 FILLER               PIC X(10) VALUE "VARRPT".
               10 FILLER               PIC X(10) VALUE "varrpt".
               10 FILLER               PIC X(10) VALUE "R".
               10 FILLER               PIC 9(2)  VALUE 08.
           05 FILLER.
               10 FILLER               PIC X(10) VALUE "POSPAY".
               10 FILLER               PIC X(10) VALUE "pospay".
               10 FILLER               PIC X(10) VALUE SPACES.
               10 FILLER               PIC 9(2)  VALUE 08.
           05 FILLER.
               10 FILLER               PIC X(10) VALUE "CHKRECON".
               10 FILLER               PIC X(10) VALUE "chkrecon".
               10 FILLER               PIC X(10) VALUE SPACES.
               10 FILLER               PIC 9(2)  VALUE 08.
           05 FILLER.
               10 FILLER               PIC X(10) VALUE "DLREPLAY".
               10 FILLER               PIC X(10) VALUE "dlreplay".
               10 FILLER               PIC X(10) VALUE SPACES.
               10 FILLER               PIC 9(2)  VALUE 08.
           05 FILLER.
               10 FILLER               PIC X(10) VALUE "LEDGRECON".
               10 FILLER               PIC X(10) VALUE "ledgrecon".
               10 FILLER               PIC X(10) VALUE SPACES.
               10 FILLER               PIC 9(2)  VALUE 08.
       01 WS-STEPS REDEFINES WS-STEP-TABLE.
           05 WS-STEP OCCURS 10 TIMES.
               10 WS-STEP-NAME         PIC X(10).
               10 WS-STEP-PROGRAM      PIC X(10).
               10 WS-STEP-ARGUMENT     PIC X(10).
               10 WS-STEP-MAX-RC       PIC 9(2).
       01 WS-STEP-COUNT               PIC 9(2)       VALUE 10.
       01 WS-STEP-IDX                 PIC 9(2)       VALUE ZERO.

      * What the log says about the last cycle on it - its
      * identifier, whether it was ever ENDED or ABANDONED, the step
      * after the last one it completed, and the highest return code
      * its completed steps gave.
       01 WS-LAST-CYCLE-ID            PIC X(14)      VALUE SPACES.
       01 WS-LAST-CYCLE-SW            PIC X(1)       VALUE "N".
           88 LAST-CYCLE-OPEN                      VALUE "Y".
       01 WS-RESUME-STEP              PIC 9(2)       VALUE 1.
       01 WS-CYCLE-HIGH-RC            PIC 9(3)       VALUE ZERO.

       01 WS-CYCLE-ID                 PIC X(14).
       01 WS-LINE-STATUS              PIC X(10).
       01 WS-CYCLE-STOP-SW            PIC X(1)       VALUE "N".
           88 CYCLE-STOPPED                        VALUE "Y".

       01 WS-TODAY-DATE               PIC 9(8).
       01 WS-TIME-NOW                 PIC 9(8).
       01 WS-START-DATE               PIC 9(8).
       01 WS-START-TIME               PIC 9(6).

      * The command handed to the system for one step, and what
      * comes back.  The system call reports the step's exit code
      * in the high byte of its status, so anything past 255 is
      * brought back down before it is compared or logged; a step
      * that could not be started at all shows as a code above any
      * step's limit.
       01 WS-STEP-COMMAND             PIC X(80).
       01 WS-SYSTEM-STATUS            PIC S9(9) COMP-5.
       01 WS-STEP-RC                  PIC 9(3).

       COPY "payroll_config.cpy".

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-CYCLE-ACTION
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-CYCLE-ACTION
           END-UNSTRING
           IF NOT CYCLE-ACTION-NEW AND NOT CYCLE-ACTION-RESTART
                   AND NOT CYCLE-ACTION-ABANDON
               DISPLAY "CYCLE: USAGE - CYCLE [RESTART|ABANDON]"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 200-READ-CYCLE-LOG
           OPEN EXTEND CYCLE-LOG-FILE
           IF WS-CYCLE-LOG-STATUS = "35"
               OPEN OUTPUT CYCLE-LOG-FILE
           END-IF

           IF CYCLE-ACTION-ABANDON
               PERFORM 300-ABANDON-CYCLE
               CLOSE CYCLE-LOG-FILE
               STOP RUN
           END-IF
           IF CYCLE-ACTION-RESTART
               PERFORM 320-RESTART-CYCLE
           ELSE
               PERFORM 310-START-CYCLE
           END-IF

           MOVE WS-RESUME-STEP TO WS-STEP-IDX
           PERFORM 400-RUN-STEP
               UNTIL CYCLE-STOPPED
                  OR WS-STEP-IDX > WS-STEP-COUNT

           IF CYCLE-STOPPED
               DISPLAY "CYCLE: CYCLE " WS-CYCLE-ID " STOPPED AT STEP "
                   WS-STEP-IDX " " WS-STEP-NAME(WS-STEP-IDX)
               DISPLAY "CYCLE: CORRECT THE PROBLEM AND RERUN WITH "
                   "RESTART"
               CLOSE CYCLE-LOG-FILE
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 500-END-CYCLE
           CLOSE CYCLE-LOG-FILE
           MOVE WS-CYCLE-HIGH-RC TO RETURN-CODE
           STOP RUN.

      * Front to back through the log, keeping only what is known
      * about the newest cycle on it.  Steps run in order, so a
      * COMPLETED line always moves the resume point forward; a
      * FAILED line leaves it on the step that failed.  No log yet
      * simply means there is no cycle to restart.
       200-READ-CYCLE-LOG.
           OPEN INPUT CYCLE-LOG-FILE
           IF WS-CYCLE-LOG-STATUS = "00"
               PERFORM UNTIL WS-CYCLE-LOG-EOF = "YES"
                   READ CYCLE-LOG-FILE
                       AT END
                           MOVE "YES" TO WS-CYCLE-LOG-EOF
                       NOT AT END
                           PERFORM 210-TAKE-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE CYCLE-LOG-FILE
           END-IF.

       210-TAKE-LOG-LINE.
           IF CL-CYCLE-ID NOT = WS-LAST-CYCLE-ID
               MOVE CL-CYCLE-ID TO WS-LAST-CYCLE-ID
               MOVE "Y" TO WS-LAST-CYCLE-SW
               MOVE 1 TO WS-RESUME-STEP
               MOVE ZERO TO WS-CYCLE-HIGH-RC
           END-IF
           IF CL-STEP-NUMBER = ZERO
               IF CL-STEP-STATUS = "ENDED"
                       OR CL-STEP-STATUS = "ABANDONED"
                   MOVE "N" TO WS-LAST-CYCLE-SW
               END-IF
           ELSE
               IF CL-STEP-STATUS = "COMPLETED"
                   COMPUTE WS-RESUME-STEP = CL-STEP-NUMBER + 1
                   IF CL-RETURN-CODE > WS-CYCLE-HIGH-RC
                       MOVE CL-RETURN-CODE TO WS-CYCLE-HIGH-RC
                   END-IF
               END-IF
           END-IF.

      * Closes off an open cycle without running anything more -
      * the operator has decided the rest of it will not be run
      * through the driver.
       300-ABANDON-CYCLE.
           IF NOT LAST-CYCLE-OPEN
               DISPLAY "CYCLE: NO OPEN CYCLE ON cycle_log.txt - "
                   "NOTHING TO ABANDON"
               MOVE STEP-RC-WARNING TO RETURN-CODE
           ELSE
               MOVE WS-LAST-CYCLE-ID TO WS-CYCLE-ID
               MOVE "ABANDONED" TO WS-LINE-STATUS
               PERFORM 600-WRITE-CYCLE-LINE
               DISPLAY "CYCLE: CYCLE " WS-CYCLE-ID
                   " ABANDONED AT STEP " WS-RESUME-STEP
               MOVE STEP-RC-CLEAN TO RETURN-CODE
           END-IF.

      * A new cycle - refused while the last one is still open, so
      * a failed cycle cannot be quietly started over from the top
      * and run its completed steps a second time.
       310-START-CYCLE.
           IF LAST-CYCLE-OPEN
               DISPLAY "CYCLE: CYCLE " WS-LAST-CYCLE-ID
                   " DID NOT FINISH - RERUN WITH RESTART, OR ABANDON "
                   "IT"
               CLOSE CYCLE-LOG-FILE
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TODAY-DATE TO WS-CYCLE-ID(1:8)
           MOVE WS-TIME-NOW(1:6) TO WS-CYCLE-ID(9:6)
           MOVE 1 TO WS-RESUME-STEP
           MOVE ZERO TO WS-CYCLE-HIGH-RC
           MOVE "STARTED" TO WS-LINE-STATUS
           PERFORM 600-WRITE-CYCLE-LINE
           DISPLAY "CYCLE: CYCLE " WS-CYCLE-ID " STARTED".

      * Picks the last cycle up at the step after the last one it
      * completed - the failed step, or the one that was running if
      * the driver itself was stopped.
       320-RESTART-CYCLE.
           IF NOT LAST-CYCLE-OPEN
               DISPLAY "CYCLE: NO OPEN CYCLE ON cycle_log.txt - "
                   "NOTHING TO RESTART"
               CLOSE CYCLE-LOG-FILE
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-LAST-CYCLE-ID TO WS-CYCLE-ID
           MOVE "RESTARTED" TO WS-LINE-STATUS
           PERFORM 600-WRITE-CYCLE-LINE
           IF WS-RESUME-STEP > WS-STEP-COUNT
               DISPLAY "CYCLE: CYCLE " WS-CYCLE-ID
                   " HAS NO STEPS LEFT TO RUN"
           ELSE
               DISPLAY "CYCLE: CYCLE " WS-CYCLE-ID
                   " RESTARTED AT STEP " WS-RESUME-STEP " "
                   WS-STEP-NAME(WS-RESUME-STEP)
           END-IF.

      * One step: run it, read back its return code, log it, and
      * stop the cycle if the code is over the step's limit.
       400-RUN-STEP.
           MOVE SPACES TO WS-STEP-COMMAND
           STRING PC-CYCLE-PROGRAM-DIR DELIMITED BY SPACE
                  WS-STEP-PROGRAM(WS-STEP-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-STEP-ARGUMENT(WS-STEP-IDX) DELIMITED BY SPACE
               INTO WS-STEP-COMMAND
           END-STRING
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-NOW(1:6) TO WS-START-TIME
           DISPLAY "CYCLE: STEP " WS-STEP-IDX " "
               WS-STEP-NAME(WS-STEP-IDX) " STARTED - " WS-STEP-COMMAND

           CALL "SYSTEM" USING WS-STEP-COMMAND
               RETURNING WS-SYSTEM-STATUS
           END-CALL
           IF WS-SYSTEM-STATUS > 255
               DIVIDE 256 INTO WS-SYSTEM-STATUS
           END-IF
           IF WS-SYSTEM-STATUS < ZERO OR WS-SYSTEM-STATUS > 999
               MOVE 999 TO WS-STEP-RC
           ELSE
               MOVE WS-SYSTEM-STATUS TO WS-STEP-RC
           END-IF

           IF WS-STEP-RC > WS-STEP-MAX-RC(WS-STEP-IDX)
               MOVE "Y" TO WS-CYCLE-STOP-SW
               MOVE "FAILED" TO WS-LINE-STATUS
           ELSE
               MOVE "COMPLETED" TO WS-LINE-STATUS
               IF WS-STEP-RC > WS-CYCLE-HIGH-RC
                   MOVE WS-STEP-RC TO WS-CYCLE-HIGH-RC
               END-IF
           END-IF
           PERFORM 610-WRITE-STEP-LINE
           DISPLAY "CYCLE: STEP " WS-STEP-IDX " "
               WS-STEP-NAME(WS-STEP-IDX) " " WS-LINE-STATUS
               " RETURN CODE " WS-STEP-RC
           IF NOT CYCLE-STOPPED
               ADD 1 TO WS-STEP-IDX
           END-IF.

       500-END-CYCLE.
           MOVE "ENDED" TO WS-LINE-STATUS
           PERFORM 600-WRITE-CYCLE-LINE
           DISPLAY "CYCLE: CYCLE " WS-CYCLE-ID " ENDED - HIGHEST "
               "RETURN CODE " WS-CYCLE-HIGH-RC.

      * A cycle-level line under step 00 - the status is already in
      * WS-LINE-STATUS.  Both date/time pairs are now; an ENDED line
      * carries the cycle's highest return code.
       600-WRITE-CYCLE-LINE.
           MOVE SPACES TO CYCLE-LOG-LINE
           MOVE WS-LINE-STATUS TO CL-STEP-STATUS
           MOVE WS-CYCLE-ID TO CL-CYCLE-ID
           MOVE ZERO TO CL-STEP-NUMBER
           MOVE "CYCLE" TO CL-STEP-NAME
           ACCEPT CL-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-NOW(1:6) TO CL-START-TIME
           MOVE CL-START-DATE TO CL-END-DATE
           MOVE CL-START-TIME TO CL-END-TIME
           MOVE WS-CYCLE-HIGH-RC TO CL-RETURN-CODE
           WRITE CYCLE-LOG-LINE.

       610-WRITE-STEP-LINE.
           MOVE SPACES TO CYCLE-LOG-LINE
           MOVE WS-LINE-STATUS TO CL-STEP-STATUS
           MOVE WS-CYCLE-ID TO CL-CYCLE-ID
           MOVE WS-STEP-IDX TO CL-STEP-NUMBER
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO CL-STEP-NAME
           MOVE WS-START-DATE TO CL-START-DATE
           MOVE WS-START-TIME TO CL-START-TIME
           ACCEPT CL-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-NOW(1:6) TO CL-END-TIME
           MOVE WS-STEP-RC TO CL-RETURN-CODE
           WRITE CYCLE-LOG-LINE.
       END PROGRAM CYCLE.
