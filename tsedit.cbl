      * the supervisor's approval card (period date, approval flag,
      * supervisor ID), and a missing card, an unapproved flag, or
      * a card for a different period than the lines stops the whole
      * batch before anything is written.  The card also names the
      * pay group the batch is for (blank is PC-DEFAULT-PAY-GROUP) -
      * a line for an employee paid with another group belongs to
      * that group's batch and is rejected here.
      *
      * Per-line rules: the employee must exist on the master and
      * be hourly; the line's period date must match the batch's;
           05 TB-APPROVED-FLAG           PIC X(1).
           05 FILLER                    PIC X(1).
           05 TB-SUPERVISOR-ID           PIC X(10).
           05 FILLER                    PIC X(1).
           05 TB-PAY-GROUP               PIC X(2).

       FD MASTER-FILE.
       01 MASTER-RECORD.
      * The batch card's values, held for the per-line checks.
       01 WS-BATCH-PERIOD-DATE        PIC 9(8)       VALUE ZERO.
       01 WS-BATCH-SUPERVISOR         PIC X(10)      VALUE SPACES.
       01 WS-BATCH-PAY-GROUP          PIC X(2)       VALUE SPACES.

      * The line's employee's pay group, blank read as the default.
       01 WS-EMPLOYEE-PAY-GROUP       PIC X(2)       VALUE SPACES.

      * Verdict per line, the same switch-and-reason shape
      * EMPMAINT's validation leaves behind.

       COPY "payroll_config.cpy".

      * The signed-on operator, as OPERAUTH returns it - TSEDIT
      * must be on the operator's list of programs.
       01 WS-OPERATOR-ID              PIC X(8)       VALUE SPACES.
       01 WS-AUTH-PROGRAM             PIC X(10)      VALUE "TSEDIT".
       01 WS-AUTH-FUNCTION            PIC X(1)       VALUE SPACE.
       01 WS-AUTH-RESULT              PIC X(1).
           88 OPERATOR-AUTHORIZED                  VALUE "Y".

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-CHECK-OPERATOR
           PERFORM 110-READ-BATCH-CARD
           OPEN INPUT TIMESHEET-FILE
           IF WS-TIMESHEET-STATUS NOT = "00"
               DISPLAY "TSEDIT: NO TIMESHEET FILE ON DISK - "
                   "NOTHING TO EDIT"
               MOVE STEP-RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "TSEDIT: CANNOT OPEN employee_master.dat - "
                   "STATUS " WS-MASTER-STATUS " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT APPROVED-FILE
           CLOSE APPROVED-FILE
           CLOSE TS-REJECT-FILE
           PERFORM 700-PRINT-SUMMARY
           PERFORM 790-SET-RETURN-CODE
           STOP RUN.

      * Only an operator the authorization table lets run TSEDIT
      * may post with it - checked before anything is opened.
       105-CHECK-OPERATOR.
           CALL "OPERAUTH" USING WS-AUTH-PROGRAM
                                 WS-AUTH-FUNCTION
                                 WS-OPERATOR-ID
                                 WS-AUTH-RESULT
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "TSEDIT: OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED TO RUN TSEDIT - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * The supervisor's sign-off, checked before any line is read -
      * no card, no approval, and the whole batch stops here with
      * nothing written, so an unapproved file can never slip into
           IF WS-BATCH-STATUS NOT = "00"
               DISPLAY "TSEDIT: NO BATCH APPROVAL CARD ON DISK - "
                   "BATCH NOT RELEASED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           READ BATCH-FILE
           IF TB-APPROVED-FLAG NOT = "Y"
               DISPLAY "TSEDIT: BATCH NOT MARKED APPROVED BY "
                   "SUPERVISOR - BATCH NOT RELEASED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           IF TB-PERIOD-DATE NOT NUMERIC OR TB-PERIOD-DATE = ZERO
               DISPLAY "TSEDIT: BATCH CARD CARRIES NO PERIOD DATE - "
                   "BATCH NOT RELEASED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TB-PERIOD-DATE TO WS-BATCH-PERIOD-DATE
           MOVE TB-SUPERVISOR-ID TO WS-BATCH-SUPERVISOR
           IF TB-PAY-GROUP = SPACES
               MOVE PC-DEFAULT-PAY-GROUP TO WS-BATCH-PAY-GROUP
           ELSE
               MOVE TB-PAY-GROUP TO WS-BATCH-PAY-GROUP
           END-IF.

      * One raw line through the rules - first failure names the
      * reason, a clean line goes to the approved file and onto the
           ELSE IF NOT PAY-TYPE-HOURLY OF MASTER-RECORD
               MOVE "N" TO WS-LINE-VALID-SW
               MOVE "EMPLOYEE NOT HOURLY" TO WS-TS-REJECT-TEXT
           ELSE IF WS-EMPLOYEE-PAY-GROUP NOT = WS-BATCH-PAY-GROUP
               MOVE "N" TO WS-LINE-VALID-SW
               MOVE "EMPLOYEE NOT IN BATCH PAY GROUP"
                   TO WS-TS-REJECT-TEXT
           ELSE IF TS-PERIOD-DATE OF TIMESHEET-RECORD
                   NOT = WS-BATCH-PERIOD-DATE
               MOVE "N" TO WS-LINE-VALID-SW
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND-SW
           END-READ
           MOVE PAY-GROUP OF MASTER-RECORD TO WS-EMPLOYEE-PAY-GROUP
           IF WS-EMPLOYEE-PAY-GROUP = SPACES
               MOVE PC-DEFAULT-PAY-GROUP TO WS-EMPLOYEE-PAY-GROUP
           END-IF.

       230-REMEMBER-ID.
           IF WS-SEEN-COUNT < 500
      * in the spirit of PAYROLL's control report.
       700-PRINT-SUMMARY.
           DISPLAY "TSEDIT SUMMARY FOR PERIOD " WS-BATCH-PERIOD-DATE
               " PAY GROUP " WS-BATCH-PAY-GROUP
               " APPROVED BY " WS-BATCH-SUPERVISOR
           DISPLAY "  LINES READ:     " WS-READ-COUNT
           DISPLAY "  APPROVED:       " WS-APPROVED-COUNT
           DISPLAY "  CLEAN FILE IN timesheet_approved.dat - "
               "REJECTS IN timesheet_rejects.txt".

      * Any rejected line is an employee PAYROLL will not find hours
      * for.
       790-SET-RETURN-CODE.
           IF WS-REJECTED-COUNT > ZERO
               MOVE STEP-RC-REJECTS TO RETURN-CODE
           ELSE
               MOVE STEP-RC-CLEAN TO RETURN-CODE
           END-IF.
       END PROGRAM TSEDIT.
