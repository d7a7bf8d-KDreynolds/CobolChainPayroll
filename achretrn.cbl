      *   - queues a replacement check: next number off the same
      *     check_control.txt sequence PAYROLL draws from, a line on
      *     replacement_checks.txt for operations to print, and an
      *     outstanding entry on the persistent check register (the
      *     entry INTEGCHK ties back to the returned deposit)
      *   - flips the employee master's PRENOTE-STATUS to "W" with a
      *     zero PRENOTE-DATE, so the dead account stops receiving:
      *     a zero-date wait never ages live, and no new prenote
           05 RP-COUNT-LABEL           PIC X(30).
           05 RP-COUNT                 PIC ZZZZ9.

      * The signed-on operator, as OPERAUTH returns it - ACHRETRN
      * must be on the operator's list of programs.
       01 WS-OPERATOR-ID              PIC X(8)       VALUE SPACES.
       01 WS-AUTH-PROGRAM             PIC X(10)      VALUE "ACHRETRN".
       01 WS-AUTH-FUNCTION            PIC X(1)       VALUE SPACE.
       01 WS-AUTH-RESULT              PIC X(1).
           88 OPERATOR-AUTHORIZED                  VALUE "Y".

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-CHECK-OPERATOR
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 110-LOAD-RETURNS-TABLE
           IF WS-RETURNS-COUNT = ZERO
               DISPLAY "ACHRETRN: NO RETURN ADVICES ON DISK - "
                   "NOTHING TO PROCESS"
               MOVE STEP-RC-CLEAN TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-MATCH-AGAINST-HISTORY
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ACHRETRN: CANNOT OPEN employee_master.dat - "
                   "STATUS " WS-MASTER-STATUS " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CHECK-REGISTER-FILE
           CLOSE REPLACEMENT-FILE
           CLOSE REPORT-FILE
           PERFORM 700-PRINT-SUMMARY
           PERFORM 790-SET-RETURN-CODE
           STOP RUN.

      * Only an operator the authorization table lets run ACHRETRN
      * may post with it - checked before anything is opened.
       105-CHECK-OPERATOR.
           CALL "OPERAUTH" USING WS-AUTH-PROGRAM
                                 WS-AUTH-FUNCTION
                                 WS-OPERATOR-ID
                                 WS-AUTH-RESULT
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "ACHRETRN: OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED TO RUN ACHRETRN - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * Reads the advices once into WS-RETURNS-TABLE.  No return
      * file on disk (OPEN INPUT fails with a non-zero status) just
      * means the bank bounced nothing.  A file past the table's
                               ELSE
                                   DISPLAY "ACH-RETURNS-FILE HAS MORE "
                                       "THAN 100 ADVICES - RUN ABORTED"
                                   MOVE STEP-RC-ABORTED TO RETURN-CODE
                                   STOP RUN
                               END-IF
                           END-IF
               DISPLAY "ACH-RETURNS-FILE CARRIES THE SAME ADVICE "
                   "TWICE - " ARN-BANK-ACCOUNT " "
                   ARN-PROCESSING-DATE " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ACHRETRN: NO PAY-HISTORY FILE ON DISK - "
                   "RETURNS CANNOT BE MATCHED - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-HISTORY-EOF = "YES"
                   INTO WS-FA-RESULT
           END-IF.

      * An advice with no payment on history to match is the reject;
      * returns that were matched leave replacement checks to print
      * and accounts to fix, which is worth a look but not a stop.
       790-SET-RETURN-CODE.
           IF WS-UNMATCHED-COUNT > ZERO
               MOVE STEP-RC-REJECTS TO RETURN-CODE
           ELSE IF WS-MATCHED-COUNT > ZERO
               MOVE STEP-RC-WARNING TO RETURN-CODE
           ELSE
               MOVE STEP-RC-CLEAN TO RETURN-CODE
           END-IF.
       END PROGRAM ACHRETRN.
