
       COPY "payroll_config.cpy".

      * The signed-on operator, as OPERAUTH returns it - CHKRECON
      * must be on the operator's list of programs.
       01 WS-OPERATOR-ID              PIC X(8)       VALUE SPACES.
       01 WS-AUTH-PROGRAM             PIC X(10)      VALUE "CHKRECON".
       01 WS-AUTH-FUNCTION            PIC X(1)       VALUE SPACE.
       01 WS-AUTH-RESULT              PIC X(1).
           88 OPERATOR-AUTHORIZED                  VALUE "Y".

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-CHECK-OPERATOR
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-DN-DATE
           PERFORM 960-COMPUTE-DAY-NUMBER
           IF WS-REGISTER-COUNT = ZERO
               DISPLAY "CHKRECON: NO CHECK REGISTER ON DISK - "
                   "NOTHING TO RECONCILE"
               MOVE STEP-RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OUTSTANDING-FILE
           PERFORM 600-REWRITE-CHECK-REGISTER
           CLOSE OUTSTANDING-FILE
           PERFORM 700-PRINT-SUMMARY
           PERFORM 790-SET-RETURN-CODE
           STOP RUN.

      * Only an operator the authorization table lets run CHKRECON
      * may post with it - checked before anything is opened.
       105-CHECK-OPERATOR.
           CALL "OPERAUTH" USING WS-AUTH-PROGRAM
                                 WS-AUTH-FUNCTION
                                 WS-OPERATOR-ID
                                 WS-AUTH-RESULT
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "CHKRECON: OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED TO RUN CHKRECON - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * Reads the register once into WS-REGISTER-TABLE.  No register
      * on disk (OPEN INPUT fails with a non-zero status) leaves the
      * count at zero and the run stops - there is nothing to mark
                               DISPLAY "CHECK REGISTER HAS MORE THAN "
                                   "2000 CHECKS - TABLE FULL AT "
                                   CHR-CHECK-NUMBER " - RUN ABORTED"
                               MOVE STEP-RC-ABORTED TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * A cleared check the register never issued is the reject;
      * stale outstanding checks are for review.
       790-SET-RETURN-CODE.
           IF WS-UNKNOWN-COUNT > ZERO
               MOVE STEP-RC-REJECTS TO RETURN-CODE
           ELSE IF WS-STALE-COUNT > ZERO
               MOVE STEP-RC-WARNING TO RETURN-CODE
           ELSE
               MOVE STEP-RC-CLEAN TO RETURN-CODE
           END-IF.
       END PROGRAM CHKRECON.
