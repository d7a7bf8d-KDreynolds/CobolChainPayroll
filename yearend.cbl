      * record carrying any other year is left alone and counted, so
      * running the close twice (or against the wrong year) archives
      * nothing silently.
      *
      * Before anything is read, INTEGCHK is run against the close
      * year - the statements are cut from YTD-FILE alone, so a YTD
      * master that has drifted from pay history (or a leave,
      * deduction or check-register master that has) stops the
      * close until integrity_report.txt has been worked and the
      * check comes back clean or with warnings only.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-CLOSE-YEAR-TEXT            PIC X(4).
       01 WS-CLOSE-YEAR                 PIC 9(4).

      * The integrity check's command line and what it returned -
      * the same CALL "SYSTEM" CYCLE runs its steps through, and the
      * same decoding of the wait status it hands back.
       01 WS-CHECK-COMMAND              PIC X(80).
       01 WS-SYSTEM-STATUS              PIC S9(9) COMP-5.
       01 WS-CHECK-RC                   PIC 9(3).

       01 WS-READ-COUNT                 PIC 9(5)       VALUE ZERO.
       01 WS-CLOSED-COUNT               PIC 9(5)       VALUE ZERO.
       01 WS-OTHER-YEAR-COUNT           PIC 9(5)       VALUE ZERO.
       01 WS-STMT-NO-MASTER-LINE        PIC X(44)      VALUE
           "** EMPLOYEE NOT ON MASTER - ID ONLY **".

      * The signed-on operator, as OPERAUTH returns it - YEAREND
      * must be on the operator's list of programs.
       01 WS-OPERATOR-ID              PIC X(8)       VALUE SPACES.
       01 WS-AUTH-PROGRAM             PIC X(10)      VALUE "YEAREND".
       01 WS-AUTH-FUNCTION            PIC X(1)       VALUE SPACE.
       01 WS-AUTH-RESULT              PIC X(1).
           88 OPERATOR-AUTHORIZED                  VALUE "Y".

       COPY "payroll_config.cpy".

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-CHECK-OPERATOR
           PERFORM 110-PARSE-CLOSE-YEAR
           PERFORM 120-RUN-INTEGRITY-CHECK
           OPEN INPUT YTD-FILE
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "YEAREND: NO YTD FILE ON DISK - NOTHING TO CLOSE"
               MOVE STEP-RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
                   WS-CLOSE-YEAR " - NOTHING ARCHIVED"
           END-IF
           PERFORM 800-PRINT-SUMMARY
           PERFORM 790-SET-RETURN-CODE
           STOP RUN.

      * Only an operator the authorization table lets run YEAREND
      * may post with it - checked before anything is opened.
       105-CHECK-OPERATOR.
           CALL "OPERAUTH" USING WS-AUTH-PROGRAM
                                 WS-AUTH-FUNCTION
                                 WS-OPERATOR-ID
                                 WS-AUTH-RESULT
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "YEAREND: OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED TO RUN YEAREND - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * The close year is too dangerous to default - a close against
      * the wrong year quietly archives nothing (every record fails
      * the year match), so a missing or non-numeric argument stops
           ACCEPT WS-CLOSE-YEAR-TEXT FROM COMMAND-LINE
           IF WS-CLOSE-YEAR-TEXT NOT NUMERIC
               DISPLAY "YEAREND: USAGE - YEAREND <YYYY>"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CLOSE-YEAR-TEXT TO WS-CLOSE-YEAR
           MOVE WS-CLOSE-YEAR TO WS-ARCHIVE-YEAR
           MOVE WS-CLOSE-YEAR TO AS-YEAR.

      * INTEGCHK against the close year.  Discrepancies (or a check
      * that could not run at all) stop the close before a single
      * statement is cut; warnings only - leave balances nobody has
      * been paid against yet - let it go ahead.
       120-RUN-INTEGRITY-CHECK.
           MOVE SPACES TO WS-CHECK-COMMAND
           STRING PC-CYCLE-PROGRAM-DIR DELIMITED BY SPACE
                  "integchk" DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CLOSE-YEAR DELIMITED BY SIZE
               INTO WS-CHECK-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-CHECK-COMMAND
               RETURNING WS-SYSTEM-STATUS
           END-CALL
           IF WS-SYSTEM-STATUS > 255
               DIVIDE 256 INTO WS-SYSTEM-STATUS
           END-IF
           IF WS-SYSTEM-STATUS < ZERO OR WS-SYSTEM-STATUS > 999
               MOVE 999 TO WS-CHECK-RC
           ELSE
               MOVE WS-SYSTEM-STATUS TO WS-CHECK-RC
           END-IF
           IF WS-CHECK-RC > STEP-RC-WARNING
               DISPLAY "YEAREND: INTEGRITY CHECK RETURNED " WS-CHECK-RC
                   " - MASTERS DO NOT AGREE WITH PAY HISTORY"
               DISPLAY "YEAREND: SEE integrity_report.txt - "
                   "NOTHING CLOSED, RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * One employee out of the closing year - the YTD record goes to
      * the archive exactly as it sits on the live file, then the
      * statement page prints from it with the name and department
      * One page per employee, built the way 850-PRINT-PAY-STATEMENTS
      * builds the per-period page - separator, heading, identity
      * lines, then the amounts with the generic amount line relabeled
      * for each figure.  Taxable wages is gross less the non-taxable
      * one-time earnings (reimbursements and the like) that went
      * into it.
       400-WRITE-ANNUAL-STATEMENT.
           MOVE WS-STMT-SEPARATOR-LINE TO ANNUAL-STMT-LINE
           WRITE ANNUAL-STMT-LINE
           MOVE "ANNUAL GROSS PAY:" TO AS-AMOUNT-LABEL
           MOVE YTD-GROSS-AMOUNT OF YTD-RECORD TO WS-FA-AMOUNT
           PERFORM 500-WRITE-AMOUNT-LINE
           MOVE "TAXABLE WAGES:" TO AS-AMOUNT-LABEL
           MOVE YTD-TAXABLE-AMOUNT OF YTD-RECORD TO WS-FA-AMOUNT
           PERFORM 500-WRITE-AMOUNT-LINE
           MOVE "TAX WITHHELD:" TO AS-AMOUNT-LABEL
           MOVE YTD-TAX-AMOUNT OF YTD-RECORD TO WS-FA-AMOUNT
           PERFORM 500-WRITE-AMOUNT-LINE
                   INTO WS-FA-RESULT
           END-IF.

      * Nothing closed for the year asked for is worth a look.
       790-SET-RETURN-CODE.
           IF WS-CLOSED-COUNT = ZERO
               MOVE STEP-RC-WARNING TO RETURN-CODE
           ELSE
               MOVE STEP-RC-CLEAN TO RETURN-CODE
           END-IF.
       END PROGRAM YEAREND.
