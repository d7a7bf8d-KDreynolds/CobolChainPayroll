      *       FAILURE line with no matching entry in
      *       blockchain_deadletter.txt, since that combination
      *       means a transaction fell through both safety nets.
      *       A payment PAYROLL wrote PENDING counts there, and once
      *       more under its ledger outcome once LEDGPOST has run.
      *
      * An omitted or "*" employee ID matches everyone; omitted
      * dates leave the range open at that end.  A fifth token names
       01 WS-SUCCESS-COUNT            PIC 9(5)       VALUE ZERO.
       01 WS-FAILURE-COUNT            PIC 9(5)       VALUE ZERO.
       01 WS-SKIPPED-COUNT            PIC 9(5)       VALUE ZERO.
       01 WS-PENDING-COUNT            PIC 9(5)       VALUE ZERO.
       01 WS-OTHER-COUNT              PIC 9(5)       VALUE ZERO.
       01 WS-SUCCESS-AMOUNT           PIC 9(9)V99    VALUE ZERO.
       01 WS-FAILURE-AMOUNT           PIC 9(9)V99    VALUE ZERO.
       01 WS-SKIPPED-AMOUNT           PIC 9(9)V99    VALUE ZERO.
       01 WS-PENDING-AMOUNT           PIC 9(9)V99    VALUE ZERO.
       01 WS-TOTAL-AMOUNT             PIC 9(9)V99    VALUE ZERO.
       01 WS-UNMATCHED-FAILURE-COUNT  PIC 9(5)       VALUE ZERO.

      * Employee IDs found in the dead-letter file, loaded once by
      * 200-LOAD-DEADLETTER-IDS - a FAILURE audit line whose
      * employee never shows up here fell through both safety nets.
      * A LEDGPOST batch dead letter carries up to 12 employees, each
      * one the recipient of a transaction in its payload.
       01 WS-DL-COUNT                 PIC 9(4)       VALUE ZERO.
       01 WS-DL-TABLE.
           05 WS-DL-ENTRY OCCURS 1000 TIMES.
               10 WS-DL-ID             PIC X(10).
       01 WS-DL-IDX                   PIC 9(4)       VALUE ZERO.
       01 WS-DL-FOUND-SW              PIC X(1)       VALUE "N".
           88 DEADLETTER-ENTRY-FOUND                  VALUE "Y".
       01 WS-DL-PTR                   PIC 9(4)       COMP.
       01 WS-DL-SCRAP                 PIC X(1).
       01 WS-DL-SCRAP-ID              PIC X(10).
       01 WS-DL-MORE-SW               PIC X(1)       VALUE "N".
           88 MORE-RECIPIENTS                         VALUE "Y".
       01 WS-DL-DELIMITER             PIC X(15).

       01 WS-INQ-HEADING-LINE.
           05 FILLER                  PIC X(20) VALUE
           05 ID-DATE                  PIC 9(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 ID-TIME                  PIC 9(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 ID-OPERATOR-ID           PIC X(8).

       01 WS-INQ-SUMMARY-LINE.
           05 IS-LABEL                 PIC X(26).
           05 IF-DATE                  PIC 9(8).
           05 FILLER                  PIC X(3)  VALUE " **".

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-PARSE-COMMAND-LINE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AUDITINQ: NO AUDIT FILE ON DISK - "
                   "NOTHING TO REPORT"
               MOVE STEP-RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INQUIRY-FILE
           CLOSE INQUIRY-FILE
           DISPLAY "AUDITINQ: " WS-SELECTED-COUNT
               " AUDIT LINES SELECTED - SEE audit_inquiry.txt"
           MOVE STEP-RC-CLEAN TO RETURN-CODE
           STOP RUN.

      * Mode, then the optional filters in order: employee ID (or

      * Reads the employee IDs out of the dead-letter file once so
      * each FAILURE line in the summary pass can be checked with a
      * table scan.  A batch's IDs are the recipients in its payload;
      * a run's MANIFEST names no employee; a line keyed any other
      * way predates batching and is keyed by the employee ID.  No
      * dead-letter file on disk just means nothing was ever
      * dead-lettered - every FAILURE line is then by definition
      * unmatched.
       200-LOAD-DEADLETTER-IDS.
           MOVE ZERO TO WS-DL-COUNT
           MOVE "NO" TO WS-DEADLETTER-EOF
                       AT END
                           MOVE "YES" TO WS-DEADLETTER-EOF
                       NOT AT END
                           IF DEADLETTER-LINE(1:5) = "BATCH"
                               MOVE 16 TO WS-DL-PTR
                               MOVE "Y" TO WS-DL-MORE-SW
                               PERFORM 210-TAKE-BATCH-RECIPIENT
                                   UNTIL NOT MORE-RECIPIENTS
                           ELSE IF DEADLETTER-LINE(1:10)
                                   NOT = "MANIFEST"
                               MOVE DEADLETTER-LINE(1:10) TO
                                   WS-DL-SCRAP-ID
                               PERFORM 220-ADD-DEADLETTER-ID
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEADLETTER-FILE
           END-IF.

      * The next recipient in a batch payload - the ten characters
      * after its "recipient" tag.  WS-DL-DELIMITER comes back blank
      * once no tag is left, and that ends the line.
       210-TAKE-BATCH-RECIPIENT.
           MOVE SPACES TO WS-DL-DELIMITER
           UNSTRING DEADLETTER-LINE
               DELIMITED BY '"recipient": "'
               INTO WS-DL-SCRAP DELIMITER IN WS-DL-DELIMITER
               WITH POINTER WS-DL-PTR
           END-UNSTRING
           IF WS-DL-DELIMITER = SPACES OR WS-DL-PTR > 1270
               MOVE "N" TO WS-DL-MORE-SW
           ELSE
               MOVE DEADLETTER-LINE(WS-DL-PTR:10) TO WS-DL-SCRAP-ID
               PERFORM 220-ADD-DEADLETTER-ID
           END-IF.

       220-ADD-DEADLETTER-ID.
           IF WS-DL-COUNT < 1000
               ADD 1 TO WS-DL-COUNT
               MOVE WS-DL-SCRAP-ID TO WS-DL-ID(WS-DL-COUNT)
           ELSE
               DISPLAY "DEAD-LETTER FILE HAS MORE THAN 1000 "
                   "EMPLOYEE ENTRIES - EXTRA ENTRIES NOT "
                   "CROSS-CHECKED"
           END-IF.

       300-WRITE-HEADING.
           MOVE WS-INQ-MODE TO IH-MODE
           MOVE WS-EMPLOYEE-FILTER TO IH-EMPLOYEE-FILTER
           MOVE AU-OUTCOME TO ID-OUTCOME
           MOVE AU-DATE TO ID-DATE
           MOVE AU-TIME TO ID-TIME
           MOVE AU-OPERATOR-ID TO ID-OPERATOR-ID
           MOVE WS-INQ-DETAIL-LINE TO INQUIRY-LINE
           WRITE INQUIRY-LINE.

           ELSE IF AU-OUTCOME-SKIPPED
               ADD 1 TO WS-SKIPPED-COUNT
               ADD AU-AMOUNT TO WS-SKIPPED-AMOUNT
           ELSE IF AU-OUTCOME-PENDING
               ADD 1 TO WS-PENDING-COUNT
               ADD AU-AMOUNT TO WS-PENDING-AMOUNT
           ELSE
               ADD 1 TO WS-OTHER-COUNT
           END-IF.

      * A FAILURE audit line means the batch the transaction went to
      * the ledger in was never acknowledged; the dead-letter file is
      * where the batch should have landed for replay.  A FAILURE
      * with no dead-letter line for the same employee fell through
      * both safety nets, so it gets its own flag line right in the
      * report.
       530-CHECK-DEADLETTER-ENTRY.
           MOVE "N" TO WS-DL-FOUND-SW
           MOVE ZERO TO WS-DL-IDX
           MOVE WS-SKIPPED-AMOUNT TO IS-AMOUNT
           MOVE WS-INQ-SUMMARY-LINE TO INQUIRY-LINE
           WRITE INQUIRY-LINE
           MOVE "PENDING" TO IS-LABEL
           MOVE WS-PENDING-COUNT TO IS-COUNT
           MOVE WS-PENDING-AMOUNT TO IS-AMOUNT
           MOVE WS-INQ-SUMMARY-LINE TO INQUIRY-LINE
           WRITE INQUIRY-LINE
           MOVE "OTHER" TO IS-LABEL
           MOVE WS-OTHER-COUNT TO IS-COUNT
           MOVE ZERO TO IS-AMOUNT
