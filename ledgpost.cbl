       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGPOST.
       AUTHOR. YOUR NAME.

      * Ledger posting - the end-of-run step that puts a completed
      * payroll run on the blockchain ledger.  PAYROLL pays its
      * employees without touching the ledger and marks each payment
      * PENDING on the audit trail; LEDGPOST, run straight after it,
      * reads the run's PAYROLL-FILE and submits its transactions
      * through INTEGRATION in batches of PC-LEDGER-BATCH-SIZE - one
      * "blockchain_interface" call per batch, retried and, if the
      * ledger never acknowledges it, dead-lettered as a unit for
      * DLREPLAY to resend.
      *
      * Once the batches are in, the run's manifest follows: the
      * record count, the net total and a RUNHASH hash over every
      * PAYROLL-FILE record, in file order.  The manifest is what
      * anchors the run - LEDGRECON proves a whole run is on the
      * ledger by checking the ledger's copy of it against
      * LEDGER-MANIFEST-FILE, the local record of every run posted,
      * and against the ledger transactions carrying the run's ID.
      *
      * The run is the last one on the run history (date, run type
      * and pay group), and every PAYROLL-FILE record must carry its
      * processing date.  A run already on LEDGER-MANIFEST-FILE is
      * never posted twice, so a restarted cycle can run LEDGPOST
      * again safely.  Each transaction gets a second audit line
      * with its batch's outcome - SUCCESS, FAILURE (dead-lettered)
      * or SKIPPED (the ledger switched off).  A run left with a
      * dead-lettered batch or manifest ends with a warning.
      *
      * PAYROLL-FILE only ever holds the latest run, so a run that
      * completed after the last one posted and before this one (an
      * off-cycle run nobody followed with LEDGPOST) can no longer
      * be posted at all.  Each such run is named on the console and
      * the step ends with a warning - the run being posted now is
      * still posted; LEDGRECON goes on listing the gap.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "payroll_run_history.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RUN-HISTORY-STATUS.
           SELECT PAYROLL-FILE ASSIGN TO "payroll_record.cpy"
               FILE STATUS WS-PAYROLL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "payroll_audit.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
           SELECT LEDGER-MANIFEST-FILE ASSIGN TO "ledger_manifest.dat"
               FILE STATUS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout PAYROLL's 176-RECORD-RUN-DATE writes - one line
      * per completed run, the latest last.
       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-LINE.
           05 RH-RUN-DATE                PIC 9(8).
           05 RH-RUN-TYPE                PIC X(1).
           05 RH-PAY-GROUP               PIC X(2).
           05 FILLER                     PIC X(1).
           05 RH-OPERATOR-ID             PIC X(8).

       FD PAYROLL-FILE.
       01 PAYROLL-RECORD.
           COPY "payroll_record.cpy".

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY "audit_record.cpy".

       FD LEDGER-MANIFEST-FILE.
       01 LEDGER-MANIFEST-RECORD.
           COPY "ledger_manifest_record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RUN-HISTORY-STATUS       PIC X(2).
       01 WS-RUN-HISTORY-EOF          PIC X(3)       VALUE "NO".
       01 WS-PAYROLL-STATUS           PIC X(2).
       01 WS-PAYROLL-EOF              PIC X(3)       VALUE "NO".
       01 WS-AUDIT-STATUS             PIC X(2).
       01 WS-MANIFEST-STATUS          PIC X(2).
       01 WS-MANIFEST-EOF             PIC X(3)       VALUE "NO".

      * The run being posted, from the last run-history line.
       01 WS-RUN-ID.
           05 WS-RUN-DATE              PIC 9(8)       VALUE ZERO.
           05 WS-RUN-TYPE              PIC X(1)       VALUE SPACE.
           05 WS-RUN-PAY-GROUP         PIC X(2)       VALUE SPACES.
       01 WS-RUN-FOUND-SW             PIC X(1)       VALUE "N".
           88 RUN-FOUND                            VALUE "Y".
       01 WS-ALREADY-POSTED-SW        PIC X(1)       VALUE "N".
           88 RUN-ALREADY-POSTED                   VALUE "Y".

      * The run on the last LEDGER-MANIFEST-FILE record, and the
      * completed runs the run history lists after it - all but the
      * last of those (the run being posted) were never posted.
      * More than the table holds are counted but not named.
       01 WS-LAST-POSTED-ID           PIC X(11)      VALUE SPACES.
       01 WS-LAST-POSTED-SEEN-SW      PIC X(1)       VALUE "N".
           88 LAST-POSTED-SEEN                     VALUE "Y".
       01 WS-LATER-RUN-COUNT          PIC 9(5)       VALUE ZERO.
       01 WS-LATER-RUN-TABLE.
           05 WS-LATER-RUN-ID          PIC X(11) OCCURS 50 TIMES.
       01 WS-LATER-RUN-IDX            PIC 9(5)       VALUE ZERO.
       01 WS-UNPOSTED-RUN-COUNT       PIC 9(5)       VALUE ZERO.
       01 WS-HISTORY-RUN-ID.
           05 WS-HR-RUN-DATE           PIC 9(8).
           05 WS-HR-RUN-TYPE           PIC X(1).
           05 WS-HR-PAY-GROUP          PIC X(2).

      * The manifest's figures, built record by record as
      * PAYROLL-FILE is read.
       01 WS-RECORD-COUNT             PIC 9(7)       VALUE ZERO.
       01 WS-TOTAL-AMOUNT             PIC 9(11)V99   VALUE ZERO.
       01 WS-RUN-HASH                 PIC 9(9)       VALUE ZERO.
       01 WS-RECORD-LENGTH            PIC 9(4)       COMP.

      * The batch being gathered - never more than 12 transactions,
      * the most the 1024-byte payload holds, whatever
      * PC-LEDGER-BATCH-SIZE says.
       01 WS-BATCH-LIMIT              PIC 9(2)       VALUE ZERO.
       01 WS-BATCH-COUNT              PIC 9(2)       VALUE ZERO.
       01 WS-BATCH-IDX                PIC 9(2)       VALUE ZERO.
       01 WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 12 TIMES.
               10 WS-BT-EMPLOYEE-ID    PIC X(10).
               10 WS-BT-TYPE           PIC X(7).
               10 WS-BT-AMOUNT         PIC 9(7)V99.
       01 WS-BATCH-NO                 PIC 9(5)       VALUE ZERO.
       01 WS-BATCHES-POSTED           PIC 9(5)       VALUE ZERO.
       01 WS-BATCHES-DEAD             PIC 9(5)       VALUE ZERO.
       01 WS-BATCHES-SKIPPED          PIC 9(5)       VALUE ZERO.

      * What goes to INTEGRATION - the key a dead letter is filed
      * under (BATCHnnnnn or MANIFEST), the payload, and the status
      * code that comes back (zero when the ledger is switched off).
       01 WS-DEADLETTER-KEY.
           05 WS-DL-KEY-PREFIX         PIC X(5).
           05 WS-DL-KEY-BATCH-NO       PIC 9(5).
       01 WS-JSON-STRING              PIC X(1024).
       01 WS-JSON-PTR                 PIC 9(4)       COMP.
       01 WS-STATUS-CODE              PIC 9(3).
           88 LEDGER-CALL-SUCCESS      VALUE 200 THRU 299.
       01 WS-MANIFEST-STATUS-CODE     PIC 9(3)       VALUE ZERO.
           88 MANIFEST-CALL-SUCCESS    VALUE 200 THRU 299.

       01 WS-AUDIT-OUTCOME            PIC X(7).
       01 WS-AUDIT-DATE               PIC 9(8).
       01 WS-AUDIT-TIME               PIC 9(8).
       01 WS-POSTED-DATE              PIC 9(8).

       01 WS-DISP-TOTAL               PIC Z(10)9,99.

       COPY "payroll_config.cpy".

      * The signed-on operator, as OPERAUTH returns it - LEDGPOST
      * must be on the operator's list of programs.
       01 WS-OPERATOR-ID              PIC X(8)       VALUE SPACES.
       01 WS-AUTH-PROGRAM             PIC X(10)      VALUE "LEDGPOST".
       01 WS-AUTH-FUNCTION            PIC X(1)       VALUE SPACE.
       01 WS-AUTH-RESULT              PIC X(1).
           88 OPERATOR-AUTHORIZED                  VALUE "Y".

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-CHECK-OPERATOR
           PERFORM 110-FIND-LAST-RUN
           IF NOT RUN-FOUND
               DISPLAY "LEDGPOST: NO COMPLETED RUN ON "
                   "payroll_run_history.txt - NOTHING TO POST"
               MOVE STEP-RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 120-CHECK-ALREADY-POSTED
           PERFORM 130-CHECK-UNPOSTED-RUNS
           IF RUN-ALREADY-POSTED
               DISPLAY "LEDGPOST: RUN " WS-RUN-ID
                   " IS ALREADY ON THE LEDGER MANIFEST - NOTHING POSTED"
               IF WS-UNPOSTED-RUN-COUNT > ZERO
                   MOVE STEP-RC-WARNING TO RETURN-CODE
               ELSE
                   MOVE STEP-RC-CLEAN TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           MOVE PC-LEDGER-BATCH-SIZE TO WS-BATCH-LIMIT
           IF WS-BATCH-LIMIT > 12 OR WS-BATCH-LIMIT = ZERO
               MOVE 12 TO WS-BATCH-LIMIT
           END-IF
           MOVE LENGTH OF PAYROLL-RECORD TO WS-RECORD-LENGTH

           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = "00"
               DISPLAY "LEDGPOST: CANNOT OPEN payroll_record.cpy - "
                   "STATUS " WS-PAYROLL-STATUS " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF

           PERFORM UNTIL WS-PAYROLL-EOF = "YES"
               READ PAYROLL-FILE
                   AT END
                       MOVE "YES" TO WS-PAYROLL-EOF
                   NOT AT END
                       PERFORM 200-TAKE-PAYROLL-RECORD
               END-READ
           END-PERFORM
           IF WS-BATCH-COUNT > ZERO
               PERFORM 300-SUBMIT-BATCH
           END-IF
           CLOSE PAYROLL-FILE
           CLOSE AUDIT-FILE

           PERFORM 400-POST-MANIFEST
           PERFORM 500-WRITE-MANIFEST-RECORD
           PERFORM 700-PRINT-SUMMARY
           PERFORM 790-SET-RETURN-CODE
           STOP RUN.

      * Only an operator the authorization table lets run LEDGPOST
      * may post with it - checked before anything is opened.
       105-CHECK-OPERATOR.
           CALL "OPERAUTH" USING WS-AUTH-PROGRAM
                                 WS-AUTH-FUNCTION
                                 WS-OPERATOR-ID
                                 WS-AUTH-RESULT
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "LEDGPOST: OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED TO RUN LEDGPOST - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * The latest completed run - PAYROLL appends its run-history
      * line only once the run's PAYROLL-FILE is closed, so the last
      * line is the run whose file is on disk.
       110-FIND-LAST-RUN.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUN-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-RUN-HISTORY-EOF = "YES"
                   READ RUN-HISTORY-FILE
                       AT END
                           MOVE "YES" TO WS-RUN-HISTORY-EOF
                       NOT AT END
                           IF RH-RUN-DATE IS NUMERIC
                               MOVE "Y" TO WS-RUN-FOUND-SW
                               MOVE RH-RUN-DATE TO WS-RUN-DATE
                               MOVE RH-RUN-TYPE TO WS-RUN-TYPE
                               MOVE RH-PAY-GROUP TO WS-RUN-PAY-GROUP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF.

      * Read to the end whether or not the run turns up - the last
      * record is the run most recently posted.
       120-CHECK-ALREADY-POSTED.
           OPEN INPUT LEDGER-MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
               PERFORM UNTIL WS-MANIFEST-EOF = "YES"
                   READ LEDGER-MANIFEST-FILE
                       AT END
                           MOVE "YES" TO WS-MANIFEST-EOF
                       NOT AT END
                           IF LM-RUN-ID = WS-RUN-ID
                               MOVE "Y" TO WS-ALREADY-POSTED-SW
                           END-IF
                           MOVE LM-RUN-ID TO WS-LAST-POSTED-ID
                   END-READ
               END-PERFORM
               CLOSE LEDGER-MANIFEST-FILE
           END-IF.

      * The run history again, from the run last posted on: every
      * completed run after it but the latest never reached the
      * ledger - its PAYROLL-FILE was overwritten before LEDGPOST
      * ran.  No manifest yet, or a last-posted run the history no
      * longer lists, leaves nothing to measure from.
       130-CHECK-UNPOSTED-RUNS.
           IF WS-LAST-POSTED-ID NOT = SPACES
               MOVE "NO" TO WS-RUN-HISTORY-EOF
               OPEN INPUT RUN-HISTORY-FILE
               IF WS-RUN-HISTORY-STATUS = "00"
                   PERFORM UNTIL WS-RUN-HISTORY-EOF = "YES"
                       READ RUN-HISTORY-FILE
                           AT END
                               MOVE "YES" TO WS-RUN-HISTORY-EOF
                           NOT AT END
                               IF RH-RUN-DATE IS NUMERIC
                                   PERFORM 135-TAKE-HISTORY-RUN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUN-HISTORY-FILE
               END-IF
               IF LAST-POSTED-SEEN AND WS-LATER-RUN-COUNT > 1
                   COMPUTE WS-UNPOSTED-RUN-COUNT =
                       WS-LATER-RUN-COUNT - 1
                   MOVE ZERO TO WS-LATER-RUN-IDX
                   PERFORM 137-REPORT-UNPOSTED-RUN
                       WS-UNPOSTED-RUN-COUNT TIMES
               END-IF
           END-IF.

      * The last-posted run starts the list over; every run after it
      * goes on the list.
       135-TAKE-HISTORY-RUN.
           MOVE RH-RUN-DATE TO WS-HR-RUN-DATE
           MOVE RH-RUN-TYPE TO WS-HR-RUN-TYPE
           MOVE RH-PAY-GROUP TO WS-HR-PAY-GROUP
           IF WS-HISTORY-RUN-ID = WS-LAST-POSTED-ID
               MOVE "Y" TO WS-LAST-POSTED-SEEN-SW
               MOVE ZERO TO WS-LATER-RUN-COUNT
           ELSE IF LAST-POSTED-SEEN
               ADD 1 TO WS-LATER-RUN-COUNT
               IF WS-LATER-RUN-COUNT NOT > 50
                   MOVE WS-HISTORY-RUN-ID
                       TO WS-LATER-RUN-ID(WS-LATER-RUN-COUNT)
               END-IF
           END-IF
           END-IF.

       137-REPORT-UNPOSTED-RUN.
           ADD 1 TO WS-LATER-RUN-IDX
           IF WS-LATER-RUN-IDX NOT > 50
               DISPLAY "LEDGPOST: RUN "
                   WS-LATER-RUN-ID(WS-LATER-RUN-IDX)
                   " COMPLETED BUT WAS NEVER POSTED - SEE LEDGRECON"
           END-IF.

      * One PAYROLL-FILE record into the manifest figures and the
      * batch.  A record dated other than the run means the file on
      * disk is not the run's - nothing more is sent and the step
      * stops for someone to look; batches already submitted are
      * left for LEDGRECON to show as a run with no manifest.
       200-TAKE-PAYROLL-RECORD.
           IF PR-PROCESSING-DATE NOT = WS-RUN-DATE
               DISPLAY "LEDGPOST: PAYROLL-FILE RECORD FOR "
                   PR-EMPLOYEE-ID " IS DATED " PR-PROCESSING-DATE
                   " - NOT RUN " WS-RUN-ID " - RUN ABORTED"
               CLOSE PAYROLL-FILE
               CLOSE AUDIT-FILE
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RECORD-COUNT
           ADD PR-NET-AMOUNT TO WS-TOTAL-AMOUNT
           CALL "RUNHASH" USING PAYROLL-RECORD
                                WS-RECORD-LENGTH
                                WS-RUN-HASH
           ADD 1 TO WS-BATCH-COUNT
           MOVE PR-EMPLOYEE-ID TO WS-BT-EMPLOYEE-ID(WS-BATCH-COUNT)
           MOVE PR-TRANSACTION-TYPE TO WS-BT-TYPE(WS-BATCH-COUNT)
           MOVE PR-NET-AMOUNT TO WS-BT-AMOUNT(WS-BATCH-COUNT)
           IF WS-BATCH-COUNT NOT LESS THAN WS-BATCH-LIMIT
               PERFORM 300-SUBMIT-BATCH
           END-IF.

      * One batch to the ledger, then one audit line per transaction
      * in it with the batch's outcome.  Each transaction carries the
      * run's ID, so LEDGRECON can total the ledger's side of a run.
       300-SUBMIT-BATCH.
           ADD 1 TO WS-BATCH-NO
           MOVE SPACES TO WS-JSON-STRING
           MOVE 1 TO WS-JSON-PTR
           STRING '{ "sender": "payroll", "run": "' DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  '", "batch": ' DELIMITED BY SIZE
                  WS-BATCH-NO DELIMITED BY SIZE
                  ', "transactions": [' DELIMITED BY SIZE
               INTO WS-JSON-STRING WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE ZERO TO WS-BATCH-IDX
           PERFORM 310-ADD-BATCH-TRANSACTION WS-BATCH-COUNT TIMES
           STRING ' ] }' DELIMITED BY SIZE
               INTO WS-JSON-STRING WITH POINTER WS-JSON-PTR
           END-STRING

           MOVE "BATCH" TO WS-DL-KEY-PREFIX
           MOVE WS-BATCH-NO TO WS-DL-KEY-BATCH-NO
           MOVE ZERO TO WS-STATUS-CODE
           CALL "INTEGRATION" USING WS-DEADLETTER-KEY
                                    WS-JSON-STRING
                                    WS-STATUS-CODE
           IF WS-STATUS-CODE = ZERO
               MOVE "SKIPPED" TO WS-AUDIT-OUTCOME
               ADD 1 TO WS-BATCHES-SKIPPED
           ELSE IF LEDGER-CALL-SUCCESS
               MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
               ADD 1 TO WS-BATCHES-POSTED
           ELSE
               MOVE "FAILURE" TO WS-AUDIT-OUTCOME
               ADD 1 TO WS-BATCHES-DEAD
               DISPLAY "LEDGPOST: BATCH " WS-BATCH-NO
                   " DEAD-LETTERED - STATUS " WS-STATUS-CODE
           END-IF
           END-IF
           MOVE ZERO TO WS-BATCH-IDX
           PERFORM 320-WRITE-AUDIT-LINE WS-BATCH-COUNT TIMES
           MOVE ZERO TO WS-BATCH-COUNT.

       310-ADD-BATCH-TRANSACTION.
           ADD 1 TO WS-BATCH-IDX
           IF WS-BATCH-IDX > 1
               STRING ',' DELIMITED BY SIZE
                   INTO WS-JSON-STRING WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           STRING ' { "recipient": "' DELIMITED BY SIZE
                  WS-BT-EMPLOYEE-ID(WS-BATCH-IDX) DELIMITED BY SIZE
                  '", "type": "' DELIMITED BY SIZE
                  WS-BT-TYPE(WS-BATCH-IDX) DELIMITED BY SIZE
                  '", "amount": ' DELIMITED BY SIZE
                  WS-BT-AMOUNT(WS-BATCH-IDX) DELIMITED BY SIZE
                  ' }' DELIMITED BY SIZE
               INTO WS-JSON-STRING WITH POINTER WS-JSON-PTR
           END-STRING.

       320-WRITE-AUDIT-LINE.
           ADD 1 TO WS-BATCH-IDX
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-BT-EMPLOYEE-ID(WS-BATCH-IDX) TO AU-EMPLOYEE-ID
           MOVE WS-BT-TYPE(WS-BATCH-IDX) TO AU-TRANSACTION-TYPE
           MOVE WS-BT-AMOUNT(WS-BATCH-IDX) TO AU-AMOUNT
           MOVE WS-AUDIT-OUTCOME TO AU-OUTCOME
           MOVE WS-AUDIT-DATE TO AU-DATE
           MOVE WS-AUDIT-TIME TO AU-TIME
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-RECORD.

      * The run-level manifest, after every batch - a run whose
      * PAYROLL-FILE is empty still gets one, so the ledger knows
      * the run paid nobody.
       400-POST-MANIFEST.
           MOVE SPACES TO WS-JSON-STRING
           STRING '{ "sender": "payroll", "action": "manifest", '
                      DELIMITED BY SIZE
                  '"run": "' DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  '", "records": ' DELIMITED BY SIZE
                  WS-RECORD-COUNT DELIMITED BY SIZE
                  ', "total": ' DELIMITED BY SIZE
                  WS-TOTAL-AMOUNT DELIMITED BY SIZE
                  ', "hash": ' DELIMITED BY SIZE
                  WS-RUN-HASH DELIMITED BY SIZE
                  ', "batches": ' DELIMITED BY SIZE
                  WS-BATCH-NO DELIMITED BY SIZE
                  ' }' DELIMITED BY SIZE
               INTO WS-JSON-STRING
           END-STRING
           MOVE "MANIFEST" TO WS-DEADLETTER-KEY
           MOVE ZERO TO WS-MANIFEST-STATUS-CODE
           CALL "INTEGRATION" USING WS-DEADLETTER-KEY
                                    WS-JSON-STRING
                                    WS-MANIFEST-STATUS-CODE.

      * The local record of the run, kept whatever the ledger said -
      * a dead-lettered manifest is still this run's manifest, and
      * DLREPLAY sends it on once the ledger is back.
       500-WRITE-MANIFEST-RECORD.
           ACCEPT WS-POSTED-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO LEDGER-MANIFEST-RECORD
           MOVE WS-RUN-ID TO LM-RUN-ID
           MOVE WS-RECORD-COUNT TO LM-RECORD-COUNT
           MOVE WS-TOTAL-AMOUNT TO LM-TOTAL-AMOUNT
           MOVE WS-RUN-HASH TO LM-RUN-HASH
           MOVE WS-BATCH-NO TO LM-BATCH-COUNT
           MOVE WS-BATCHES-POSTED TO LM-BATCHES-POSTED
           MOVE WS-BATCHES-DEAD TO LM-BATCHES-DEAD
           IF WS-MANIFEST-STATUS-CODE = ZERO
               MOVE "S" TO LM-MANIFEST-STATUS
           ELSE IF MANIFEST-CALL-SUCCESS
               MOVE "P" TO LM-MANIFEST-STATUS
           ELSE
               MOVE "D" TO LM-MANIFEST-STATUS
           END-IF
           END-IF
           MOVE WS-POSTED-DATE TO LM-POSTED-DATE
           MOVE WS-OPERATOR-ID TO LM-OPERATOR-ID
           OPEN EXTEND LEDGER-MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "35"
               OPEN OUTPUT LEDGER-MANIFEST-FILE
           END-IF
           WRITE LEDGER-MANIFEST-RECORD
           CLOSE LEDGER-MANIFEST-FILE.

       700-PRINT-SUMMARY.
           MOVE WS-TOTAL-AMOUNT TO WS-DISP-TOTAL
           DISPLAY "LEDGPOST SUMMARY - RUN " WS-RUN-ID
           DISPLAY "  RECORDS:              " WS-RECORD-COUNT
           DISPLAY "  NET TOTAL:            " WS-DISP-TOTAL
           DISPLAY "  RUN HASH:             " WS-RUN-HASH
           DISPLAY "  BATCHES:              " WS-BATCH-NO
           DISPLAY "  BATCHES POSTED:       " WS-BATCHES-POSTED
           DISPLAY "  BATCHES DEAD-LETTERED:" WS-BATCHES-DEAD
           DISPLAY "  EARLIER RUNS UNPOSTED:" WS-UNPOSTED-RUN-COUNT
           IF WS-MANIFEST-STATUS-CODE = ZERO
               DISPLAY "  LEDGER SWITCHED OFF - NOTHING WAS SENT"
           ELSE IF MANIFEST-CALL-SUCCESS
               DISPLAY "  MANIFEST POSTED"
           ELSE
               DISPLAY "  MANIFEST DEAD-LETTERED"
           END-IF.

      * A dead-lettered batch or manifest waits for DLREPLAY - a
      * warning, not a failure; the run's payments stand either way.
      * An earlier run that was never posted is a warning too.
       790-SET-RETURN-CODE.
           IF WS-BATCHES-DEAD > ZERO
                   OR (WS-MANIFEST-STATUS-CODE NOT = ZERO
                       AND NOT MANIFEST-CALL-SUCCESS)
                   OR WS-UNPOSTED-RUN-COUNT > ZERO
               MOVE STEP-RC-WARNING TO RETURN-CODE
           ELSE
               MOVE STEP-RC-CLEAN TO RETURN-CODE
           END-IF.

       END PROGRAM LEDGPOST.
