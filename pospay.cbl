       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAY.
       AUTHOR. YOUR NAME.

      * Positive pay - tells the bank about every check this shop
      * issues before anyone can present it, so a forged or altered
      * check is refused at the counter instead of turning up weeks
      * later on CHKRECON's "cleared check not on register" line.
      *
      * Runs after every step that writes checks onto the check
      * register - PAYROLL (264-WRITE-CHECK-PAYMENT) and ACHRETRN's
      * replacement checks.  Reads check_register.dat whole, checks
      * each entry against the sent-log (pospay_sent_log.dat), and
      * cuts positive_pay.dat in the bank's issued-check format
      * with only what the log does not already hold:
      *
      *   - an issue notice for every check never yet reported
      *   - a void notice for every check flagged CHR-VOIDED whose
      *     void has not been reported - a check voided before it
      *     was ever reported goes out as an issue and a void in the
      *     same file, so the bank holds the number either way
      *
      * Header and trailer carry the account, the file date, the
      * detail count and hash totals of amount and check number.
      * Once the file is complete each notice on it is appended to
      * the sent-log, so running the step twice sends nothing the
      * second time.  With nothing new to send, no file is cut and
      * the last one (perhaps not yet transmitted) is left alone.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "check_register.dat"
               FILE STATUS WS-REGISTER-STATUS.
           SELECT SENT-LOG-FILE ASSIGN TO "pospay_sent_log.dat"
               FILE STATUS WS-SENT-LOG-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN TO "positive_pay.dat".

       DATA DIVISION.
       FILE SECTION.
       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-RECORD.
           COPY "check_register_record.cpy".

       FD SENT-LOG-FILE.
       01 POSPAY-LOG-RECORD.
           COPY "pospay_log_record.cpy".

       FD POSITIVE-PAY-FILE.
       01 POSPAY-RECORD.
           COPY "pospay_record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS          PIC X(2).
       01 WS-REGISTER-EOF             PIC X(3)       VALUE "NO".
       01 WS-SENT-LOG-STATUS          PIC X(2).
       01 WS-SENT-LOG-EOF             PIC X(3)       VALUE "NO".

      * The whole check register in storage - read only here, never
      * rewritten.  A register past the table's capacity aborts the
      * run: checks left out of the table would be left off the
      * bank's file with nothing to show it.
       01 WS-REGISTER-COUNT           PIC 9(4)       VALUE ZERO.
       01 WS-REGISTER-TABLE.
           05 WS-REGISTER-ENTRY OCCURS 2000 TIMES.
               10 WS-CHR-NUMBER        PIC 9(8).
               10 WS-CHR-NAME          PIC X(30).
               10 WS-CHR-DATE          PIC 9(8).
               10 WS-CHR-CURRENCY      PIC X(3).
               10 WS-CHR-AMOUNT        PIC 9(7)V99.
               10 WS-CHR-STATUS        PIC X(1).
       01 WS-REGISTER-IDX             PIC 9(4)       VALUE ZERO.

      * Every notice already sent, by check number and type.  Past
      * capacity aborts too - a check missing from this table would
      * go to the bank a second time.
       01 WS-SENT-COUNT               PIC 9(4)       VALUE ZERO.
       01 WS-SENT-TABLE.
           05 WS-SENT-ENTRY OCCURS 4000 TIMES.
               10 WS-SL-CHECK-NUMBER   PIC 9(8).
               10 WS-SL-NOTICE-TYPE    PIC X(1).
       01 WS-SENT-IDX                 PIC 9(4)       VALUE ZERO.
       01 WS-SENT-FOUND-SW            PIC X(1)       VALUE "N".
           88 NOTICE-ALREADY-SENT                     VALUE "Y".
       01 WS-MATCH-NUMBER             PIC 9(8).
       01 WS-MATCH-TYPE               PIC X(1).

      * The notices this run owes the bank, in register order - a
      * register index and the notice type for each.
       01 WS-SEND-COUNT               PIC 9(4)       VALUE ZERO.
       01 WS-SEND-TABLE.
           05 WS-SEND-ENTRY OCCURS 4000 TIMES.
               10 WS-SD-REGISTER-IDX   PIC 9(4).
               10 WS-SD-NOTICE-TYPE    PIC X(1).
       01 WS-SEND-IDX                 PIC 9(4)       VALUE ZERO.

       01 WS-ISSUE-COUNT              PIC 9(5)       VALUE ZERO.
       01 WS-VOID-COUNT               PIC 9(5)       VALUE ZERO.
       01 WS-AMOUNT-HASH              PIC 9(11)V99   VALUE ZERO.
       01 WS-CHECK-NUMBER-HASH        PIC 9(15)      VALUE ZERO.

       01 WS-TODAY-DATE               PIC 9(8).

       COPY "payroll_config.cpy".

      * The signed-on operator, as OPERAUTH returns it - POSPAY
      * must be on the operator's list of programs.
       01 WS-OPERATOR-ID              PIC X(8)       VALUE SPACES.
       01 WS-AUTH-PROGRAM             PIC X(10)      VALUE "POSPAY".
       01 WS-AUTH-FUNCTION            PIC X(1)       VALUE SPACE.
       01 WS-AUTH-RESULT              PIC X(1).
           88 OPERATOR-AUTHORIZED                  VALUE "Y".

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-CHECK-OPERATOR
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 200-LOAD-CHECK-REGISTER
           IF WS-REGISTER-COUNT = ZERO
               DISPLAY "POSPAY: NO CHECK REGISTER ON DISK - "
                   "NOTHING TO SEND"
               MOVE STEP-RC-CLEAN TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 250-LOAD-SENT-LOG
           PERFORM 300-SELECT-NOTICES
           IF WS-SEND-COUNT = ZERO
               DISPLAY "POSPAY: EVERY CHECK ON THE REGISTER ALREADY "
                   "SENT - NO FILE CUT"
               MOVE STEP-RC-CLEAN TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 400-WRITE-POSITIVE-PAY
           PERFORM 500-APPEND-SENT-LOG
           PERFORM 700-PRINT-SUMMARY
           MOVE STEP-RC-CLEAN TO RETURN-CODE
           STOP RUN.

      * Only an operator the authorization table lets run POSPAY
      * may post with it - checked before anything is opened.
       105-CHECK-OPERATOR.
           CALL "OPERAUTH" USING WS-AUTH-PROGRAM
                                 WS-AUTH-FUNCTION
                                 WS-OPERATOR-ID
                                 WS-AUTH-RESULT
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "POSPAY: OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED TO RUN POSPAY - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * Reads the register once into WS-REGISTER-TABLE.  No register
      * on disk leaves the count at zero - no check was ever issued.
       200-LOAD-CHECK-REGISTER.
           MOVE ZERO TO WS-REGISTER-COUNT
           MOVE "NO" TO WS-REGISTER-EOF
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-REGISTER-EOF = "YES"
                   READ CHECK-REGISTER-FILE
                       AT END
                           MOVE "YES" TO WS-REGISTER-EOF
                       NOT AT END
                           IF WS-REGISTER-COUNT < 2000
                               ADD 1 TO WS-REGISTER-COUNT
                               PERFORM 210-STORE-REGISTER-RECORD
                           ELSE
                               DISPLAY "CHECK REGISTER HAS MORE THAN "
                                   "2000 CHECKS - TABLE FULL AT "
                                   CHR-CHECK-NUMBER " - RUN ABORTED"
                               MOVE STEP-RC-ABORTED TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER-FILE
           END-IF.

       210-STORE-REGISTER-RECORD.
           MOVE CHR-CHECK-NUMBER TO WS-CHR-NUMBER(WS-REGISTER-COUNT)
           MOVE CHR-EMPLOYEE-NAME TO WS-CHR-NAME(WS-REGISTER-COUNT)
           MOVE CHR-CHECK-DATE TO WS-CHR-DATE(WS-REGISTER-COUNT)
           MOVE CHR-CURRENCY-CODE
               TO WS-CHR-CURRENCY(WS-REGISTER-COUNT)
           MOVE CHR-NET-AMOUNT TO WS-CHR-AMOUNT(WS-REGISTER-COUNT)
           MOVE CHR-STATUS TO WS-CHR-STATUS(WS-REGISTER-COUNT).

      * Reads the sent-log once into WS-SENT-TABLE.  No log on disk
      * means nothing has ever been sent - the first run reports
      * the whole register.
       250-LOAD-SENT-LOG.
           MOVE ZERO TO WS-SENT-COUNT
           MOVE "NO" TO WS-SENT-LOG-EOF
           OPEN INPUT SENT-LOG-FILE
           IF WS-SENT-LOG-STATUS = "00"
               PERFORM UNTIL WS-SENT-LOG-EOF = "YES"
                   READ SENT-LOG-FILE
                       AT END
                           MOVE "YES" TO WS-SENT-LOG-EOF
                       NOT AT END
                           IF WS-SENT-COUNT < 4000
                               ADD 1 TO WS-SENT-COUNT
                               MOVE PL-CHECK-NUMBER TO
                                   WS-SL-CHECK-NUMBER(WS-SENT-COUNT)
                               MOVE PL-NOTICE-TYPE TO
                                   WS-SL-NOTICE-TYPE(WS-SENT-COUNT)
                           ELSE
                               DISPLAY "SENT-LOG HAS MORE THAN 4000 "
                                   "NOTICES - TABLE FULL AT "
                                   PL-CHECK-NUMBER " - RUN ABORTED"
                               MOVE STEP-RC-ABORTED TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENT-LOG-FILE
           END-IF.

      * One pass over the register deciding what each check still
      * owes the bank - its issue notice if never sent, and its
      * void notice if it is voided and that was never sent.
       300-SELECT-NOTICES.
           MOVE ZERO TO WS-SEND-COUNT
           MOVE ZERO TO WS-REGISTER-IDX
           PERFORM 310-CHECK-ONE-CHECK WS-REGISTER-COUNT TIMES.

       310-CHECK-ONE-CHECK.
           ADD 1 TO WS-REGISTER-IDX
           MOVE WS-CHR-NUMBER(WS-REGISTER-IDX) TO WS-MATCH-NUMBER
           MOVE "I" TO WS-MATCH-TYPE
           PERFORM 320-FIND-SENT-NOTICE
           IF NOT NOTICE-ALREADY-SENT
               PERFORM 330-QUEUE-NOTICE
           END-IF
           IF WS-CHR-STATUS(WS-REGISTER-IDX) = "V"
               MOVE "V" TO WS-MATCH-TYPE
               PERFORM 320-FIND-SENT-NOTICE
               IF NOT NOTICE-ALREADY-SENT
                   PERFORM 330-QUEUE-NOTICE
               END-IF
           END-IF.

       320-FIND-SENT-NOTICE.
           MOVE "N" TO WS-SENT-FOUND-SW
           MOVE ZERO TO WS-SENT-IDX
           PERFORM 325-SCAN-SENT-ENTRY
               UNTIL NOTICE-ALREADY-SENT
                   OR WS-SENT-IDX NOT LESS THAN WS-SENT-COUNT.

       325-SCAN-SENT-ENTRY.
           ADD 1 TO WS-SENT-IDX
           IF WS-SL-CHECK-NUMBER(WS-SENT-IDX) = WS-MATCH-NUMBER
                   AND WS-SL-NOTICE-TYPE(WS-SENT-IDX) = WS-MATCH-TYPE
               MOVE "Y" TO WS-SENT-FOUND-SW
           END-IF.

       330-QUEUE-NOTICE.
           IF WS-SEND-COUNT < 4000
               ADD 1 TO WS-SEND-COUNT
               MOVE WS-REGISTER-IDX
                   TO WS-SD-REGISTER-IDX(WS-SEND-COUNT)
               MOVE WS-MATCH-TYPE TO WS-SD-NOTICE-TYPE(WS-SEND-COUNT)
           ELSE
               DISPLAY "MORE THAN 4000 NOTICES TO SEND - TABLE FULL "
                   "AT " WS-MATCH-NUMBER " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * The bank's file: header, one detail per queued notice,
      * trailer with the count and hash totals.
       400-WRITE-POSITIVE-PAY.
           OPEN OUTPUT POSITIVE-PAY-FILE
           MOVE SPACES TO POSPAY-RECORD
           MOVE "H" TO PP-RECORD-TYPE
           MOVE PC-CHECK-ISSUE-ACCOUNT TO PP-ACCOUNT-NUMBER
           MOVE WS-TODAY-DATE TO PP-FILE-DATE
           WRITE POSPAY-RECORD
           MOVE ZERO TO WS-SEND-IDX
           PERFORM 410-WRITE-NOTICE WS-SEND-COUNT TIMES
           MOVE SPACES TO POSPAY-RECORD
           MOVE "T" TO PP-RECORD-TYPE
           MOVE PC-CHECK-ISSUE-ACCOUNT TO PP-ACCOUNT-NUMBER
           MOVE WS-SEND-COUNT TO PP-DETAIL-COUNT
           MOVE WS-AMOUNT-HASH TO PP-AMOUNT-HASH
           MOVE WS-CHECK-NUMBER-HASH TO PP-CHECK-NUMBER-HASH
           WRITE POSPAY-RECORD
           CLOSE POSITIVE-PAY-FILE.

       410-WRITE-NOTICE.
           ADD 1 TO WS-SEND-IDX
           MOVE WS-SD-REGISTER-IDX(WS-SEND-IDX) TO WS-REGISTER-IDX
           MOVE SPACES TO POSPAY-RECORD
           MOVE "D" TO PP-RECORD-TYPE
           MOVE PC-CHECK-ISSUE-ACCOUNT TO PP-ACCOUNT-NUMBER
           MOVE WS-SD-NOTICE-TYPE(WS-SEND-IDX) TO PP-NOTICE-TYPE
           MOVE WS-CHR-NUMBER(WS-REGISTER-IDX) TO PP-CHECK-NUMBER
           MOVE WS-CHR-DATE(WS-REGISTER-IDX) TO PP-ISSUE-DATE
           MOVE WS-CHR-CURRENCY(WS-REGISTER-IDX) TO PP-CURRENCY-CODE
           MOVE WS-CHR-AMOUNT(WS-REGISTER-IDX) TO PP-AMOUNT
           MOVE WS-CHR-NAME(WS-REGISTER-IDX) TO PP-PAYEE-NAME
           WRITE POSPAY-RECORD
           ADD WS-CHR-AMOUNT(WS-REGISTER-IDX) TO WS-AMOUNT-HASH
           ADD WS-CHR-NUMBER(WS-REGISTER-IDX) TO WS-CHECK-NUMBER-HASH
           IF PP-VOID-NOTICE
               ADD 1 TO WS-VOID-COUNT
           ELSE
               ADD 1 TO WS-ISSUE-COUNT
           END-IF.

      * Only after the bank's file is closed complete does anything
      * go on the log - a run that dies half-way leaves the log as
      * it was and the next run sends the lot again.
       500-APPEND-SENT-LOG.
           OPEN EXTEND SENT-LOG-FILE
           IF WS-SENT-LOG-STATUS = "35"
               OPEN OUTPUT SENT-LOG-FILE
           END-IF
           MOVE ZERO TO WS-SEND-IDX
           PERFORM 510-WRITE-LOG-RECORD WS-SEND-COUNT TIMES
           CLOSE SENT-LOG-FILE.

       510-WRITE-LOG-RECORD.
           ADD 1 TO WS-SEND-IDX
           MOVE WS-SD-REGISTER-IDX(WS-SEND-IDX) TO WS-REGISTER-IDX
           MOVE WS-CHR-NUMBER(WS-REGISTER-IDX) TO PL-CHECK-NUMBER
           MOVE WS-SD-NOTICE-TYPE(WS-SEND-IDX) TO PL-NOTICE-TYPE
           MOVE WS-CHR-AMOUNT(WS-REGISTER-IDX) TO PL-AMOUNT
           MOVE WS-TODAY-DATE TO PL-SENT-DATE
           WRITE POSPAY-LOG-RECORD.

       700-PRINT-SUMMARY.
           DISPLAY "POSPAY SUMMARY"
           DISPLAY "  CHECKS ON REGISTER:   " WS-REGISTER-COUNT
           DISPLAY "  ISSUE NOTICES SENT:   " WS-ISSUE-COUNT
           DISPLAY "  VOID NOTICES SENT:    " WS-VOID-COUNT
           DISPLAY "  AMOUNT HASH:          " WS-AMOUNT-HASH
           DISPLAY "  SEE positive_pay.dat".

       END PROGRAM POSPAY.
