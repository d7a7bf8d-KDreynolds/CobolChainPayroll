       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARRPT.
       AUTHOR. YOUR NAME.

      * Period-over-period variance review - the sign-off step
      * between PAYROLL and sending ACH-FILE to the bank.  Matches
      * the run's PAYROLL-FILE against each employee's last REGULAR
      * payment on the pay-history master and lists, by department,
      * everything a reviewer should look at before money moves:
      *
      *   - gross or net moved more than PC-VARIANCE-PCT percent
      *   - paid now but not paid in the last regular run
      *   - paid in the last regular run but not paid now
      *   - PR-BANK-ACCOUNT changed
      *   - a deduction type not taken last time
      *   - the payment route changed (deposit / check)
      *
      *   VARRPT [R|T] [percent]
      *
      * "T" reviews a trial run's payroll_trial_record.dat instead
      * of the real run's file; the percentage overrides the config
      * for this run only.
      *
      * A real run has already appended its own records to history,
      * so "last" means the latest REGULAR record dated before this
      * run's processing date, and only history of the run's own
      * pay group counts - a weekly group's runs are no "last
      * period" for a biweekly group's employees, nor the other way
      * round.  A regular payment a reversal run has since backed
      * out does not count as paid.  Only REGULAR and SUPPLMT
      * records are compared - a bonus, retro difference or reversal
      * has no period-over-period meaning.  The report
      * (variance_report.txt) closes with the reviewer sign-off
      * lines the auditors ask to see.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-FILE ASSIGN TO WS-PAYROLL-PATH
               FILE STATUS WS-PAYROLL-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "payroll_history.dat"
               FILE STATUS WS-HISTORY-STATUS.
           SELECT VARIANCE-WORK-FILE ASSIGN TO "variance_work.tmp".
           SELECT VARIANCE-SORT-FILE ASSIGN TO "variance_sort.tmp".
           SELECT VARIANCE-SORTED-FILE ASSIGN TO "variance_sorted.tmp".
           SELECT REPORT-FILE ASSIGN TO "variance_report.txt"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYROLL-FILE.
       01 PAYROLL-RECORD.
           COPY "payroll_record.cpy".

       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD.
           COPY "payroll_record.cpy".

      * One exception per record, written in PAYROLL-FILE order and
      * sorted into department order for the printed report.
      * VW-SEQUENCE keeps an employee's exceptions in the order they
      * were found.
       FD VARIANCE-WORK-FILE.
       01 VARIANCE-WORK-RECORD.
           05 VW-DEPARTMENT             PIC X(20).
           05 VW-EMPLOYEE-ID            PIC X(10).
           05 VW-SEQUENCE               PIC 9(5).
           05 VW-EMPLOYEE-NAME          PIC X(30).
           05 VW-EXCEPTION-TEXT         PIC X(24).
           05 VW-OLD-VALUE              PIC X(12).
           05 VW-NEW-VALUE              PIC X(12).

       SD VARIANCE-SORT-FILE.
       01 VARIANCE-SORT-RECORD.
           05 VS-DEPARTMENT             PIC X(20).
           05 VS-EMPLOYEE-ID            PIC X(10).
           05 VS-SEQUENCE               PIC 9(5).
           05 FILLER                    PIC X(78).

       FD VARIANCE-SORTED-FILE.
       01 VARIANCE-SORTED-RECORD.
           05 VR-DEPARTMENT             PIC X(20).
           05 VR-EMPLOYEE-ID            PIC X(10).
           05 VR-SEQUENCE               PIC 9(5).
           05 VR-EMPLOYEE-NAME          PIC X(30).
           05 VR-EXCEPTION-TEXT         PIC X(24).
           05 VR-OLD-VALUE              PIC X(12).
           05 VR-NEW-VALUE              PIC X(12).

       FD REPORT-FILE.
       01 REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PAYROLL-STATUS           PIC X(2).
       01 WS-PAYROLL-EOF              PIC X(3)       VALUE "NO".
       01 WS-HISTORY-STATUS           PIC X(2).
       01 WS-HISTORY-EOF              PIC X(3)       VALUE "NO".
       01 WS-SORTED-EOF               PIC X(3)       VALUE "NO".

      * The real run's PAYROLL-FILE unless the command line asks for
      * the trial run's.
       01 WS-PAYROLL-PATH             PIC X(40)      VALUE
           "payroll_record.cpy".

       01 WS-COMMAND-LINE             PIC X(80).
       01 WS-TOKEN-1                  PIC X(10).
       01 WS-TOKEN-2                  PIC X(10).
       01 WS-VARIANCE-PCT             PIC 9(3)       VALUE ZERO.

      * The run under review - its processing date (the latest on
      * the file, since a retro record carries the period it paid
      * for), whether it paid regular records at all, and the date
      * of the regular run before it - within the run's pay group
      * (PR-PAY-GROUP off PAYROLL-FILE, blank meaning
      * PC-DEFAULT-PAY-GROUP).
       01 WS-RUN-DATE                 PIC 9(8)       VALUE ZERO.
       01 WS-RUN-PAY-GROUP            PIC X(2)       VALUE SPACES.
       01 WS-RECORD-GROUP             PIC X(2)       VALUE SPACES.
       01 WS-PRIOR-RUN-DATE           PIC 9(8)       VALUE ZERO.
       01 WS-REGULAR-RUN-SW           PIC X(1)       VALUE "N".
           88 REVIEWING-REGULAR-RUN                   VALUE "Y".

      * Regular payments a reversal run has backed out, by employee
      * and the original's processing date.
       01 WS-REVERSAL-COUNT           PIC 9(4)       VALUE ZERO.
       01 WS-REVERSAL-TABLE.
           05 WS-REVERSAL-ENTRY OCCURS 1000 TIMES.
               10 WS-RV-EMPLOYEE-ID    PIC X(10).
               10 WS-RV-DATE           PIC 9(8).
       01 WS-REVERSAL-IDX             PIC 9(4)       VALUE ZERO.
       01 WS-REVERSAL-FOUND-SW        PIC X(1)       VALUE "N".
           88 PAYMENT-REVERSED                        VALUE "Y".

      * Each employee's last regular payment before the run under
      * review, and whether this run paid them.
       01 WS-LAST-COUNT               PIC 9(4)       VALUE ZERO.
       01 WS-LAST-TABLE.
           05 WS-LAST-ENTRY OCCURS 2000 TIMES.
               10 WS-LP-EMPLOYEE-ID    PIC X(10).
               10 WS-LP-EMPLOYEE-NAME  PIC X(30).
               10 WS-LP-DEPARTMENT     PIC X(20).
               10 WS-LP-DATE           PIC 9(8).
               10 WS-LP-GROSS          PIC 9(7)V99.
               10 WS-LP-NET            PIC 9(7)V99.
               10 WS-LP-BANK-ACCOUNT   PIC X(20).
               10 WS-LP-ROUTE          PIC X(1).
               10 WS-LP-DED-COUNT      PIC 9(1).
               10 WS-LP-DED-TYPE       PIC X(10) OCCURS 5 TIMES.
               10 WS-LP-SEEN-SW        PIC X(1).
       01 WS-LAST-IDX                 PIC 9(4)       VALUE ZERO.
       01 WS-LAST-FOUND-SW            PIC X(1)       VALUE "N".
           88 LAST-PAYMENT-FOUND                      VALUE "Y".
       01 WS-SEARCH-ID                PIC X(10).

       01 WS-DED-IDX                  PIC 9(1)       VALUE ZERO.
       01 WS-OLD-DED-IDX              PIC 9(1)       VALUE ZERO.
       01 WS-DED-FOUND-SW             PIC X(1)       VALUE "N".
           88 DEDUCTION-TAKEN-BEFORE                  VALUE "Y".

      * One amount comparison - the two figures in, the percentage
      * moved out.
       01 WS-OLD-AMOUNT               PIC 9(7)V99.
       01 WS-NEW-AMOUNT               PIC 9(7)V99.
       01 WS-AMOUNT-DIFF              PIC 9(7)V99.
       01 WS-CHANGE-PCT               PIC 9(5)V99.

       01 WS-EXCEPTION-SEQ            PIC 9(5)       VALUE ZERO.
       01 WS-VALUE-EDIT               PIC Z.ZZZ.ZZ9,99.
       01 WS-DATE-TEXT                PIC 9(8).

       01 WS-PCT-TEXT.
           05 WS-PT-LABEL              PIC X(12).
           05 WS-PT-PCT                PIC ZZZZ9,99.
           05 FILLER                   PIC X(4)  VALUE " PCT".

      * Last four characters of an account, the rest starred - the
      * report goes round for signature and must not carry whole
      * account numbers.
       01 WS-ACCOUNT-TEXT             PIC X(20).
       01 WS-ACCOUNT-CHARS REDEFINES WS-ACCOUNT-TEXT.
           05 WS-ACCOUNT-CHAR          PIC X(1) OCCURS 20 TIMES.
       01 WS-ACCOUNT-END              PIC 9(2)       VALUE ZERO.
       01 WS-MASKED-ACCOUNT.
           05 FILLER                   PIC X(8)  VALUE "********".
           05 WS-MA-LAST-FOUR          PIC X(4).

       01 WS-COMPARED-COUNT           PIC 9(5)       VALUE ZERO.
       01 WS-NOT-COMPARED-COUNT       PIC 9(5)       VALUE ZERO.
       01 WS-EXCEPTION-COUNT          PIC 9(5)       VALUE ZERO.
       01 WS-FLAGGED-COUNT            PIC 9(5)       VALUE ZERO.
       01 WS-CURRENT-DEPT             PIC X(20)      VALUE LOW-VALUES.
       01 WS-CURRENT-EMPLOYEE         PIC X(10)      VALUE LOW-VALUES.

       01 WS-RPT-HEADING-LINE.
           05 FILLER                  PIC X(28) VALUE
               "PAYROLL VARIANCE REVIEW RUN ".
           05 RH-RUN-DATE              PIC 9(8).
           05 FILLER                  PIC X(4)  VALUE " VS ".
           05 RH-PRIOR-DATE            PIC 9(8).
           05 FILLER                  PIC X(9)  VALUE "  LIMIT ".
           05 RH-VARIANCE-PCT          PIC ZZ9.
           05 FILLER                  PIC X(4)  VALUE " PCT".
           05 FILLER                  PIC X(8)  VALUE "  GROUP ".
           05 RH-PAY-GROUP             PIC X(2).

       01 WS-RPT-TRIAL-LINE           PIC X(80)      VALUE
           "*** REVIEWING A TRIAL RUN - payroll_trial_record.dat ***".

       01 WS-RPT-COLUMN-LINE.
           05 FILLER                  PIC X(29) VALUE
               "EMPLOYEE   NAME".
           05 FILLER                  PIC X(25) VALUE "EXCEPTION".
           05 FILLER                  PIC X(13) VALUE "LAST".
           05 FILLER                  PIC X(12) VALUE "NOW".

       01 WS-RPT-DEPT-LINE.
           05 FILLER                  PIC X(12) VALUE "DEPARTMENT: ".
           05 RD-DEPARTMENT            PIC X(20).

       01 WS-RPT-DETAIL-LINE.
           05 RL-EMPLOYEE-ID           PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RL-EMPLOYEE-NAME         PIC X(17).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RL-EXCEPTION-TEXT        PIC X(24).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RL-OLD-VALUE             PIC X(12).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RL-NEW-VALUE             PIC X(12).

       01 WS-RPT-COUNT-LINE.
           05 RC-COUNT-LABEL           PIC X(32).
           05 RC-COUNT                 PIC ZZZZ9.

       01 WS-RPT-NONE-LINE            PIC X(80)      VALUE
           "NO VARIANCES TO REVIEW".

       01 WS-RPT-SIGNOFF-LINE-1       PIC X(80)      VALUE
           "REVIEWED AND APPROVED FOR RELEASE BY: __________________".
       01 WS-RPT-SIGNOFF-LINE-2       PIC X(80)      VALUE
           "DATE: ____________   TIME: ________".

       COPY "payroll_config.cpy".

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-READ-COMMAND-LINE
           PERFORM 200-FIND-RUN-DATE
           IF WS-RUN-DATE = ZERO
               DISPLAY "VARRPT: NO PAYROLL-FILE TO REVIEW AT "
                   WS-PAYROLL-PATH
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 300-LOAD-REVERSALS
           PERFORM 350-LOAD-LAST-PAYMENTS
           OPEN OUTPUT VARIANCE-WORK-FILE
           PERFORM 400-COMPARE-CURRENT-RUN
           IF REVIEWING-REGULAR-RUN
               MOVE ZERO TO WS-LAST-IDX
               PERFORM 500-CHECK-DROPPED-EMPLOYEE WS-LAST-COUNT TIMES
           END-IF
           CLOSE VARIANCE-WORK-FILE
           SORT VARIANCE-SORT-FILE
               ON ASCENDING KEY VS-DEPARTMENT VS-EMPLOYEE-ID
                                VS-SEQUENCE
               USING VARIANCE-WORK-FILE
               GIVING VARIANCE-SORTED-FILE
           PERFORM 600-PRINT-REPORT
           PERFORM 700-PRINT-SUMMARY
           PERFORM 790-SET-RETURN-CODE
           STOP RUN.

      * First token picks the file (anything but "T" is the real
      * run), second overrides the variance percentage.
       150-READ-COMMAND-LINE.
           MOVE SPACES TO WS-COMMAND-LINE
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-TOKEN-1 WS-TOKEN-2
           END-UNSTRING
           IF WS-TOKEN-1 = "T"
               MOVE "payroll_trial_record.dat" TO WS-PAYROLL-PATH
           END-IF
           MOVE PC-VARIANCE-PCT TO WS-VARIANCE-PCT
           IF WS-TOKEN-2 NOT = SPACES
               IF WS-TOKEN-2(2:1) = SPACE AND WS-TOKEN-2(1:1) NUMERIC
                   MOVE WS-TOKEN-2(1:1) TO WS-VARIANCE-PCT
               ELSE IF WS-TOKEN-2(3:1) = SPACE
                       AND WS-TOKEN-2(1:2) NUMERIC
                   MOVE WS-TOKEN-2(1:2) TO WS-VARIANCE-PCT
               ELSE IF WS-TOKEN-2(1:3) NUMERIC
                   MOVE WS-TOKEN-2(1:3) TO WS-VARIANCE-PCT
               ELSE
                   DISPLAY "VARRPT: USAGE - VARRPT [R|T] [percent]"
                   MOVE STEP-RC-ABORTED TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * One pass over PAYROLL-FILE for the processing date under
      * review, the pay group it paid (a run pays one group, so the
      * first record names it), and whether it paid any regular
      * records.  No file, or an empty one, leaves the date at zero.
       200-FIND-RUN-DATE.
           MOVE "NO" TO WS-PAYROLL-EOF
           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS = "00"
               PERFORM UNTIL WS-PAYROLL-EOF = "YES"
                   READ PAYROLL-FILE
                       AT END
                           MOVE "YES" TO WS-PAYROLL-EOF
                       NOT AT END
                           IF WS-RUN-PAY-GROUP = SPACES
                               MOVE PR-PAY-GROUP OF PAYROLL-RECORD
                                   TO WS-RUN-PAY-GROUP
                               IF WS-RUN-PAY-GROUP = SPACES
                                   MOVE PC-DEFAULT-PAY-GROUP
                                       TO WS-RUN-PAY-GROUP
                               END-IF
                           END-IF
                           IF PR-PROCESSING-DATE OF PAYROLL-RECORD
                                   > WS-RUN-DATE
                               MOVE PR-PROCESSING-DATE OF
                                   PAYROLL-RECORD TO WS-RUN-DATE
                           END-IF
                           IF PR-TRANSACTION-TYPE OF PAYROLL-RECORD
                                   = "REGULAR"
                               MOVE "Y" TO WS-REGULAR-RUN-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-FILE
           END-IF.

      * Every REVERSL record on history names a payment (employee,
      * original processing date) that no longer counts as paid.
       300-LOAD-REVERSALS.
           MOVE ZERO TO WS-REVERSAL-COUNT
           MOVE "NO" TO WS-HISTORY-EOF
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-EOF = "YES"
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE "YES" TO WS-HISTORY-EOF
                       NOT AT END
                           IF PR-TRANSACTION-TYPE OF
                                   PAY-HISTORY-RECORD = "REVERSL"
                               PERFORM 310-STORE-REVERSAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.

       310-STORE-REVERSAL.
           IF WS-REVERSAL-COUNT < 1000
               ADD 1 TO WS-REVERSAL-COUNT
               MOVE PR-EMPLOYEE-ID OF PAY-HISTORY-RECORD
                   TO WS-RV-EMPLOYEE-ID(WS-REVERSAL-COUNT)
               MOVE PR-PROCESSING-DATE OF PAY-HISTORY-RECORD
                   TO WS-RV-DATE(WS-REVERSAL-COUNT)
           ELSE
               DISPLAY "PAY HISTORY HAS MORE THAN 1000 REVERSALS - "
                   "TABLE FULL AT " PR-EMPLOYEE-ID OF
                   PAY-HISTORY-RECORD " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * Each employee's latest REGULAR record of the run's pay group
      * dated before the run under review, reversed payments
      * skipped.  The latest such date across the group is the prior
      * regular run.
       350-LOAD-LAST-PAYMENTS.
           MOVE ZERO TO WS-LAST-COUNT
           MOVE "NO" TO WS-HISTORY-EOF
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-EOF = "YES"
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE "YES" TO WS-HISTORY-EOF
                       NOT AT END
                           MOVE PR-PAY-GROUP OF PAY-HISTORY-RECORD
                               TO WS-RECORD-GROUP
                           IF WS-RECORD-GROUP = SPACES
                               MOVE PC-DEFAULT-PAY-GROUP
                                   TO WS-RECORD-GROUP
                           END-IF
                           IF PR-TRANSACTION-TYPE OF
                                   PAY-HISTORY-RECORD = "REGULAR"
                                   AND PR-PROCESSING-DATE OF
                                   PAY-HISTORY-RECORD < WS-RUN-DATE
                                   AND WS-RECORD-GROUP =
                                   WS-RUN-PAY-GROUP
                               PERFORM 360-CHECK-REVERSED
                               IF NOT PAYMENT-REVERSED
                                   PERFORM 370-STORE-LAST-PAYMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.

       360-CHECK-REVERSED.
           MOVE "N" TO WS-REVERSAL-FOUND-SW
           MOVE ZERO TO WS-REVERSAL-IDX
           PERFORM 365-SCAN-REVERSAL-ENTRY
               UNTIL PAYMENT-REVERSED
                   OR WS-REVERSAL-IDX NOT LESS THAN WS-REVERSAL-COUNT.

       365-SCAN-REVERSAL-ENTRY.
           ADD 1 TO WS-REVERSAL-IDX
           IF WS-RV-EMPLOYEE-ID(WS-REVERSAL-IDX) =
                   PR-EMPLOYEE-ID OF PAY-HISTORY-RECORD
                   AND WS-RV-DATE(WS-REVERSAL-IDX) =
                   PR-PROCESSING-DATE OF PAY-HISTORY-RECORD
               MOVE "Y" TO WS-REVERSAL-FOUND-SW
           END-IF.

      * A later record replaces an earlier one; the first record
      * seen for an employee adds their entry.
       370-STORE-LAST-PAYMENT.
           MOVE PR-EMPLOYEE-ID OF PAY-HISTORY-RECORD TO WS-SEARCH-ID
           PERFORM 380-FIND-LAST-ENTRY
           IF NOT LAST-PAYMENT-FOUND
               IF WS-LAST-COUNT < 2000
                   ADD 1 TO WS-LAST-COUNT
                   MOVE WS-LAST-COUNT TO WS-LAST-IDX
                   MOVE ZERO TO WS-LP-DATE(WS-LAST-IDX)
                   MOVE "N" TO WS-LP-SEEN-SW(WS-LAST-IDX)
               ELSE
                   DISPLAY "PAY HISTORY HAS MORE THAN 2000 EMPLOYEES - "
                       "TABLE FULL AT " WS-SEARCH-ID " - RUN ABORTED"
                   MOVE STEP-RC-ABORTED TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF PR-PROCESSING-DATE OF PAY-HISTORY-RECORD NOT <
                   WS-LP-DATE(WS-LAST-IDX)
               MOVE PR-EMPLOYEE-ID OF PAY-HISTORY-RECORD
                   TO WS-LP-EMPLOYEE-ID(WS-LAST-IDX)
               MOVE PR-EMPLOYEE-NAME OF PAY-HISTORY-RECORD
                   TO WS-LP-EMPLOYEE-NAME(WS-LAST-IDX)
               MOVE PR-DEPARTMENT OF PAY-HISTORY-RECORD
                   TO WS-LP-DEPARTMENT(WS-LAST-IDX)
               MOVE PR-PROCESSING-DATE OF PAY-HISTORY-RECORD
                   TO WS-LP-DATE(WS-LAST-IDX)
               MOVE PR-GROSS-AMOUNT OF PAY-HISTORY-RECORD
                   TO WS-LP-GROSS(WS-LAST-IDX)
               MOVE PR-NET-AMOUNT OF PAY-HISTORY-RECORD
                   TO WS-LP-NET(WS-LAST-IDX)
               MOVE PR-BANK-ACCOUNT OF PAY-HISTORY-RECORD
                   TO WS-LP-BANK-ACCOUNT(WS-LAST-IDX)
               MOVE PR-PAYMENT-ROUTE OF PAY-HISTORY-RECORD
                   TO WS-LP-ROUTE(WS-LAST-IDX)
               MOVE PR-DEDUCTION-COUNT OF PAY-HISTORY-RECORD
                   TO WS-LP-DED-COUNT(WS-LAST-IDX)
               MOVE ZERO TO WS-DED-IDX
               PERFORM 375-STORE-LAST-DEDUCTION 5 TIMES
           END-IF
           IF PR-PROCESSING-DATE OF PAY-HISTORY-RECORD
                   > WS-PRIOR-RUN-DATE
               MOVE PR-PROCESSING-DATE OF PAY-HISTORY-RECORD
                   TO WS-PRIOR-RUN-DATE
           END-IF.

       375-STORE-LAST-DEDUCTION.
           ADD 1 TO WS-DED-IDX
           MOVE PR-DEDUCTION-TYPE OF PAY-HISTORY-RECORD(WS-DED-IDX)
               TO WS-LP-DED-TYPE(WS-LAST-IDX, WS-DED-IDX).

       380-FIND-LAST-ENTRY.
           MOVE "N" TO WS-LAST-FOUND-SW
           MOVE ZERO TO WS-LAST-IDX
           PERFORM 385-SCAN-LAST-ENTRY
               UNTIL LAST-PAYMENT-FOUND
                   OR WS-LAST-IDX NOT LESS THAN WS-LAST-COUNT.

       385-SCAN-LAST-ENTRY.
           ADD 1 TO WS-LAST-IDX
           IF WS-LP-EMPLOYEE-ID(WS-LAST-IDX) = WS-SEARCH-ID
               MOVE "Y" TO WS-LAST-FOUND-SW
           END-IF.

      * The run's REGULAR and SUPPLMT records, each against the
      * employee's last regular payment.
       400-COMPARE-CURRENT-RUN.
           MOVE "NO" TO WS-PAYROLL-EOF
           OPEN INPUT PAYROLL-FILE
           PERFORM UNTIL WS-PAYROLL-EOF = "YES"
               READ PAYROLL-FILE
                   AT END
                       MOVE "YES" TO WS-PAYROLL-EOF
                   NOT AT END
                       IF PR-TRANSACTION-TYPE OF PAYROLL-RECORD
                               = "REGULAR"
                               OR PR-TRANSACTION-TYPE OF PAYROLL-RECORD
                               = "SUPPLMT"
                           ADD 1 TO WS-COMPARED-COUNT
                           PERFORM 410-COMPARE-ONE-RECORD
                       ELSE
                           ADD 1 TO WS-NOT-COMPARED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-FILE.

      * No earlier regular payment, or none in the prior run, is
      * itself the exception; otherwise every comparison is made
      * against the employee's last regular payment, however old.
       410-COMPARE-ONE-RECORD.
           MOVE ZERO TO WS-EXCEPTION-SEQ
           MOVE PR-DEPARTMENT OF PAYROLL-RECORD TO VW-DEPARTMENT
           MOVE PR-EMPLOYEE-ID OF PAYROLL-RECORD TO VW-EMPLOYEE-ID
           MOVE PR-EMPLOYEE-NAME OF PAYROLL-RECORD TO VW-EMPLOYEE-NAME
           MOVE PR-EMPLOYEE-ID OF PAYROLL-RECORD TO WS-SEARCH-ID
           PERFORM 380-FIND-LAST-ENTRY
           IF NOT LAST-PAYMENT-FOUND
               MOVE "NOT PAID LAST PERIOD" TO VW-EXCEPTION-TEXT
               MOVE "NEVER PAID" TO VW-OLD-VALUE
               MOVE PR-GROSS-AMOUNT OF PAYROLL-RECORD TO WS-VALUE-EDIT
               MOVE WS-VALUE-EDIT TO VW-NEW-VALUE
               PERFORM 490-WRITE-EXCEPTION
           ELSE
               MOVE "Y" TO WS-LP-SEEN-SW(WS-LAST-IDX)
               IF WS-LP-DATE(WS-LAST-IDX) < WS-PRIOR-RUN-DATE
                   MOVE "NOT PAID LAST PERIOD" TO VW-EXCEPTION-TEXT
                   MOVE WS-LP-DATE(WS-LAST-IDX) TO WS-DATE-TEXT
                   MOVE WS-DATE-TEXT TO VW-OLD-VALUE
                   MOVE PR-GROSS-AMOUNT OF PAYROLL-RECORD
                       TO WS-VALUE-EDIT
                   MOVE WS-VALUE-EDIT TO VW-NEW-VALUE
                   PERFORM 490-WRITE-EXCEPTION
               END-IF
               MOVE WS-LP-GROSS(WS-LAST-IDX) TO WS-OLD-AMOUNT
               MOVE PR-GROSS-AMOUNT OF PAYROLL-RECORD TO WS-NEW-AMOUNT
               MOVE "GROSS MOVED " TO WS-PT-LABEL
               PERFORM 420-CHECK-AMOUNT-CHANGE
               MOVE WS-LP-NET(WS-LAST-IDX) TO WS-OLD-AMOUNT
               MOVE PR-NET-AMOUNT OF PAYROLL-RECORD TO WS-NEW-AMOUNT
               MOVE "NET MOVED   " TO WS-PT-LABEL
               PERFORM 420-CHECK-AMOUNT-CHANGE
               IF PR-BANK-ACCOUNT OF PAYROLL-RECORD NOT =
                       WS-LP-BANK-ACCOUNT(WS-LAST-IDX)
                   MOVE "BANK ACCOUNT CHANGED" TO VW-EXCEPTION-TEXT
                   MOVE WS-LP-BANK-ACCOUNT(WS-LAST-IDX)
                       TO WS-ACCOUNT-TEXT
                   PERFORM 450-MASK-ACCOUNT
                   MOVE WS-MASKED-ACCOUNT TO VW-OLD-VALUE
                   MOVE PR-BANK-ACCOUNT OF PAYROLL-RECORD
                       TO WS-ACCOUNT-TEXT
                   PERFORM 450-MASK-ACCOUNT
                   MOVE WS-MASKED-ACCOUNT TO VW-NEW-VALUE
                   PERFORM 490-WRITE-EXCEPTION
               END-IF
               MOVE ZERO TO WS-DED-IDX
               PERFORM 430-CHECK-NEW-DEDUCTION
                   PR-DEDUCTION-COUNT OF PAYROLL-RECORD TIMES
               IF PR-PAYMENT-ROUTE OF PAYROLL-RECORD NOT =
                       WS-LP-ROUTE(WS-LAST-IDX)
                   MOVE "PAYMENT ROUTE CHANGED" TO VW-EXCEPTION-TEXT
                   IF WS-LP-ROUTE(WS-LAST-IDX) = "C"
                       MOVE "CHECK" TO VW-OLD-VALUE
                   ELSE
                       MOVE "DEPOSIT" TO VW-OLD-VALUE
                   END-IF
                   IF PR-PAID-BY-CHECK OF PAYROLL-RECORD
                       MOVE "CHECK" TO VW-NEW-VALUE
                   ELSE
                       MOVE "DEPOSIT" TO VW-NEW-VALUE
                   END-IF
                   PERFORM 490-WRITE-EXCEPTION
               END-IF
           END-IF
           IF WS-EXCEPTION-SEQ > ZERO
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

      * Percentage moved, measured against last time's figure.  A
      * last figure of zero has no percentage - any amount now is
      * flagged outright.
       420-CHECK-AMOUNT-CHANGE.
           IF WS-NEW-AMOUNT NOT < WS-OLD-AMOUNT
               COMPUTE WS-AMOUNT-DIFF = WS-NEW-AMOUNT - WS-OLD-AMOUNT
           ELSE
               COMPUTE WS-AMOUNT-DIFF = WS-OLD-AMOUNT - WS-NEW-AMOUNT
           END-IF
           IF WS-OLD-AMOUNT = ZERO
               MOVE 99999,99 TO WS-CHANGE-PCT
           ELSE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   WS-AMOUNT-DIFF * 100 / WS-OLD-AMOUNT
                   ON SIZE ERROR
                       MOVE 99999,99 TO WS-CHANGE-PCT
               END-COMPUTE
           END-IF
           IF WS-AMOUNT-DIFF > ZERO
                   AND WS-CHANGE-PCT > WS-VARIANCE-PCT
               MOVE WS-CHANGE-PCT TO WS-PT-PCT
               MOVE WS-PCT-TEXT TO VW-EXCEPTION-TEXT
               MOVE WS-OLD-AMOUNT TO WS-VALUE-EDIT
               MOVE WS-VALUE-EDIT TO VW-OLD-VALUE
               MOVE WS-NEW-AMOUNT TO WS-VALUE-EDIT
               MOVE WS-VALUE-EDIT TO VW-NEW-VALUE
               PERFORM 490-WRITE-EXCEPTION
           END-IF.

       430-CHECK-NEW-DEDUCTION.
           ADD 1 TO WS-DED-IDX
           MOVE "N" TO WS-DED-FOUND-SW
           MOVE ZERO TO WS-OLD-DED-IDX
           PERFORM 435-SCAN-OLD-DEDUCTION
               UNTIL DEDUCTION-TAKEN-BEFORE
                   OR WS-OLD-DED-IDX NOT LESS THAN
                       WS-LP-DED-COUNT(WS-LAST-IDX)
           IF NOT DEDUCTION-TAKEN-BEFORE
               MOVE "NEW DEDUCTION" TO VW-EXCEPTION-TEXT
               MOVE SPACES TO VW-OLD-VALUE
               MOVE PR-DEDUCTION-TYPE OF PAYROLL-RECORD(WS-DED-IDX)
                   TO VW-NEW-VALUE
               PERFORM 490-WRITE-EXCEPTION
           END-IF.

       435-SCAN-OLD-DEDUCTION.
           ADD 1 TO WS-OLD-DED-IDX
           IF WS-LP-DED-TYPE(WS-LAST-IDX, WS-OLD-DED-IDX) =
                   PR-DEDUCTION-TYPE OF PAYROLL-RECORD(WS-DED-IDX)
               MOVE "Y" TO WS-DED-FOUND-SW
           END-IF.

      * WS-ACCOUNT-TEXT to WS-MASKED-ACCOUNT - eight stars and the
      * last four characters actually keyed.
       450-MASK-ACCOUNT.
           MOVE 20 TO WS-ACCOUNT-END
           PERFORM 455-STEP-BACK-ACCOUNT
               UNTIL WS-ACCOUNT-END < 5
                   OR WS-ACCOUNT-CHAR(WS-ACCOUNT-END) NOT = SPACE
           IF WS-ACCOUNT-END < 4
               MOVE WS-ACCOUNT-TEXT(1:4) TO WS-MA-LAST-FOUR
           ELSE
               MOVE WS-ACCOUNT-TEXT(WS-ACCOUNT-END - 3:4)
                   TO WS-MA-LAST-FOUR
           END-IF.

       455-STEP-BACK-ACCOUNT.
           SUBTRACT 1 FROM WS-ACCOUNT-END.

       490-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-SEQ
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EXCEPTION-SEQ TO VW-SEQUENCE
           WRITE VARIANCE-WORK-RECORD.

      * Someone the prior regular run paid that this run did not -
      * a termination nobody keyed, a master record gone missing,
      * or a reject that needs a supplemental run.
       500-CHECK-DROPPED-EMPLOYEE.
           ADD 1 TO WS-LAST-IDX
           IF WS-LP-SEEN-SW(WS-LAST-IDX) = "N"
                   AND WS-LP-DATE(WS-LAST-IDX) = WS-PRIOR-RUN-DATE
               MOVE ZERO TO WS-EXCEPTION-SEQ
               MOVE WS-LP-DEPARTMENT(WS-LAST-IDX) TO VW-DEPARTMENT
               MOVE WS-LP-EMPLOYEE-ID(WS-LAST-IDX) TO VW-EMPLOYEE-ID
               MOVE WS-LP-EMPLOYEE-NAME(WS-LAST-IDX)
                   TO VW-EMPLOYEE-NAME
               MOVE "PAID LAST RUN, NOT NOW" TO VW-EXCEPTION-TEXT
               MOVE WS-LP-GROSS(WS-LAST-IDX) TO WS-VALUE-EDIT
               MOVE WS-VALUE-EDIT TO VW-OLD-VALUE
               MOVE "NOT PAID" TO VW-NEW-VALUE
               PERFORM 490-WRITE-EXCEPTION
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

      * The sorted exceptions under department headings, the counts,
      * and the sign-off block.
       600-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-PAYROLL-PATH NOT = "payroll_record.cpy"
               MOVE WS-RPT-TRIAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-PRIOR-RUN-DATE TO RH-PRIOR-DATE
           MOVE WS-VARIANCE-PCT TO RH-VARIANCE-PCT
           MOVE WS-RUN-PAY-GROUP TO RH-PAY-GROUP
           MOVE WS-RPT-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE WS-RPT-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE "NO" TO WS-SORTED-EOF
           OPEN INPUT VARIANCE-SORTED-FILE
           PERFORM UNTIL WS-SORTED-EOF = "YES"
               READ VARIANCE-SORTED-FILE
                   AT END
                       MOVE "YES" TO WS-SORTED-EOF
                   NOT AT END
                       PERFORM 610-PRINT-EXCEPTION
               END-READ
           END-PERFORM
           CLOSE VARIANCE-SORTED-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RECORDS COMPARED:" TO RC-COUNT-LABEL
           MOVE WS-COMPARED-COUNT TO RC-COUNT
           PERFORM 620-WRITE-COUNT-LINE
           MOVE "RECORDS NOT COMPARED:" TO RC-COUNT-LABEL
           MOVE WS-NOT-COMPARED-COUNT TO RC-COUNT
           PERFORM 620-WRITE-COUNT-LINE
           MOVE "EMPLOYEES FLAGGED:" TO RC-COUNT-LABEL
           MOVE WS-FLAGGED-COUNT TO RC-COUNT
           PERFORM 620-WRITE-COUNT-LINE
           MOVE "EXCEPTIONS LISTED:" TO RC-COUNT-LABEL
           MOVE WS-EXCEPTION-COUNT TO RC-COUNT
           PERFORM 620-WRITE-COUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-SIGNOFF-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-SIGNOFF-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

      * A department heading at each break; the employee's ID and
      * name only on their first exception line.
       610-PRINT-EXCEPTION.
           IF VR-DEPARTMENT NOT = WS-CURRENT-DEPT
               MOVE VR-DEPARTMENT TO WS-CURRENT-DEPT
               MOVE LOW-VALUES TO WS-CURRENT-EMPLOYEE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE VR-DEPARTMENT TO RD-DEPARTMENT
               MOVE WS-RPT-DEPT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF VR-EMPLOYEE-ID NOT = WS-CURRENT-EMPLOYEE
               MOVE VR-EMPLOYEE-ID TO WS-CURRENT-EMPLOYEE
               MOVE VR-EMPLOYEE-ID TO RL-EMPLOYEE-ID
               MOVE VR-EMPLOYEE-NAME TO RL-EMPLOYEE-NAME
           ELSE
               MOVE SPACES TO RL-EMPLOYEE-ID RL-EMPLOYEE-NAME
           END-IF
           MOVE VR-EXCEPTION-TEXT TO RL-EXCEPTION-TEXT
           MOVE VR-OLD-VALUE TO RL-OLD-VALUE
           MOVE VR-NEW-VALUE TO RL-NEW-VALUE
           MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       620-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       700-PRINT-SUMMARY.
           DISPLAY "VARRPT SUMMARY"
           DISPLAY "  RUN DATE REVIEWED:    " WS-RUN-DATE
           DISPLAY "  PAY GROUP:            " WS-RUN-PAY-GROUP
           DISPLAY "  PRIOR REGULAR RUN:    " WS-PRIOR-RUN-DATE
           DISPLAY "  RECORDS COMPARED:     " WS-COMPARED-COUNT
           DISPLAY "  EMPLOYEES FLAGGED:    " WS-FLAGGED-COUNT
           DISPLAY "  SEE variance_report.txt".

      * Anything on the report is for the reviewer - a warning, so
      * the cycle log shows there is a variance report to sign.
       790-SET-RETURN-CODE.
           IF WS-FLAGGED-COUNT > ZERO OR WS-EXCEPTION-COUNT > ZERO
               MOVE STEP-RC-WARNING TO RETURN-CODE
           ELSE
               MOVE STEP-RC-CLEAN TO RETURN-CODE
           END-IF.
       END PROGRAM VARRPT.
