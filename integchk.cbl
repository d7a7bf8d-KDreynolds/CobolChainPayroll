       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       AUTHOR. YOUR NAME.

      * Cross-master integrity check - PAYROLL rewrites the YTD,
      * leave-balance and deduction masters in full every completed
      * run, and appends every check it issues to the register, so a
      * restore from the wrong night's backup, a hand edit, or a run
      * that died between two of those rewrites leaves a master that
      * no longer says what pay history says, and nothing else ever
      * notices.  This step rebuilds each figure from
      * payroll_history.dat - the one file every completed run
      * appends to and nothing rewrites - and lists every place a
      * master disagrees, both figures side by side:
      *
      *   - payroll_ytd.dat against the year's history records,
      *     REVERSL records netted out the way 755-ACCUMULATE-YTD
      *     backs them out
      *   - leave_balance.dat against the balances carried on each
      *     employee's last REGULAR or SUPPLMT record, the record
      *     775-UPDATE-LEAVE-MASTER lands them from
      *   - deduction.dat's DED-COLLECTED against the deduction
      *     lines on history for the same employee and type, all
      *     years (the collected column is a lifetime take), REVERSL
      *     lines netted out
      *   - every check-routed payment on history against an entry
      *     on check_register.dat, and every register entry against
      *     a payment - a replacement check ACHRETRN issued for a
      *     returned deposit answers to the deposit it replaces
      *
      *   INTEGCHK <YYYY>
      *
      * The year is the YTD year being checked - YEAREND runs this
      * step against its close year and will not cut the annual
      * statements from a master this step finds drifted.  Nothing
      * is ever rewritten here; the report (integrity_report.txt)
      * is for whoever has to put the master right.
      *
      * A history record counts toward the year by its processing
      * date.  A reversal keeps the date of the payment it backs
      * out, so a reversal run in January of a December payment
      * counts against the old year here, where PAYROLL took it out
      * of the new year's totals - that pair shows on the report and
      * is for the payroll office to confirm, not to correct.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-FILE ASSIGN TO "payroll_ytd.dat"
               FILE STATUS WS-YTD-STATUS.
           SELECT LEAVE-FILE ASSIGN TO "leave_balance.dat"
               FILE STATUS WS-LEAVE-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO "deduction.dat"
               FILE STATUS WS-DEDUCTION-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "check_register.dat"
               FILE STATUS WS-REGISTER-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "payroll_history.dat"
               FILE STATUS WS-HISTORY-STATUS.
           SELECT INTEGRITY-FILE ASSIGN TO "integrity_report.txt"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD YTD-FILE.
       01 YTD-RECORD.
           COPY "ytd_record.cpy".

       FD LEAVE-FILE.
       01 LEAVE-RECORD.
           COPY "leave_record.cpy".

       FD DEDUCTION-FILE.
       01 DEDUCTION-RECORD.
           COPY "deduction_record.cpy".

       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-RECORD.
           COPY "check_register_record.cpy".

       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD.
           COPY "payroll_record.cpy".

       FD INTEGRITY-FILE.
       01 INTEGRITY-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-YTD-STATUS               PIC X(2).
       01 WS-YTD-EOF                  PIC X(3)       VALUE "NO".
       01 WS-LEAVE-STATUS             PIC X(2).
       01 WS-LEAVE-EOF                PIC X(3)       VALUE "NO".
       01 WS-DEDUCTION-STATUS         PIC X(2).
       01 WS-DEDUCTION-EOF            PIC X(3)       VALUE "NO".
       01 WS-REGISTER-STATUS          PIC X(2).
       01 WS-REGISTER-EOF             PIC X(3)       VALUE "NO".
       01 WS-HISTORY-STATUS           PIC X(2).
       01 WS-HISTORY-EOF              PIC X(3)       VALUE "NO".

      * The year being checked, off the command line.
       01 WS-CHECK-YEAR-TEXT          PIC X(4).
       01 WS-CHECK-YEAR               PIC 9(4).

      * The history record's processing date, split for the year
      * test.
       01 WS-HIST-DATE                PIC 9(8).
       01 WS-HIST-DATE-PARTS REDEFINES WS-HIST-DATE.
           05 WS-HIST-YEAR             PIC 9(4).
           05 WS-HIST-MONTH-DAY        PIC 9(4).

      * One entry per employee on YTD-FILE or on the year's history,
      * the file's six figures beside the six rebuilt from history -
      * gross, tax, retirement, health, net, taxable, in that order.
      * A file record carrying another year counts as zeros, the
      * same way PAYROLL's 110-LOAD-YTD-TABLE rolls it over.  The
      * history side is signed: a reversal of a payment the year
      * never saw drives it below zero, and that is worth seeing.
       01 WS-YTD-COUNT                PIC 9(3)       VALUE ZERO.
       01 WS-YTD-TABLE.
           05 WS-YTD-ENTRY OCCURS 500 TIMES.
               10 WS-YT-ID             PIC X(10).
               10 WS-YT-ON-FILE-SW     PIC X(1).
               10 WS-YT-ON-HISTORY-SW  PIC X(1).
               10 WS-YT-FILE-AMOUNT    PIC 9(8)V99 OCCURS 6 TIMES.
               10 WS-YT-HIST-AMOUNT    PIC S9(9)V99 OCCURS 6 TIMES.
       01 WS-YTD-IDX                  PIC 9(3)       VALUE ZERO.
       01 WS-YTD-AMT-IDX              PIC 9(1)       VALUE ZERO.
       01 WS-YTD-FOUND-SW             PIC X(1)       VALUE "N".
           88 YTD-ENTRY-FOUND                         VALUE "Y".

       01 WS-YTD-LABEL-DEF.
           05 FILLER                  PIC X(16) VALUE "YTD GROSS".
           05 FILLER                  PIC X(16) VALUE "YTD TAX".
           05 FILLER                  PIC X(16) VALUE "YTD RETIREMENT".
           05 FILLER                  PIC X(16) VALUE "YTD HEALTH".
           05 FILLER                  PIC X(16) VALUE "YTD NET".
           05 FILLER                  PIC X(16) VALUE "YTD TAXABLE".
       01 WS-YTD-LABEL-TABLE REDEFINES WS-YTD-LABEL-DEF.
           05 WS-YTD-LABEL             PIC X(16) OCCURS 6 TIMES.

      * One entry per employee on the leave master or paid on a
      * REGULAR/SUPPLMT record - the last such record read wins,
      * history being in the order the runs wrote it.
       01 WS-LEAVE-COUNT              PIC 9(3)       VALUE ZERO.
       01 WS-LEAVE-TABLE.
           05 WS-LEAVE-ENTRY OCCURS 500 TIMES.
               10 WS-LT-ID             PIC X(10).
               10 WS-LT-ON-FILE-SW     PIC X(1).
               10 WS-LT-ON-HISTORY-SW  PIC X(1).
               10 WS-LT-FILE-VACATION  PIC 9(3)V99.
               10 WS-LT-FILE-SICK      PIC 9(3)V99.
               10 WS-LT-HIST-VACATION  PIC 9(3)V99.
               10 WS-LT-HIST-SICK      PIC 9(3)V99.
       01 WS-LEAVE-IDX                PIC 9(3)       VALUE ZERO.
       01 WS-LEAVE-FOUND-SW           PIC X(1)       VALUE "N".
           88 LEAVE-ENTRY-FOUND                       VALUE "Y".

      * One entry per employee and deduction type - the pairing
      * PAYROLL's 782-ACCUMULATE-COLLECTED posts by.
       01 WS-DEDUCTION-COUNT          PIC 9(3)       VALUE ZERO.
       01 WS-DEDUCTION-TABLE.
           05 WS-DEDUCTION-ENTRY OCCURS 500 TIMES.
               10 WS-DT-ID             PIC X(10).
               10 WS-DT-TYPE           PIC X(10).
               10 WS-DT-ON-FILE-SW     PIC X(1).
               10 WS-DT-FILE-COLLECTED PIC 9(8)V99.
               10 WS-DT-HIST-COLLECTED PIC S9(9)V99.
       01 WS-DEDUCTION-IDX            PIC 9(3)       VALUE ZERO.
       01 WS-DED-SEARCH-TYPE          PIC X(10).
       01 WS-PR-DED-IDX               PIC 9(1)       VALUE ZERO.
       01 WS-DED-FOUND-SW             PIC X(1)       VALUE "N".
           88 DEDUCTION-ENTRY-FOUND                   VALUE "Y".

      * The whole check register, each entry marked off as a
      * check-routed payment on history claims it ("Y"), or as the
      * replacement for a returned deposit ("R") - sized the same
      * as CHKRECON's table.
       01 WS-REGISTER-COUNT           PIC 9(4)       VALUE ZERO.
       01 WS-REGISTER-TABLE.
           05 WS-REGISTER-ENTRY OCCURS 2000 TIMES.
               10 WS-CHR-NUMBER        PIC 9(8).
               10 WS-CHR-EMPLOYEE-ID   PIC X(10).
               10 WS-CHR-CURRENCY      PIC X(3).
               10 WS-CHR-AMOUNT        PIC 9(7)V99.
               10 WS-CHR-DATE          PIC 9(8).
               10 WS-CHR-MATCHED-SW    PIC X(1).
       01 WS-REGISTER-IDX             PIC 9(4)       VALUE ZERO.
       01 WS-CHR-FOUND-SW             PIC X(1)       VALUE "N".
           88 REGISTER-ENTRY-FOUND                    VALUE "Y".

      * Check-routed payments on history no register entry claims -
      * held until the register section of the report prints.
       01 WS-UNREGISTERED-COUNT       PIC 9(3)       VALUE ZERO.
       01 WS-UNREGISTERED-TABLE.
           05 WS-UNREGISTERED-ENTRY OCCURS 500 TIMES.
               10 WS-UR-ID             PIC X(10).
               10 WS-UR-DATE           PIC 9(8).
               10 WS-UR-AMOUNT         PIC 9(7)V99.
       01 WS-UNREGISTERED-IDX         PIC 9(3)       VALUE ZERO.

      * The search key the find paragraphs work from.
       01 WS-SEARCH-ID                PIC X(10).

      * One comparison for 600-COMPARE-FIGURES - a line is written
      * only when the two figures differ.
       01 WS-CMP-ID                   PIC X(10).
       01 WS-CMP-LABEL                PIC X(16).
       01 WS-CMP-HISTORY              PIC S9(9)V99.
       01 WS-CMP-MASTER               PIC S9(9)V99.
       01 WS-CMP-NOTE                 PIC X(18).

       01 WS-SECTION-DIFF-COUNT       PIC 9(5)       VALUE ZERO.
       01 WS-HISTORY-READ-COUNT       PIC 9(7)       VALUE ZERO.
       01 WS-YEAR-RECORD-COUNT        PIC 9(7)       VALUE ZERO.
       01 WS-CHECK-PAYMENT-COUNT      PIC 9(5)       VALUE ZERO.
       01 WS-REPLACEMENT-COUNT        PIC 9(5)       VALUE ZERO.
       01 WS-YTD-DIFF-COUNT           PIC 9(5)       VALUE ZERO.
       01 WS-LEAVE-DIFF-COUNT         PIC 9(5)       VALUE ZERO.
       01 WS-LEAVE-UNPAID-COUNT       PIC 9(5)       VALUE ZERO.
       01 WS-DED-DIFF-COUNT           PIC 9(5)       VALUE ZERO.
       01 WS-CHECK-DIFF-COUNT         PIC 9(5)       VALUE ZERO.
       01 WS-TOTAL-DIFF-COUNT         PIC 9(5)       VALUE ZERO.

       01 WS-TODAY-DATE               PIC 9(8).

       01 WS-INT-HEADING-LINE.
           05 FILLER                  PIC X(31) VALUE
               "MASTER INTEGRITY CHECK FOR YEAR".
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 IH-CHECK-YEAR            PIC 9(4).
           05 FILLER                  PIC X(7)  VALUE " - RUN ".
           05 IH-RUN-DATE              PIC 9(8).

       01 WS-INT-SECTION-LINE.
           05 FILLER                  PIC X(4)  VALUE "*** ".
           05 IS-SECTION-TITLE         PIC X(60).

       01 WS-INT-COLUMN-LINE.
           05 FILLER                  PIC X(32) VALUE
               "EMPLOYEE    FIGURE".
           05 FILLER                  PIC X(34) VALUE
               "PAY HISTORY    MASTER FILE  NOTE".

       01 WS-INT-DETAIL-LINE.
           05 ID-EMPLOYEE-ID           PIC X(10).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 ID-LABEL                 PIC X(16).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 ID-HISTORY               PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 ID-MASTER                PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 ID-NOTE                  PIC X(18).

      * The figure label on a check line - the payment's date on the
      * history side, the check number on the register side.
       01 WS-PAID-LABEL.
           05 FILLER                  PIC X(8)  VALUE "PAID ON ".
           05 WS-PL-DATE               PIC 9(8).
       01 WS-CHECK-LABEL.
           05 FILLER                  PIC X(6)  VALUE "CHECK ".
           05 WS-CL-NUMBER             PIC 9(8).

       01 WS-INT-COUNT-LINE.
           05 OC-COUNT-LABEL           PIC X(30).
           05 OC-COUNT                 PIC ZZZZ9.

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 110-PARSE-CHECK-YEAR
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 200-LOAD-YTD-FILE
           PERFORM 220-LOAD-LEAVE-FILE
           PERFORM 240-LOAD-DEDUCTION-FILE
           PERFORM 260-LOAD-CHECK-REGISTER
           PERFORM 300-READ-PAY-HISTORY
           PERFORM 360-MATCH-RETURNED-DEPOSITS
           OPEN OUTPUT INTEGRITY-FILE
           MOVE WS-CHECK-YEAR TO IH-CHECK-YEAR
           MOVE WS-TODAY-DATE TO IH-RUN-DATE
           MOVE WS-INT-HEADING-LINE TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE
           MOVE "PAY HISTORY RECORDS READ:" TO OC-COUNT-LABEL
           MOVE WS-HISTORY-READ-COUNT TO OC-COUNT
           PERFORM 520-WRITE-COUNT-LINE
           MOVE "HISTORY RECORDS IN THE YEAR:" TO OC-COUNT-LABEL
           MOVE WS-YEAR-RECORD-COUNT TO OC-COUNT
           PERFORM 520-WRITE-COUNT-LINE
           PERFORM 400-CHECK-YTD
           PERFORM 420-CHECK-LEAVE
           PERFORM 440-CHECK-DEDUCTIONS
           PERFORM 460-CHECK-REGISTER
           MOVE SPACES TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE
           MOVE "TOTAL DISCREPANCIES:" TO OC-COUNT-LABEL
           MOVE WS-TOTAL-DIFF-COUNT TO OC-COUNT
           PERFORM 520-WRITE-COUNT-LINE
           CLOSE INTEGRITY-FILE
           PERFORM 700-PRINT-SUMMARY
           PERFORM 790-SET-RETURN-CODE
           STOP RUN.

      * No default year - checking the wrong year would pass a
      * drifted master as clean (every record would count as
      * another year's zeros on both sides).
       110-PARSE-CHECK-YEAR.
           MOVE SPACES TO WS-CHECK-YEAR-TEXT
           ACCEPT WS-CHECK-YEAR-TEXT FROM COMMAND-LINE
           IF WS-CHECK-YEAR-TEXT NOT NUMERIC
               DISPLAY "INTEGCHK: USAGE - INTEGCHK <YYYY>"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CHECK-YEAR-TEXT TO WS-CHECK-YEAR.

      * YTD-FILE into the table, the file side of each entry.  No
      * file on disk leaves the table empty and every employee on
      * the year's history then reports as not on file.  A file
      * past the table's capacity aborts: a check that skipped the
      * overflow would pass it unseen.
       200-LOAD-YTD-FILE.
           MOVE ZERO TO WS-YTD-COUNT
           MOVE "NO" TO WS-YTD-EOF
           OPEN INPUT YTD-FILE
           IF WS-YTD-STATUS = "00"
               PERFORM UNTIL WS-YTD-EOF = "YES"
                   READ YTD-FILE
                       AT END
                           MOVE "YES" TO WS-YTD-EOF
                       NOT AT END
                           MOVE YTD-EMPLOYEE-ID TO WS-SEARCH-ID
                           PERFORM 325-ADD-YTD-ENTRY
                           PERFORM 210-STORE-YTD-RECORD
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
           END-IF.

       210-STORE-YTD-RECORD.
           MOVE "Y" TO WS-YT-ON-FILE-SW(WS-YTD-IDX)
           IF YTD-YEAR = WS-CHECK-YEAR
               MOVE YTD-GROSS-AMOUNT TO WS-YT-FILE-AMOUNT(WS-YTD-IDX, 1)
               MOVE YTD-TAX-AMOUNT TO WS-YT-FILE-AMOUNT(WS-YTD-IDX, 2)
               MOVE YTD-RETIREMENT-AMOUNT
                   TO WS-YT-FILE-AMOUNT(WS-YTD-IDX, 3)
               MOVE YTD-HEALTH-AMOUNT
                   TO WS-YT-FILE-AMOUNT(WS-YTD-IDX, 4)
               MOVE YTD-NET-AMOUNT TO WS-YT-FILE-AMOUNT(WS-YTD-IDX, 5)
               MOVE YTD-TAXABLE-AMOUNT
                   TO WS-YT-FILE-AMOUNT(WS-YTD-IDX, 6)
           END-IF.

      * The leave master into the table, same capacity rule.
       220-LOAD-LEAVE-FILE.
           MOVE ZERO TO WS-LEAVE-COUNT
           MOVE "NO" TO WS-LEAVE-EOF
           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-STATUS = "00"
               PERFORM UNTIL WS-LEAVE-EOF = "YES"
                   READ LEAVE-FILE
                       AT END
                           MOVE "YES" TO WS-LEAVE-EOF
                       NOT AT END
                           MOVE LV-EMPLOYEE-ID TO WS-SEARCH-ID
                           PERFORM 335-ADD-LEAVE-ENTRY
                           PERFORM 230-STORE-LEAVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE LEAVE-FILE
           END-IF.

       230-STORE-LEAVE-RECORD.
           MOVE "Y" TO WS-LT-ON-FILE-SW(WS-LEAVE-IDX)
           MOVE LV-VACATION-BALANCE
               TO WS-LT-FILE-VACATION(WS-LEAVE-IDX)
           MOVE LV-SICK-BALANCE TO WS-LT-FILE-SICK(WS-LEAVE-IDX).

      * The deduction master into the table, same capacity rule.
       240-LOAD-DEDUCTION-FILE.
           MOVE ZERO TO WS-DEDUCTION-COUNT
           MOVE "NO" TO WS-DEDUCTION-EOF
           OPEN INPUT DEDUCTION-FILE
           IF WS-DEDUCTION-STATUS = "00"
               PERFORM UNTIL WS-DEDUCTION-EOF = "YES"
                   READ DEDUCTION-FILE
                       AT END
                           MOVE "YES" TO WS-DEDUCTION-EOF
                       NOT AT END
                           MOVE DED-EMPLOYEE-ID TO WS-SEARCH-ID
                           MOVE DED-TYPE TO WS-DED-SEARCH-TYPE
                           PERFORM 345-ADD-DEDUCTION-ENTRY
                           PERFORM 250-STORE-DEDUCTION-RECORD
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-FILE
           END-IF.

       250-STORE-DEDUCTION-RECORD.
           MOVE "Y" TO WS-DT-ON-FILE-SW(WS-DEDUCTION-IDX)
           MOVE DED-COLLECTED
               TO WS-DT-FILE-COLLECTED(WS-DEDUCTION-IDX).

      * The check register into the table, every entry unmatched.
       260-LOAD-CHECK-REGISTER.
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
                               PERFORM 270-STORE-REGISTER-RECORD
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

       270-STORE-REGISTER-RECORD.
           MOVE CHR-CHECK-NUMBER TO WS-CHR-NUMBER(WS-REGISTER-COUNT)
           MOVE CHR-EMPLOYEE-ID
               TO WS-CHR-EMPLOYEE-ID(WS-REGISTER-COUNT)
           MOVE CHR-CURRENCY-CODE
               TO WS-CHR-CURRENCY(WS-REGISTER-COUNT)
           MOVE CHR-NET-AMOUNT TO WS-CHR-AMOUNT(WS-REGISTER-COUNT)
           MOVE CHR-CHECK-DATE TO WS-CHR-DATE(WS-REGISTER-COUNT)
           MOVE "N" TO WS-CHR-MATCHED-SW(WS-REGISTER-COUNT).

      * One pass over pay history builds the history side of every
      * table.  No history on disk is not an error here - every
      * master figure then simply stands unsupported on the report.
       300-READ-PAY-HISTORY.
           MOVE "NO" TO WS-HISTORY-EOF
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-EOF = "YES"
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE "YES" TO WS-HISTORY-EOF
                       NOT AT END
                           ADD 1 TO WS-HISTORY-READ-COUNT
                           PERFORM 310-APPLY-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.

      * Each history record feeds each check it bears on.  Leave
      * comes only off REGULAR and SUPPLMT records, as in PAYROLL's
      * leave pass; a REVERSL record moves no money, so it never
      * claims a check.
       310-APPLY-HISTORY-RECORD.
           MOVE PR-EMPLOYEE-ID TO WS-SEARCH-ID
           MOVE PR-PROCESSING-DATE TO WS-HIST-DATE
           IF WS-HIST-YEAR = WS-CHECK-YEAR
               ADD 1 TO WS-YEAR-RECORD-COUNT
               PERFORM 320-ADD-YTD-HISTORY
           END-IF
           IF PR-TRANSACTION-TYPE = "REGULAR"
                   OR PR-TRANSACTION-TYPE = "SUPPLMT"
               PERFORM 330-LAND-LEAVE-HISTORY
           END-IF
           MOVE ZERO TO WS-PR-DED-IDX
           PERFORM 340-ADD-DEDUCTION-HISTORY PR-DEDUCTION-COUNT TIMES
           IF PR-PAID-BY-CHECK AND PR-TRANSACTION-TYPE NOT = "REVERSL"
               ADD 1 TO WS-CHECK-PAYMENT-COUNT
               PERFORM 350-MATCH-CHECK-PAYMENT
           END-IF.

      * The record's six figures into the employee's history side -
      * backed out for a REVERSL record, as 755-ACCUMULATE-YTD does,
      * but never floored: history says what it says.
       320-ADD-YTD-HISTORY.
           PERFORM 322-FIND-YTD-ENTRY
           IF NOT YTD-ENTRY-FOUND
               PERFORM 325-ADD-YTD-ENTRY
           END-IF
           MOVE "Y" TO WS-YT-ON-HISTORY-SW(WS-YTD-IDX)
           IF PR-TRANSACTION-TYPE = "REVERSL"
               SUBTRACT PR-GROSS-AMOUNT
                   FROM WS-YT-HIST-AMOUNT(WS-YTD-IDX, 1)
               SUBTRACT PR-TAX-AMOUNT
                   FROM WS-YT-HIST-AMOUNT(WS-YTD-IDX, 2)
               SUBTRACT PR-RETIREMENT-AMOUNT
                   FROM WS-YT-HIST-AMOUNT(WS-YTD-IDX, 3)
               SUBTRACT PR-HEALTH-AMOUNT
                   FROM WS-YT-HIST-AMOUNT(WS-YTD-IDX, 4)
               SUBTRACT PR-NET-AMOUNT
                   FROM WS-YT-HIST-AMOUNT(WS-YTD-IDX, 5)
               SUBTRACT PR-TAXABLE-AMOUNT
                   FROM WS-YT-HIST-AMOUNT(WS-YTD-IDX, 6)
           ELSE
               ADD PR-GROSS-AMOUNT TO WS-YT-HIST-AMOUNT(WS-YTD-IDX, 1)
               ADD PR-TAX-AMOUNT TO WS-YT-HIST-AMOUNT(WS-YTD-IDX, 2)
               ADD PR-RETIREMENT-AMOUNT
                   TO WS-YT-HIST-AMOUNT(WS-YTD-IDX, 3)
               ADD PR-HEALTH-AMOUNT
                   TO WS-YT-HIST-AMOUNT(WS-YTD-IDX, 4)
               ADD PR-NET-AMOUNT TO WS-YT-HIST-AMOUNT(WS-YTD-IDX, 5)
               ADD PR-TAXABLE-AMOUNT
                   TO WS-YT-HIST-AMOUNT(WS-YTD-IDX, 6)
           END-IF.

       322-FIND-YTD-ENTRY.
           MOVE "N" TO WS-YTD-FOUND-SW
           MOVE ZERO TO WS-YTD-IDX
           PERFORM 323-SCAN-YTD-ENTRY
               UNTIL YTD-ENTRY-FOUND
                   OR WS-YTD-IDX NOT LESS THAN WS-YTD-COUNT.

       323-SCAN-YTD-ENTRY.
           ADD 1 TO WS-YTD-IDX
           IF WS-YT-ID(WS-YTD-IDX) = WS-SEARCH-ID
               MOVE "Y" TO WS-YTD-FOUND-SW
           END-IF.

      * A new, all-zero entry for WS-SEARCH-ID, left at WS-YTD-IDX.
      * Past the table's capacity the run aborts.
       325-ADD-YTD-ENTRY.
           IF WS-YTD-COUNT < 500
               ADD 1 TO WS-YTD-COUNT
               MOVE WS-YTD-COUNT TO WS-YTD-IDX
               MOVE WS-SEARCH-ID TO WS-YT-ID(WS-YTD-IDX)
               MOVE "N" TO WS-YT-ON-FILE-SW(WS-YTD-IDX)
               MOVE "N" TO WS-YT-ON-HISTORY-SW(WS-YTD-IDX)
               MOVE ZERO TO WS-YTD-AMT-IDX
               PERFORM 326-CLEAR-YTD-AMOUNT 6 TIMES
           ELSE
               DISPLAY "MORE THAN 500 EMPLOYEES ON YTD-FILE AND "
                   "HISTORY - TABLE FULL AT " WS-SEARCH-ID
                   " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

       326-CLEAR-YTD-AMOUNT.
           ADD 1 TO WS-YTD-AMT-IDX
           MOVE ZERO TO WS-YT-FILE-AMOUNT(WS-YTD-IDX, WS-YTD-AMT-IDX)
           MOVE ZERO TO WS-YT-HIST-AMOUNT(WS-YTD-IDX, WS-YTD-AMT-IDX).

      * The record's after-run balances become the employee's
      * history figures - the last REGULAR or SUPPLMT record read is
      * the one the leave master was last landed from.
       330-LAND-LEAVE-HISTORY.
           PERFORM 332-FIND-LEAVE-ENTRY
           IF NOT LEAVE-ENTRY-FOUND
               PERFORM 335-ADD-LEAVE-ENTRY
           END-IF
           MOVE "Y" TO WS-LT-ON-HISTORY-SW(WS-LEAVE-IDX)
           MOVE PR-VACATION-BALANCE
               TO WS-LT-HIST-VACATION(WS-LEAVE-IDX)
           MOVE PR-SICK-BALANCE TO WS-LT-HIST-SICK(WS-LEAVE-IDX).

       332-FIND-LEAVE-ENTRY.
           MOVE "N" TO WS-LEAVE-FOUND-SW
           MOVE ZERO TO WS-LEAVE-IDX
           PERFORM 333-SCAN-LEAVE-ENTRY
               UNTIL LEAVE-ENTRY-FOUND
                   OR WS-LEAVE-IDX NOT LESS THAN WS-LEAVE-COUNT.

       333-SCAN-LEAVE-ENTRY.
           ADD 1 TO WS-LEAVE-IDX
           IF WS-LT-ID(WS-LEAVE-IDX) = WS-SEARCH-ID
               MOVE "Y" TO WS-LEAVE-FOUND-SW
           END-IF.

       335-ADD-LEAVE-ENTRY.
           IF WS-LEAVE-COUNT < 500
               ADD 1 TO WS-LEAVE-COUNT
               MOVE WS-LEAVE-COUNT TO WS-LEAVE-IDX
               MOVE WS-SEARCH-ID TO WS-LT-ID(WS-LEAVE-IDX)
               MOVE "N" TO WS-LT-ON-FILE-SW(WS-LEAVE-IDX)
               MOVE "N" TO WS-LT-ON-HISTORY-SW(WS-LEAVE-IDX)
               MOVE ZERO TO WS-LT-FILE-VACATION(WS-LEAVE-IDX)
                            WS-LT-FILE-SICK(WS-LEAVE-IDX)
                            WS-LT-HIST-VACATION(WS-LEAVE-IDX)
                            WS-LT-HIST-SICK(WS-LEAVE-IDX)
           ELSE
               DISPLAY "MORE THAN 500 EMPLOYEES ON LEAVE-FILE AND "
                   "HISTORY - TABLE FULL AT " WS-SEARCH-ID
                   " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * One deduction line into its employee-and-type entry, netted
      * out for a REVERSL record the way 783-BACK-OUT-COLLECTED
      * takes it back.
       340-ADD-DEDUCTION-HISTORY.
           ADD 1 TO WS-PR-DED-IDX
           MOVE PR-DEDUCTION-TYPE(WS-PR-DED-IDX) TO WS-DED-SEARCH-TYPE
           PERFORM 342-FIND-DEDUCTION-ENTRY
           IF NOT DEDUCTION-ENTRY-FOUND
               PERFORM 345-ADD-DEDUCTION-ENTRY
           END-IF
           IF PR-TRANSACTION-TYPE = "REVERSL"
               SUBTRACT PR-DEDUCTION-AMOUNT(WS-PR-DED-IDX)
                   FROM WS-DT-HIST-COLLECTED(WS-DEDUCTION-IDX)
           ELSE
               ADD PR-DEDUCTION-AMOUNT(WS-PR-DED-IDX)
                   TO WS-DT-HIST-COLLECTED(WS-DEDUCTION-IDX)
           END-IF.

       342-FIND-DEDUCTION-ENTRY.
           MOVE "N" TO WS-DED-FOUND-SW
           MOVE ZERO TO WS-DEDUCTION-IDX
           PERFORM 343-SCAN-DEDUCTION-ENTRY
               UNTIL DEDUCTION-ENTRY-FOUND
                   OR WS-DEDUCTION-IDX NOT LESS THAN WS-DEDUCTION-COUNT.

       343-SCAN-DEDUCTION-ENTRY.
           ADD 1 TO WS-DEDUCTION-IDX
           IF WS-DT-ID(WS-DEDUCTION-IDX) = WS-SEARCH-ID
                   AND WS-DT-TYPE(WS-DEDUCTION-IDX) = WS-DED-SEARCH-TYPE
               MOVE "Y" TO WS-DED-FOUND-SW
           END-IF.

       345-ADD-DEDUCTION-ENTRY.
           IF WS-DEDUCTION-COUNT < 500
               ADD 1 TO WS-DEDUCTION-COUNT
               MOVE WS-DEDUCTION-COUNT TO WS-DEDUCTION-IDX
               MOVE WS-SEARCH-ID TO WS-DT-ID(WS-DEDUCTION-IDX)
               MOVE WS-DED-SEARCH-TYPE TO WS-DT-TYPE(WS-DEDUCTION-IDX)
               MOVE "N" TO WS-DT-ON-FILE-SW(WS-DEDUCTION-IDX)
               MOVE ZERO TO WS-DT-FILE-COLLECTED(WS-DEDUCTION-IDX)
                            WS-DT-HIST-COLLECTED(WS-DEDUCTION-IDX)
           ELSE
               DISPLAY "MORE THAN 500 DEDUCTIONS ON DEDUCTION-FILE "
                   "AND HISTORY - TABLE FULL AT " WS-SEARCH-ID
                   " " WS-DED-SEARCH-TYPE " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * A check-routed payment claims the first unclaimed register
      * entry for the same employee, currency and net amount - the
      * three things 264-WRITE-CHECK-PAYMENT copies onto the
      * register from the payment.  One no entry claims is held for
      * the register section of the report.
       350-MATCH-CHECK-PAYMENT.
           MOVE "N" TO WS-CHR-FOUND-SW
           MOVE ZERO TO WS-REGISTER-IDX
           PERFORM 355-SCAN-REGISTER-ENTRY
               UNTIL REGISTER-ENTRY-FOUND
                   OR WS-REGISTER-IDX NOT LESS THAN WS-REGISTER-COUNT
           IF REGISTER-ENTRY-FOUND
               MOVE "Y" TO WS-CHR-MATCHED-SW(WS-REGISTER-IDX)
           ELSE
               IF WS-UNREGISTERED-COUNT < 500
                   ADD 1 TO WS-UNREGISTERED-COUNT
                   MOVE PR-EMPLOYEE-ID
                       TO WS-UR-ID(WS-UNREGISTERED-COUNT)
                   MOVE PR-PROCESSING-DATE
                       TO WS-UR-DATE(WS-UNREGISTERED-COUNT)
                   MOVE PR-NET-AMOUNT
                       TO WS-UR-AMOUNT(WS-UNREGISTERED-COUNT)
               ELSE
                   DISPLAY "MORE THAN 500 CHECK PAYMENTS WITH NO "
                       "REGISTER ENTRY - TABLE FULL AT "
                       PR-EMPLOYEE-ID " - RUN ABORTED"
                   MOVE STEP-RC-ABORTED TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       355-SCAN-REGISTER-ENTRY.
           ADD 1 TO WS-REGISTER-IDX
           IF WS-CHR-MATCHED-SW(WS-REGISTER-IDX) = "N"
                   AND WS-CHR-EMPLOYEE-ID(WS-REGISTER-IDX)
                       = PR-EMPLOYEE-ID
                   AND WS-CHR-CURRENCY(WS-REGISTER-IDX)
                       = PR-CURRENCY-CODE
                   AND WS-CHR-AMOUNT(WS-REGISTER-IDX) = PR-NET-AMOUNT
               MOVE "Y" TO WS-CHR-FOUND-SW
           END-IF.

      * A deposit the bank returned is paid again by ACHRETRN as a
      * replacement check - an outstanding register entry for the
      * same employee, currency and net, with nothing on history
      * routed to check to claim it.  A second pass over history,
      * once every check-routed payment has had first pick, lets a
      * deposit-routed payment claim the first entry still
      * unclaimed that matches it and was dated no earlier than the
      * deposit went out - one entry per deposit, and a REVERSL copy
      * never claims, just as on the check side.  Nothing to claim
      * means no second pass at all.
       360-MATCH-RETURNED-DEPOSITS.
           MOVE ZERO TO WS-REGISTER-IDX
           MOVE "N" TO WS-CHR-FOUND-SW
           PERFORM 362-FIND-UNCLAIMED-ENTRY
               UNTIL REGISTER-ENTRY-FOUND
                   OR WS-REGISTER-IDX NOT LESS THAN WS-REGISTER-COUNT
           IF REGISTER-ENTRY-FOUND
               MOVE "NO" TO WS-HISTORY-EOF
               OPEN INPUT PAY-HISTORY-FILE
               IF WS-HISTORY-STATUS = "00"
                   PERFORM UNTIL WS-HISTORY-EOF = "YES"
                       READ PAY-HISTORY-FILE
                           AT END
                               MOVE "YES" TO WS-HISTORY-EOF
                           NOT AT END
                               IF PR-PAID-BY-DEPOSIT
                                   AND PR-TRANSACTION-TYPE
                                       NOT = "REVERSL"
                                   PERFORM 365-CLAIM-REPLACEMENT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAY-HISTORY-FILE
               END-IF
           END-IF.

       362-FIND-UNCLAIMED-ENTRY.
           ADD 1 TO WS-REGISTER-IDX
           IF WS-CHR-MATCHED-SW(WS-REGISTER-IDX) = "N"
               MOVE "Y" TO WS-CHR-FOUND-SW
           END-IF.

       365-CLAIM-REPLACEMENT.
           MOVE "N" TO WS-CHR-FOUND-SW
           MOVE ZERO TO WS-REGISTER-IDX
           PERFORM 367-SCAN-REPLACEMENT-ENTRY
               UNTIL REGISTER-ENTRY-FOUND
                   OR WS-REGISTER-IDX NOT LESS THAN WS-REGISTER-COUNT
           IF REGISTER-ENTRY-FOUND
               MOVE "R" TO WS-CHR-MATCHED-SW(WS-REGISTER-IDX)
               ADD 1 TO WS-REPLACEMENT-COUNT
           END-IF.

       367-SCAN-REPLACEMENT-ENTRY.
           ADD 1 TO WS-REGISTER-IDX
           IF WS-CHR-MATCHED-SW(WS-REGISTER-IDX) = "N"
                   AND WS-CHR-EMPLOYEE-ID(WS-REGISTER-IDX)
                       = PR-EMPLOYEE-ID
                   AND WS-CHR-CURRENCY(WS-REGISTER-IDX)
                       = PR-CURRENCY-CODE
                   AND WS-CHR-AMOUNT(WS-REGISTER-IDX) = PR-NET-AMOUNT
                   AND WS-CHR-DATE(WS-REGISTER-IDX)
                       NOT < PR-PROCESSING-DATE
               MOVE "Y" TO WS-CHR-FOUND-SW
           END-IF.

      * YTD-FILE against the year's history, figure by figure.
       400-CHECK-YTD.
           MOVE "YTD-FILE AGAINST PAY HISTORY FOR THE YEAR"
               TO IS-SECTION-TITLE
           PERFORM 500-WRITE-SECTION-HEADING
           MOVE ZERO TO WS-YTD-IDX
           PERFORM 410-CHECK-ONE-YTD WS-YTD-COUNT TIMES
           MOVE WS-SECTION-DIFF-COUNT TO WS-YTD-DIFF-COUNT
           MOVE "YTD DISCREPANCIES:" TO OC-COUNT-LABEL
           MOVE WS-YTD-DIFF-COUNT TO OC-COUNT
           PERFORM 520-WRITE-COUNT-LINE.

       410-CHECK-ONE-YTD.
           ADD 1 TO WS-YTD-IDX
           MOVE WS-YT-ID(WS-YTD-IDX) TO WS-CMP-ID
           PERFORM 412-SET-YTD-NOTE
           MOVE ZERO TO WS-YTD-AMT-IDX
           PERFORM 415-COMPARE-YTD-FIGURE 6 TIMES.

      * Why a whole employee's figures may be out - no YTD record at
      * all, or a YTD record the year's history never paid.
       412-SET-YTD-NOTE.
           IF WS-YT-ON-FILE-SW(WS-YTD-IDX) = "N"
               MOVE "NOT ON YTD-FILE" TO WS-CMP-NOTE
           ELSE IF WS-YT-ON-HISTORY-SW(WS-YTD-IDX) = "N"
               MOVE "NO PAY THIS YEAR" TO WS-CMP-NOTE
           ELSE
               MOVE SPACES TO WS-CMP-NOTE
           END-IF.

       415-COMPARE-YTD-FIGURE.
           ADD 1 TO WS-YTD-AMT-IDX
           MOVE WS-YTD-LABEL(WS-YTD-AMT-IDX) TO WS-CMP-LABEL
           MOVE WS-YT-HIST-AMOUNT(WS-YTD-IDX, WS-YTD-AMT-IDX)
               TO WS-CMP-HISTORY
           MOVE WS-YT-FILE-AMOUNT(WS-YTD-IDX, WS-YTD-AMT-IDX)
               TO WS-CMP-MASTER
           PERFORM 600-COMPARE-FIGURES.

      * The leave master against each employee's last payment.  An
      * employee on the master who has never been paid a REGULAR or
      * SUPPLMT record (a new hire with an opening balance keyed in)
      * has nothing on history to compare against - listed, but not
      * counted as a discrepancy.
       420-CHECK-LEAVE.
           MOVE "LEAVE BALANCES AGAINST THE LAST PAYMENT ON HISTORY"
               TO IS-SECTION-TITLE
           PERFORM 500-WRITE-SECTION-HEADING
           MOVE ZERO TO WS-LEAVE-IDX
           PERFORM 430-CHECK-ONE-LEAVE WS-LEAVE-COUNT TIMES
           MOVE WS-SECTION-DIFF-COUNT TO WS-LEAVE-DIFF-COUNT
           MOVE "LEAVE DISCREPANCIES:" TO OC-COUNT-LABEL
           MOVE WS-LEAVE-DIFF-COUNT TO OC-COUNT
           PERFORM 520-WRITE-COUNT-LINE
           MOVE "ON LEAVE-FILE, NEVER PAID:" TO OC-COUNT-LABEL
           MOVE WS-LEAVE-UNPAID-COUNT TO OC-COUNT
           PERFORM 520-WRITE-COUNT-LINE.

       430-CHECK-ONE-LEAVE.
           ADD 1 TO WS-LEAVE-IDX
           MOVE WS-LT-ID(WS-LEAVE-IDX) TO WS-CMP-ID
           IF WS-LT-ON-HISTORY-SW(WS-LEAVE-IDX) = "N"
               ADD 1 TO WS-LEAVE-UNPAID-COUNT
               MOVE WS-LT-ID(WS-LEAVE-IDX) TO ID-EMPLOYEE-ID
               MOVE "VACATION HOURS" TO ID-LABEL
               MOVE ZERO TO ID-HISTORY
               MOVE WS-LT-FILE-VACATION(WS-LEAVE-IDX) TO ID-MASTER
               MOVE "NEVER PAID - INFO" TO ID-NOTE
               PERFORM 510-WRITE-DETAIL-LINE
           ELSE
               MOVE SPACES TO WS-CMP-NOTE
               IF WS-LT-ON-FILE-SW(WS-LEAVE-IDX) = "N"
                   MOVE "NOT ON LEAVE-FILE" TO WS-CMP-NOTE
               END-IF
               MOVE "VACATION HOURS" TO WS-CMP-LABEL
               MOVE WS-LT-HIST-VACATION(WS-LEAVE-IDX) TO WS-CMP-HISTORY
               MOVE WS-LT-FILE-VACATION(WS-LEAVE-IDX) TO WS-CMP-MASTER
               PERFORM 600-COMPARE-FIGURES
               MOVE "SICK HOURS" TO WS-CMP-LABEL
               MOVE WS-LT-HIST-SICK(WS-LEAVE-IDX) TO WS-CMP-HISTORY
               MOVE WS-LT-FILE-SICK(WS-LEAVE-IDX) TO WS-CMP-MASTER
               PERFORM 600-COMPARE-FIGURES
           END-IF.

      * DED-COLLECTED against the lifetime take on history.
       440-CHECK-DEDUCTIONS.
           MOVE "DEDUCTIONS COLLECTED AGAINST PAY HISTORY, ALL YEARS"
               TO IS-SECTION-TITLE
           PERFORM 500-WRITE-SECTION-HEADING
           MOVE ZERO TO WS-DEDUCTION-IDX
           PERFORM 450-CHECK-ONE-DEDUCTION WS-DEDUCTION-COUNT TIMES
           MOVE WS-SECTION-DIFF-COUNT TO WS-DED-DIFF-COUNT
           MOVE "DEDUCTION DISCREPANCIES:" TO OC-COUNT-LABEL
           MOVE WS-DED-DIFF-COUNT TO OC-COUNT
           PERFORM 520-WRITE-COUNT-LINE.

       450-CHECK-ONE-DEDUCTION.
           ADD 1 TO WS-DEDUCTION-IDX
           MOVE WS-DT-ID(WS-DEDUCTION-IDX) TO WS-CMP-ID
           MOVE WS-DT-TYPE(WS-DEDUCTION-IDX) TO WS-CMP-LABEL
           MOVE SPACES TO WS-CMP-NOTE
           IF WS-DT-ON-FILE-SW(WS-DEDUCTION-IDX) = "N"
               MOVE "NOT ON DEDUCTION" TO WS-CMP-NOTE
           END-IF
           MOVE WS-DT-HIST-COLLECTED(WS-DEDUCTION-IDX)
               TO WS-CMP-HISTORY
           MOVE WS-DT-FILE-COLLECTED(WS-DEDUCTION-IDX)
               TO WS-CMP-MASTER
           PERFORM 600-COMPARE-FIGURES.

      * Check-routed payments no register entry claimed, then
      * register entries no payment claimed - a check on the
      * register that history never paid is as wrong as a payment
      * that never got its check number.  A replacement check for a
      * returned deposit is claimed, and only counted.
       460-CHECK-REGISTER.
           MOVE "CHECK-ROUTED PAYMENTS AGAINST THE CHECK REGISTER"
               TO IS-SECTION-TITLE
           PERFORM 500-WRITE-SECTION-HEADING
           MOVE ZERO TO WS-UNREGISTERED-IDX
           PERFORM 470-REPORT-UNREGISTERED WS-UNREGISTERED-COUNT TIMES
           MOVE ZERO TO WS-REGISTER-IDX
           PERFORM 480-REPORT-UNCLAIMED-CHECK WS-REGISTER-COUNT TIMES
           MOVE WS-SECTION-DIFF-COUNT TO WS-CHECK-DIFF-COUNT
           MOVE "CHECK PAYMENTS ON HISTORY:" TO OC-COUNT-LABEL
           MOVE WS-CHECK-PAYMENT-COUNT TO OC-COUNT
           PERFORM 520-WRITE-COUNT-LINE
           MOVE "CHECKS ON REGISTER:" TO OC-COUNT-LABEL
           MOVE WS-REGISTER-COUNT TO OC-COUNT
           PERFORM 520-WRITE-COUNT-LINE
           MOVE "REPLACEMENTS FOR ACH RETURNS:" TO OC-COUNT-LABEL
           MOVE WS-REPLACEMENT-COUNT TO OC-COUNT
           PERFORM 520-WRITE-COUNT-LINE
           MOVE "CHECK DISCREPANCIES:" TO OC-COUNT-LABEL
           MOVE WS-CHECK-DIFF-COUNT TO OC-COUNT
           PERFORM 520-WRITE-COUNT-LINE.

       470-REPORT-UNREGISTERED.
           ADD 1 TO WS-UNREGISTERED-IDX
           MOVE WS-UR-ID(WS-UNREGISTERED-IDX) TO WS-CMP-ID
           MOVE WS-UR-DATE(WS-UNREGISTERED-IDX) TO WS-PL-DATE
           MOVE WS-PAID-LABEL TO WS-CMP-LABEL
           MOVE WS-UR-AMOUNT(WS-UNREGISTERED-IDX) TO WS-CMP-HISTORY
           MOVE ZERO TO WS-CMP-MASTER
           MOVE "NO REGISTER ENTRY" TO WS-CMP-NOTE
           PERFORM 600-COMPARE-FIGURES.

       480-REPORT-UNCLAIMED-CHECK.
           ADD 1 TO WS-REGISTER-IDX
           IF WS-CHR-MATCHED-SW(WS-REGISTER-IDX) = "N"
               MOVE WS-CHR-EMPLOYEE-ID(WS-REGISTER-IDX) TO WS-CMP-ID
               MOVE WS-CHR-NUMBER(WS-REGISTER-IDX) TO WS-CL-NUMBER
               MOVE WS-CHECK-LABEL TO WS-CMP-LABEL
               MOVE ZERO TO WS-CMP-HISTORY
               MOVE WS-CHR-AMOUNT(WS-REGISTER-IDX) TO WS-CMP-MASTER
               MOVE "NO PAYMENT" TO WS-CMP-NOTE
               PERFORM 600-COMPARE-FIGURES
           END-IF.

      * A blank line, the section title, and the column heading -
      * and the section's discrepancy count starts over.
       500-WRITE-SECTION-HEADING.
           MOVE ZERO TO WS-SECTION-DIFF-COUNT
           MOVE SPACES TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE
           MOVE WS-INT-SECTION-LINE TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE
           MOVE WS-INT-COLUMN-LINE TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE.

       510-WRITE-DETAIL-LINE.
           MOVE WS-INT-DETAIL-LINE TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE.

       520-WRITE-COUNT-LINE.
           MOVE WS-INT-COUNT-LINE TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE.

      * One figure rebuilt from history against the master's - a
      * line only where they differ, both figures on it.
       600-COMPARE-FIGURES.
           IF WS-CMP-HISTORY NOT = WS-CMP-MASTER
               ADD 1 TO WS-SECTION-DIFF-COUNT
               ADD 1 TO WS-TOTAL-DIFF-COUNT
               MOVE WS-CMP-ID TO ID-EMPLOYEE-ID
               MOVE WS-CMP-LABEL TO ID-LABEL
               MOVE WS-CMP-HISTORY TO ID-HISTORY
               MOVE WS-CMP-MASTER TO ID-MASTER
               MOVE WS-CMP-NOTE TO ID-NOTE
               PERFORM 510-WRITE-DETAIL-LINE
           END-IF.

       700-PRINT-SUMMARY.
           DISPLAY "INTEGCHK SUMMARY FOR YEAR " WS-CHECK-YEAR
           DISPLAY "  HISTORY RECORDS READ: " WS-HISTORY-READ-COUNT
           DISPLAY "  YTD DISCREPANCIES:    " WS-YTD-DIFF-COUNT
           DISPLAY "  LEAVE DISCREPANCIES:  " WS-LEAVE-DIFF-COUNT
           DISPLAY "  DEDUCTION DISCREPS:   " WS-DED-DIFF-COUNT
           DISPLAY "  CHECK DISCREPANCIES:  " WS-CHECK-DIFF-COUNT
           DISPLAY "  SEE integrity_report.txt".

      * Any discrepancy is a reject - the masters need putting
      * right before anything is cut from them.  No history at all,
      * or leave balances nothing has paid yet, wants a look.
       790-SET-RETURN-CODE.
           IF WS-TOTAL-DIFF-COUNT > ZERO
               MOVE STEP-RC-REJECTS TO RETURN-CODE
           ELSE IF WS-HISTORY-READ-COUNT = ZERO
                   OR WS-LEAVE-UNPAID-COUNT > ZERO
               MOVE STEP-RC-WARNING TO RETURN-CODE
           ELSE
               MOVE STEP-RC-CLEAN TO RETURN-CODE
           END-IF.
       END PROGRAM INTEGCHK.
