       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRTAX.
       AUTHOR. YOUR NAME.

      * Quarterly withholding liability report and tax filing
      * extract, built from the pay-history master PAYROLL's
      * 770-UPDATE-PAY-HISTORY appends every completed run to.  The
      * command line names the calendar quarter:
      *
      *   QTRTAX <yyyy> <quarter 1-4>
      *
      * Every history record processed in the quarter is summed per
      * employee and currency, month by month - gross, tax withheld
      * (PR-TAX-AMOUNT), employer payroll tax (PR-EMPLOYER-TAX),
      * retirement and health.  A REVERSL record carries the date of
      * the payment it reverses and subtracts, so a reversed payment
      * nets out of the month it was originally paid in.  The same
      * figures are summed per currency for the company.
      *
      * The printed report goes to qtr_withholding_report.txt; the
      * fixed-format file for the filing service (header, one detail
      * per employee and currency, trailer - see
      * qtr_filing_record.cpy) goes to qtr_withholding_extract.dat.
      *
      * The report closes with a tie-out of the quarter's tax
      * withheld and employer payroll tax against what the GL
      * extracts posted to TAX WITHHELD PAYABLE and EMPLOYER PAYROLL
      * TAX PAY over the same dates, read back off gl_history.dat.
      * The GL posts in base currency, so the history side is
      * converted at the rates on exchange_rate.dat, one amount at a
      * time the way PAYROLL's 895-CONVERT-TO-BASE does it.  Both
      * figures print with the difference.  A difference is not
      * necessarily an error - the GL was priced at each run's own
      * rates, where this report can only use today's; and a
      * reversal or retro run posts on the date it ran, where its
      * history records carry the date of the period they belong
      * to, so one run late in a quarter can move an amount across
      * the quarter line on one side and not the other.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "payroll_history.dat"
               FILE STATUS WS-HISTORY-STATUS.
           SELECT GL-HISTORY-FILE ASSIGN TO "gl_history.dat"
               FILE STATUS WS-GL-HISTORY-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "exchange_rate.dat"
               FILE STATUS WS-RATE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "qtr_withholding_report.txt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FILING-EXTRACT-FILE ASSIGN TO
               "qtr_withholding_extract.dat".

       DATA DIVISION.
       FILE SECTION.
       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD.
           COPY "payroll_record.cpy".

       FD GL-HISTORY-FILE.
       01 GL-RECORD.
           COPY "gl_record.cpy".

       FD EXCHANGE-RATE-FILE.
       01 EXCHANGE-RATE-RECORD.
           COPY "exchange_rate_record.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE                  PIC X(90).

       FD FILING-EXTRACT-FILE.
       01 QTR-FILING-RECORD.
           COPY "qtr_filing_record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS           PIC X(2).
       01 WS-HISTORY-EOF              PIC X(3)       VALUE "NO".
       01 WS-GL-HISTORY-STATUS        PIC X(2).
       01 WS-GL-HISTORY-EOF           PIC X(3)       VALUE "NO".
       01 WS-RATE-STATUS              PIC X(2).
       01 WS-RATE-EOF                 PIC X(3)       VALUE "NO".

      * Command line picked apart by UNSTRING the way PAYHIST does
      * it - the year, then the quarter.
       01 WS-COMMAND-LINE             PIC X(80).
       01 WS-TOKEN-1                  PIC X(10).
       01 WS-TOKEN-2                  PIC X(10).
       01 WS-TAX-YEAR                 PIC 9(4)       VALUE ZERO.
       01 WS-QUARTER                  PIC 9(1)       VALUE ZERO.
       01 WS-TODAY-DATE               PIC 9(8)       VALUE ZERO.

      * The quarter as a date range, and the calendar month its
      * first month is - a record's month within the quarter (1-3)
      * is its calendar month less WS-QTR-MONTH-BASE.
       01 WS-QTR-FROM-DATE            PIC 9(8)       VALUE ZERO.
       01 WS-QTR-TO-DATE              PIC 9(8)       VALUE ZERO.
       01 WS-QTR-MONTH-BASE           PIC 9(2)       VALUE ZERO.
       01 WS-MONTH-IDX                PIC 9(1)       VALUE ZERO.
       01 WS-LABEL-MONTH              PIC 9(2)       VALUE ZERO.
       01 WS-RECORD-DATE              PIC 9(8)       VALUE ZERO.
       01 WS-RECORD-DATE-PARTS REDEFINES WS-RECORD-DATE.
           05 WS-RECORD-YEAR           PIC 9(4).
           05 WS-RECORD-MONTH          PIC 9(2).
           05 WS-RECORD-DAY            PIC 9(2).

      * +1 for an ordinary history record, -1 for a REVERSL, so one
      * COMPUTE per amount adds or nets out.
       01 WS-RECORD-SIGN              PIC S9(1)      VALUE +1.

      * Per employee and currency (an employee whose currency
      * changed mid-quarter files a line in each) - the quarter's
      * amounts month by month.
       01 WS-EMP-COUNT                PIC 9(3)       VALUE ZERO.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 500 TIMES.
               10 WS-EMP-ID              PIC X(10).
               10 WS-EMP-CURRENCY        PIC X(3).
               10 WS-EMP-NAME            PIC X(30).
               10 WS-EMP-MONTH OCCURS 3 TIMES.
                   15 WS-EMP-GROSS        PIC S9(9)V99.
                   15 WS-EMP-TAX          PIC S9(9)V99.
                   15 WS-EMP-EMPLOYER-TAX PIC S9(9)V99.
                   15 WS-EMP-RETIREMENT   PIC S9(9)V99.
                   15 WS-EMP-HEALTH       PIC S9(9)V99.
       01 WS-EMP-IDX                  PIC 9(3)       VALUE ZERO.
       01 WS-EMP-FOUND-SW             PIC X(1)       VALUE "N".
           88 EMP-FOUND                                VALUE "Y".

      * Company totals per currency, month by month - unconverted,
      * since the filing is made currency by currency.
       01 WS-CO-COUNT                 PIC 9(2)       VALUE ZERO.
       01 WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 20 TIMES.
               10 WS-CO-CURRENCY         PIC X(3).
               10 WS-CO-MONTH OCCURS 3 TIMES.
                   15 WS-CO-GROSS         PIC S9(9)V99.
                   15 WS-CO-TAX           PIC S9(9)V99.
                   15 WS-CO-EMPLOYER-TAX  PIC S9(9)V99.
                   15 WS-CO-RETIREMENT    PIC S9(9)V99.
                   15 WS-CO-HEALTH        PIC S9(9)V99.
       01 WS-CO-IDX                   PIC 9(2)       VALUE ZERO.
       01 WS-CO-FOUND-SW              PIC X(1)       VALUE "N".
           88 CO-FOUND                                 VALUE "Y".

      * One line's five amounts - loaded from a table month (or
      * summed over the quarter) before 600-WRITE-AMOUNT-LINE.
       01 WS-LINE-GROSS               PIC S9(9)V99   VALUE ZERO.
       01 WS-LINE-TAX                 PIC S9(9)V99   VALUE ZERO.
       01 WS-LINE-EMPLOYER-TAX        PIC S9(9)V99   VALUE ZERO.
       01 WS-LINE-RETIREMENT          PIC S9(9)V99   VALUE ZERO.
       01 WS-LINE-HEALTH              PIC S9(9)V99   VALUE ZERO.

      * Exchange rates for the GL tie-out, loaded the way PAYROLL's
      * 825-LOAD-EXCHANGE-RATES loads them.
       01 WS-RATE-COUNT               PIC 9(3)       VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 20 TIMES.
               10 WS-RATE-CURRENCY       PIC X(3).
               10 WS-RATE-TO-BASE        PIC 9(3)V9(6).
       01 WS-RATE-IDX                 PIC 9(3)       VALUE ZERO.
       01 WS-RATE-FOUND-SW            PIC X(1)       VALUE "N".
           88 RATE-FOUND                               VALUE "Y".
       01 WS-RATE-DATE                PIC 9(8)       VALUE ZERO.
       01 WS-RATE-MISSING-SW          PIC X(1)       VALUE "N".
           88 RATE-MISSING                             VALUE "Y".

      * One conversion - amount and currency in, base-currency
      * amount out, truncated as PAYROLL's is so an unchanged rate
      * ties to the cent.
       01 WS-CV-AMOUNT                PIC 9(7)V99.
       01 WS-CV-CURRENCY              PIC X(3).
       01 WS-CV-RESULT                PIC 9(7)V99.

      * The two sides of the GL tie-out, both in base currency.
       01 WS-HIST-TAX-BASE            PIC S9(11)V99  VALUE ZERO.
       01 WS-HIST-EMP-TAX-BASE        PIC S9(11)V99  VALUE ZERO.
       01 WS-GL-TAX-POSTED            PIC S9(11)V99  VALUE ZERO.
       01 WS-GL-EMP-TAX-POSTED        PIC S9(11)V99  VALUE ZERO.
       01 WS-TIE-DIFFERENCE           PIC S9(11)V99  VALUE ZERO.
       01 WS-TIE-FAILED-COUNT         PIC 9(1)       VALUE ZERO.
       01 WS-GL-LINE-COUNT            PIC 9(7)       VALUE ZERO.

       01 WS-SELECTED-COUNT           PIC 9(7)       VALUE ZERO.
       01 WS-REVERSAL-COUNT           PIC 9(7)       VALUE ZERO.
       01 WS-TABLE-FULL-COUNT         PIC 9(7)       VALUE ZERO.

      * Extract trailer hash totals.
       01 WS-EXTRACT-COUNT            PIC 9(7)       VALUE ZERO.
       01 WS-EXTRACT-GROSS            PIC S9(11)V99  VALUE ZERO.
       01 WS-EXTRACT-TAX              PIC S9(11)V99  VALUE ZERO.
       01 WS-EXTRACT-EMPLOYER-TAX     PIC S9(11)V99  VALUE ZERO.

       01 WS-RPT-HEADING-LINE.
           05 FILLER                  PIC X(32) VALUE
               "QUARTERLY WITHHOLDING REPORT - Q".
           05 RH-QUARTER               PIC 9(1).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-TAX-YEAR              PIC 9(4).
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 RH-FROM-DATE             PIC 9(8).
           05 FILLER                  PIC X(1)  VALUE "-".
           05 RH-TO-DATE               PIC 9(8).

       01 WS-RPT-SEPARATOR-LINE       PIC X(89)      VALUE ALL "-".

       01 WS-RPT-EMPLOYEE-LINE.
           05 FILLER                  PIC X(10) VALUE "EMPLOYEE: ".
           05 RE-EMPLOYEE-ID           PIC X(10).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RE-EMPLOYEE-NAME         PIC X(30).
           05 FILLER                  PIC X(12) VALUE "  CURRENCY: ".
           05 RE-CURRENCY              PIC X(3).

       01 WS-RPT-CURRENCY-LINE.
           05 FILLER                  PIC X(24) VALUE
               "COMPANY TOTAL CURRENCY: ".
           05 RC-CURRENCY              PIC X(3).

       01 WS-RPT-COLUMN-LINE.
           05 FILLER                  PIC X(9)  VALUE SPACES.
           05 FILLER                  PIC X(16) VALUE
               "           GROSS".
           05 FILLER                  PIC X(16) VALUE
               "    TAX WITHHELD".
           05 FILLER                  PIC X(16) VALUE
               "    EMPLOYER TAX".
           05 FILLER                  PIC X(16) VALUE
               "      RETIREMENT".
           05 FILLER                  PIC X(16) VALUE
               "          HEALTH".

       01 WS-RPT-AMOUNT-LINE.
           05 RA-LABEL                 PIC X(9).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RA-GROSS                 PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RA-TAX                   PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RA-EMPLOYER-TAX          PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RA-RETIREMENT            PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RA-HEALTH                PIC ZZZ.ZZZ.ZZ9,99-.

       01 WS-RPT-TIE-HEADING-LINE     PIC X(60)      VALUE
           "GL TIE-OUT (BASE CURRENCY EUR)".

       01 WS-RPT-TIE-LINE.
           05 RT-LABEL                 PIC X(26).
           05 FILLER                  PIC X(9)  VALUE " HISTORY ".
           05 RT-HISTORY               PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                  PIC X(4)  VALUE " GL ".
           05 RT-GL                    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RT-RESULT                PIC X(13).

       01 WS-RPT-DIFF-LINE.
           05 FILLER                  PIC X(26) VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE " DIFFERENCE ".
           05 RD-DIFFERENCE            PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

       01 WS-RPT-NO-GL-LINE           PIC X(60)      VALUE
           "NO GL HISTORY ON DISK - TIE-OUT NOT PERFORMED".
       01 WS-RPT-RATE-MISSING-LINE    PIC X(60)      VALUE
           "NO RATE FOR A CURRENCY - HISTORY SIDE PARTLY UNCONVERTED".
       01 WS-RPT-RATE-DATE-LINE.
           05 FILLER                  PIC X(23) VALUE
               "HISTORY PRICED AT RATES".
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RR-RATE-DATE             PIC 9(8).

       01 WS-RPT-COUNT-LINE.
           05 RP-COUNT-LABEL           PIC X(34).
           05 RP-COUNT                 PIC ZZZZZZ9.

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 110-PARSE-COMMAND-LINE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "QTRTAX: NO PAY-HISTORY FILE ON DISK - "
                   "NOTHING TO REPORT"
               MOVE STEP-RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 120-LOAD-EXCHANGE-RATES
           PERFORM UNTIL WS-HISTORY-EOF = "YES"
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE "YES" TO WS-HISTORY-EOF
                   NOT AT END
                       IF PR-PROCESSING-DATE OF PAY-HISTORY-RECORD
                               NOT < WS-QTR-FROM-DATE
                           AND PR-PROCESSING-DATE OF PAY-HISTORY-RECORD
                               NOT > WS-QTR-TO-DATE
                           PERFORM 200-ACCUMULATE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           PERFORM 300-SUM-GL-POSTINGS

           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT FILING-EXTRACT-FILE
           PERFORM 400-WRITE-HEADINGS
           MOVE ZERO TO WS-EMP-IDX
           PERFORM 500-WRITE-EMPLOYEE-BLOCK WS-EMP-COUNT TIMES
           MOVE ZERO TO WS-CO-IDX
           PERFORM 700-WRITE-CURRENCY-BLOCK WS-CO-COUNT TIMES
           PERFORM 750-WRITE-GL-TIE-OUT
           PERFORM 800-WRITE-EXTRACT-TRAILER
           PERFORM 850-WRITE-COUNTS
           CLOSE REPORT-FILE
           CLOSE FILING-EXTRACT-FILE
           DISPLAY "QTRTAX: Q" WS-QUARTER " " WS-TAX-YEAR " - "
               WS-EXTRACT-COUNT " EMPLOYEE LINES - SEE "
               "qtr_withholding_report.txt AND "
               "qtr_withholding_extract.dat"
           PERFORM 790-SET-RETURN-CODE
           STOP RUN.

      * The year and the quarter, both required - a quarterly
      * filing is never run with an open-ended range, so a bad or
      * missing token stops the run rather than guessing.
       110-PARSE-COMMAND-LINE.
           MOVE SPACES TO WS-COMMAND-LINE
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-TOKEN-1 WS-TOKEN-2
           END-UNSTRING
           IF WS-TOKEN-1(1:4) NOT NUMERIC
                   OR WS-TOKEN-1(5:6) NOT = SPACES
                   OR WS-TOKEN-2(1:1) < "1"
                   OR WS-TOKEN-2(1:1) > "4"
                   OR WS-TOKEN-2(2:9) NOT = SPACES
               DISPLAY "QTRTAX: USAGE - QTRTAX <YYYY> <QUARTER 1-4>"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TOKEN-1(1:4) TO WS-TAX-YEAR
           MOVE WS-TOKEN-2(1:1) TO WS-QUARTER
           COMPUTE WS-QTR-MONTH-BASE = (WS-QUARTER - 1) * 3
           COMPUTE WS-QTR-FROM-DATE = WS-TAX-YEAR * 10000
               + (WS-QTR-MONTH-BASE + 1) * 100 + 1
           IF WS-QUARTER = 2 OR WS-QUARTER = 3
               COMPUTE WS-QTR-TO-DATE = WS-TAX-YEAR * 10000
                   + (WS-QTR-MONTH-BASE + 3) * 100 + 30
           ELSE
               COMPUTE WS-QTR-TO-DATE = WS-TAX-YEAR * 10000
                   + (WS-QTR-MONTH-BASE + 3) * 100 + 31
           END-IF.

      * Today's rates, for the GL tie-out only - the report and the
      * extract stay in each employee's own currency.  No rate file
      * leaves every currency but EUR unconverted and flagged.
       120-LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-RATE-STATUS = "00"
               PERFORM UNTIL WS-RATE-EOF = "YES"
                   READ EXCHANGE-RATE-FILE
                       AT END
                           MOVE "YES" TO WS-RATE-EOF
                       NOT AT END
                           IF WS-RATE-COUNT < 20
                               ADD 1 TO WS-RATE-COUNT
                               MOVE XR-CURRENCY-CODE TO
                                   WS-RATE-CURRENCY(WS-RATE-COUNT)
                               MOVE XR-RATE-TO-BASE TO
                                   WS-RATE-TO-BASE(WS-RATE-COUNT)
                               MOVE XR-RATE-DATE TO WS-RATE-DATE
                           ELSE
                               DISPLAY "QTRTAX: EXCHANGE-RATE-FILE HAS "
                                   "MORE THAN 20 CURRENCIES - "
                                   XR-CURRENCY-CODE " NOT LOADED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           END-IF.

      * One history record in the quarter into its employee's and
      * its currency's month, and its tax and employer tax into the
      * base-currency figures the GL tie-out compares.
       200-ACCUMULATE-HISTORY-RECORD.
           ADD 1 TO WS-SELECTED-COUNT
           IF PR-TRANSACTION-TYPE OF PAY-HISTORY-RECORD = "REVERSL"
               MOVE -1 TO WS-RECORD-SIGN
               ADD 1 TO WS-REVERSAL-COUNT
           ELSE
               MOVE +1 TO WS-RECORD-SIGN
           END-IF
           MOVE PR-PROCESSING-DATE OF PAY-HISTORY-RECORD
               TO WS-RECORD-DATE
           COMPUTE WS-MONTH-IDX = WS-RECORD-MONTH - WS-QTR-MONTH-BASE

           MOVE "N" TO WS-EMP-FOUND-SW
           MOVE ZERO TO WS-EMP-IDX
           PERFORM 210-FIND-EMPLOYEE-ENTRY
               UNTIL EMP-FOUND OR WS-EMP-IDX NOT LESS THAN
                   WS-EMP-COUNT
           IF NOT EMP-FOUND
               IF WS-EMP-COUNT < 500
                   ADD 1 TO WS-EMP-COUNT
                   MOVE WS-EMP-COUNT TO WS-EMP-IDX
                   INITIALIZE WS-EMP-ENTRY(WS-EMP-IDX)
                   MOVE PR-EMPLOYEE-ID OF PAY-HISTORY-RECORD
                       TO WS-EMP-ID(WS-EMP-IDX)
                   MOVE PR-CURRENCY-CODE OF PAY-HISTORY-RECORD
                       TO WS-EMP-CURRENCY(WS-EMP-IDX)
                   MOVE "Y" TO WS-EMP-FOUND-SW
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   DISPLAY "QTRTAX: MORE THAN 500 EMPLOYEE LINES - "
                       PR-EMPLOYEE-ID OF PAY-HISTORY-RECORD
                       " NOT REPORTED"
               END-IF
           END-IF
           IF EMP-FOUND
               MOVE PR-EMPLOYEE-NAME OF PAY-HISTORY-RECORD
                   TO WS-EMP-NAME(WS-EMP-IDX)
               COMPUTE WS-EMP-GROSS(WS-EMP-IDX, WS-MONTH-IDX) =
                   WS-EMP-GROSS(WS-EMP-IDX, WS-MONTH-IDX)
                   + PR-GROSS-AMOUNT OF PAY-HISTORY-RECORD
                     * WS-RECORD-SIGN
               COMPUTE WS-EMP-TAX(WS-EMP-IDX, WS-MONTH-IDX) =
                   WS-EMP-TAX(WS-EMP-IDX, WS-MONTH-IDX)
                   + PR-TAX-AMOUNT OF PAY-HISTORY-RECORD
                     * WS-RECORD-SIGN
               COMPUTE WS-EMP-EMPLOYER-TAX(WS-EMP-IDX, WS-MONTH-IDX) =
                   WS-EMP-EMPLOYER-TAX(WS-EMP-IDX, WS-MONTH-IDX)
                   + PR-EMPLOYER-TAX OF PAY-HISTORY-RECORD
                     * WS-RECORD-SIGN
               COMPUTE WS-EMP-RETIREMENT(WS-EMP-IDX, WS-MONTH-IDX) =
                   WS-EMP-RETIREMENT(WS-EMP-IDX, WS-MONTH-IDX)
                   + PR-RETIREMENT-AMOUNT OF PAY-HISTORY-RECORD
                     * WS-RECORD-SIGN
               COMPUTE WS-EMP-HEALTH(WS-EMP-IDX, WS-MONTH-IDX) =
                   WS-EMP-HEALTH(WS-EMP-IDX, WS-MONTH-IDX)
                   + PR-HEALTH-AMOUNT OF PAY-HISTORY-RECORD
                     * WS-RECORD-SIGN
           END-IF

           MOVE "N" TO WS-CO-FOUND-SW
           MOVE ZERO TO WS-CO-IDX
           PERFORM 220-FIND-CURRENCY-ENTRY
               UNTIL CO-FOUND OR WS-CO-IDX NOT LESS THAN WS-CO-COUNT
           IF NOT CO-FOUND AND WS-CO-COUNT < 20
               ADD 1 TO WS-CO-COUNT
               MOVE WS-CO-COUNT TO WS-CO-IDX
               INITIALIZE WS-CO-ENTRY(WS-CO-IDX)
               MOVE PR-CURRENCY-CODE OF PAY-HISTORY-RECORD
                   TO WS-CO-CURRENCY(WS-CO-IDX)
               MOVE "Y" TO WS-CO-FOUND-SW
           END-IF
           IF CO-FOUND
               COMPUTE WS-CO-GROSS(WS-CO-IDX, WS-MONTH-IDX) =
                   WS-CO-GROSS(WS-CO-IDX, WS-MONTH-IDX)
                   + PR-GROSS-AMOUNT OF PAY-HISTORY-RECORD
                     * WS-RECORD-SIGN
               COMPUTE WS-CO-TAX(WS-CO-IDX, WS-MONTH-IDX) =
                   WS-CO-TAX(WS-CO-IDX, WS-MONTH-IDX)
                   + PR-TAX-AMOUNT OF PAY-HISTORY-RECORD
                     * WS-RECORD-SIGN
               COMPUTE WS-CO-EMPLOYER-TAX(WS-CO-IDX, WS-MONTH-IDX) =
                   WS-CO-EMPLOYER-TAX(WS-CO-IDX, WS-MONTH-IDX)
                   + PR-EMPLOYER-TAX OF PAY-HISTORY-RECORD
                     * WS-RECORD-SIGN
               COMPUTE WS-CO-RETIREMENT(WS-CO-IDX, WS-MONTH-IDX) =
                   WS-CO-RETIREMENT(WS-CO-IDX, WS-MONTH-IDX)
                   + PR-RETIREMENT-AMOUNT OF PAY-HISTORY-RECORD
                     * WS-RECORD-SIGN
               COMPUTE WS-CO-HEALTH(WS-CO-IDX, WS-MONTH-IDX) =
                   WS-CO-HEALTH(WS-CO-IDX, WS-MONTH-IDX)
                   + PR-HEALTH-AMOUNT OF PAY-HISTORY-RECORD
                     * WS-RECORD-SIGN
           ELSE
               DISPLAY "QTRTAX: MORE THAN 20 CURRENCIES - "
                   PR-CURRENCY-CODE OF PAY-HISTORY-RECORD
                   " LEFT OUT OF COMPANY TOTALS"
           END-IF

           MOVE PR-CURRENCY-CODE OF PAY-HISTORY-RECORD
               TO WS-CV-CURRENCY
           MOVE PR-TAX-AMOUNT OF PAY-HISTORY-RECORD TO WS-CV-AMOUNT
           PERFORM 250-CONVERT-TO-BASE
           COMPUTE WS-HIST-TAX-BASE = WS-HIST-TAX-BASE
               + WS-CV-RESULT * WS-RECORD-SIGN
           MOVE PR-EMPLOYER-TAX OF PAY-HISTORY-RECORD TO WS-CV-AMOUNT
           PERFORM 250-CONVERT-TO-BASE
           COMPUTE WS-HIST-EMP-TAX-BASE = WS-HIST-EMP-TAX-BASE
               + WS-CV-RESULT * WS-RECORD-SIGN.

       210-FIND-EMPLOYEE-ENTRY.
           ADD 1 TO WS-EMP-IDX
           IF WS-EMP-ID(WS-EMP-IDX) =
                   PR-EMPLOYEE-ID OF PAY-HISTORY-RECORD
               AND WS-EMP-CURRENCY(WS-EMP-IDX) =
                   PR-CURRENCY-CODE OF PAY-HISTORY-RECORD
               MOVE "Y" TO WS-EMP-FOUND-SW
           END-IF.

       220-FIND-CURRENCY-ENTRY.
           ADD 1 TO WS-CO-IDX
           IF WS-CO-CURRENCY(WS-CO-IDX) =
                   PR-CURRENCY-CODE OF PAY-HISTORY-RECORD
               MOVE "Y" TO WS-CO-FOUND-SW
           END-IF.

      * WS-CV-AMOUNT in WS-CV-CURRENCY becomes WS-CV-RESULT in the
      * base currency - PAYROLL's 895-CONVERT-TO-BASE, with the
      * missing-rate flag raised against the tie-out instead of a
      * department.
       250-CONVERT-TO-BASE.
           IF WS-CV-CURRENCY = "EUR"
               MOVE WS-CV-AMOUNT TO WS-CV-RESULT
           ELSE
               MOVE "N" TO WS-RATE-FOUND-SW
               MOVE ZERO TO WS-RATE-IDX
               PERFORM 260-FIND-RATE-ENTRY
                   UNTIL RATE-FOUND OR WS-RATE-IDX NOT LESS THAN
                       WS-RATE-COUNT
               IF RATE-FOUND
                   COMPUTE WS-CV-RESULT = WS-CV-AMOUNT
                       * WS-RATE-TO-BASE(WS-RATE-IDX)
                       ON SIZE ERROR
                           MOVE WS-CV-AMOUNT TO WS-CV-RESULT
                           MOVE "Y" TO WS-RATE-MISSING-SW
                   END-COMPUTE
               ELSE
                   MOVE WS-CV-AMOUNT TO WS-CV-RESULT
                   MOVE "Y" TO WS-RATE-MISSING-SW
               END-IF
           END-IF.

       260-FIND-RATE-ENTRY.
           ADD 1 TO WS-RATE-IDX
           IF WS-RATE-CURRENCY(WS-RATE-IDX) = WS-CV-CURRENCY
               MOVE "Y" TO WS-RATE-FOUND-SW
           END-IF.

      * What the GL extracts posted to the two tax payables over
      * the quarter's dates - credit less debit, so a reversal run's
      * swapped-side lines come back off.  The proof trailers and
      * every other account are passed over.
       300-SUM-GL-POSTINGS.
           OPEN INPUT GL-HISTORY-FILE
           IF WS-GL-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-GL-HISTORY-EOF = "YES"
                   READ GL-HISTORY-FILE
                       AT END
                           MOVE "YES" TO WS-GL-HISTORY-EOF
                       NOT AT END
                           IF GL-POSTING-DATE NOT < WS-QTR-FROM-DATE
                               AND GL-POSTING-DATE
                                   NOT > WS-QTR-TO-DATE
                               PERFORM 310-ADD-GL-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-HISTORY-FILE
           END-IF.

       310-ADD-GL-POSTING.
           IF GL-ACCOUNT = "TAX WITHHELD PAYABLE"
               ADD 1 TO WS-GL-LINE-COUNT
               COMPUTE WS-GL-TAX-POSTED = WS-GL-TAX-POSTED
                   + GL-CREDIT-AMOUNT - GL-DEBIT-AMOUNT
           ELSE IF GL-ACCOUNT = "EMPLOYER PAYROLL TAX PAY"
               ADD 1 TO WS-GL-LINE-COUNT
               COMPUTE WS-GL-EMP-TAX-POSTED = WS-GL-EMP-TAX-POSTED
                   + GL-CREDIT-AMOUNT - GL-DEBIT-AMOUNT
           END-IF.

      * Report heading and the extract's header record.
       400-WRITE-HEADINGS.
           MOVE WS-QUARTER TO RH-QUARTER
           MOVE WS-TAX-YEAR TO RH-TAX-YEAR
           MOVE WS-QTR-FROM-DATE TO RH-FROM-DATE
           MOVE WS-QTR-TO-DATE TO RH-TO-DATE
           MOVE WS-RPT-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO QTR-FILING-RECORD
           MOVE "H" TO QF-RECORD-TYPE
           MOVE WS-TAX-YEAR TO QF-TAX-YEAR
           MOVE WS-QUARTER TO QF-QUARTER
           MOVE WS-QTR-FROM-DATE TO QF-PERIOD-FROM
           MOVE WS-QTR-TO-DATE TO QF-PERIOD-TO
           MOVE WS-TODAY-DATE TO QF-CREATED-DATE
           WRITE QTR-FILING-RECORD.

      * One employee and currency - a line per month and the
      * quarter total on the report, and the detail record on the
      * extract carrying the quarter totals and the monthly tax the
      * filing schedules by.
       500-WRITE-EMPLOYEE-BLOCK.
           ADD 1 TO WS-EMP-IDX
           MOVE WS-RPT-SEPARATOR-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EMP-ID(WS-EMP-IDX) TO RE-EMPLOYEE-ID
           MOVE WS-EMP-NAME(WS-EMP-IDX) TO RE-EMPLOYEE-NAME
           MOVE WS-EMP-CURRENCY(WS-EMP-IDX) TO RE-CURRENCY
           MOVE WS-RPT-EMPLOYEE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO QTR-FILING-RECORD
           MOVE "D" TO QF-RECORD-TYPE
           MOVE WS-EMP-ID(WS-EMP-IDX) TO QF-EMPLOYEE-ID
           MOVE WS-EMP-NAME(WS-EMP-IDX) TO QF-EMPLOYEE-NAME
           MOVE WS-EMP-CURRENCY(WS-EMP-IDX) TO QF-CURRENCY-CODE
           MOVE ZERO TO QF-GROSS-AMOUNT QF-TAX-AMOUNT QF-EMPLOYER-TAX
                        QF-RETIREMENT-AMOUNT QF-HEALTH-AMOUNT

           MOVE ZERO TO WS-MONTH-IDX
           PERFORM 510-WRITE-EMPLOYEE-MONTH 3 TIMES

           MOVE QF-GROSS-AMOUNT TO WS-LINE-GROSS
           MOVE QF-TAX-AMOUNT TO WS-LINE-TAX
           MOVE QF-EMPLOYER-TAX TO WS-LINE-EMPLOYER-TAX
           MOVE QF-RETIREMENT-AMOUNT TO WS-LINE-RETIREMENT
           MOVE QF-HEALTH-AMOUNT TO WS-LINE-HEALTH
           MOVE "QUARTER" TO RA-LABEL
           PERFORM 600-WRITE-AMOUNT-LINE

           WRITE QTR-FILING-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           ADD QF-GROSS-AMOUNT TO WS-EXTRACT-GROSS
           ADD QF-TAX-AMOUNT TO WS-EXTRACT-TAX
           ADD QF-EMPLOYER-TAX TO WS-EXTRACT-EMPLOYER-TAX.

       510-WRITE-EMPLOYEE-MONTH.
           ADD 1 TO WS-MONTH-IDX
           MOVE WS-EMP-GROSS(WS-EMP-IDX, WS-MONTH-IDX) TO WS-LINE-GROSS
           MOVE WS-EMP-TAX(WS-EMP-IDX, WS-MONTH-IDX) TO WS-LINE-TAX
           MOVE WS-EMP-EMPLOYER-TAX(WS-EMP-IDX, WS-MONTH-IDX)
               TO WS-LINE-EMPLOYER-TAX
           MOVE WS-EMP-RETIREMENT(WS-EMP-IDX, WS-MONTH-IDX)
               TO WS-LINE-RETIREMENT
           MOVE WS-EMP-HEALTH(WS-EMP-IDX, WS-MONTH-IDX)
               TO WS-LINE-HEALTH
           PERFORM 610-SET-MONTH-LABEL
           PERFORM 600-WRITE-AMOUNT-LINE
           ADD WS-LINE-GROSS TO QF-GROSS-AMOUNT
           ADD WS-LINE-TAX TO QF-TAX-AMOUNT
           ADD WS-LINE-EMPLOYER-TAX TO QF-EMPLOYER-TAX
           ADD WS-LINE-RETIREMENT TO QF-RETIREMENT-AMOUNT
           ADD WS-LINE-HEALTH TO QF-HEALTH-AMOUNT
           MOVE WS-LINE-TAX TO QF-MONTH-TAX(WS-MONTH-IDX).

       600-WRITE-AMOUNT-LINE.
           MOVE WS-LINE-GROSS TO RA-GROSS
           MOVE WS-LINE-TAX TO RA-TAX
           MOVE WS-LINE-EMPLOYER-TAX TO RA-EMPLOYER-TAX
           MOVE WS-LINE-RETIREMENT TO RA-RETIREMENT
           MOVE WS-LINE-HEALTH TO RA-HEALTH
           MOVE WS-RPT-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      * "MONTH mm" with the calendar month the quarter's month
      * index stands for.
       610-SET-MONTH-LABEL.
           COMPUTE WS-LABEL-MONTH = WS-QTR-MONTH-BASE + WS-MONTH-IDX
           MOVE SPACES TO RA-LABEL
           STRING "MONTH " DELIMITED BY SIZE
                  WS-LABEL-MONTH DELIMITED BY SIZE
               INTO RA-LABEL
           END-STRING.

      * Company totals for one currency, month by month and for the
      * quarter - the liability figure the filing is made for.
       700-WRITE-CURRENCY-BLOCK.
           ADD 1 TO WS-CO-IDX
           MOVE WS-RPT-SEPARATOR-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CO-CURRENCY(WS-CO-IDX) TO RC-CURRENCY
           MOVE WS-RPT-CURRENCY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-MONTH-IDX
           PERFORM 710-WRITE-CURRENCY-MONTH 3 TIMES
           COMPUTE WS-LINE-GROSS = WS-CO-GROSS(WS-CO-IDX, 1)
               + WS-CO-GROSS(WS-CO-IDX, 2) + WS-CO-GROSS(WS-CO-IDX, 3)
           COMPUTE WS-LINE-TAX = WS-CO-TAX(WS-CO-IDX, 1)
               + WS-CO-TAX(WS-CO-IDX, 2) + WS-CO-TAX(WS-CO-IDX, 3)
           COMPUTE WS-LINE-EMPLOYER-TAX =
               WS-CO-EMPLOYER-TAX(WS-CO-IDX, 1)
               + WS-CO-EMPLOYER-TAX(WS-CO-IDX, 2)
               + WS-CO-EMPLOYER-TAX(WS-CO-IDX, 3)
           COMPUTE WS-LINE-RETIREMENT = WS-CO-RETIREMENT(WS-CO-IDX, 1)
               + WS-CO-RETIREMENT(WS-CO-IDX, 2)
               + WS-CO-RETIREMENT(WS-CO-IDX, 3)
           COMPUTE WS-LINE-HEALTH = WS-CO-HEALTH(WS-CO-IDX, 1)
               + WS-CO-HEALTH(WS-CO-IDX, 2)
               + WS-CO-HEALTH(WS-CO-IDX, 3)
           MOVE "QUARTER" TO RA-LABEL
           PERFORM 600-WRITE-AMOUNT-LINE.

       710-WRITE-CURRENCY-MONTH.
           ADD 1 TO WS-MONTH-IDX
           MOVE WS-CO-GROSS(WS-CO-IDX, WS-MONTH-IDX) TO WS-LINE-GROSS
           MOVE WS-CO-TAX(WS-CO-IDX, WS-MONTH-IDX) TO WS-LINE-TAX
           MOVE WS-CO-EMPLOYER-TAX(WS-CO-IDX, WS-MONTH-IDX)
               TO WS-LINE-EMPLOYER-TAX
           MOVE WS-CO-RETIREMENT(WS-CO-IDX, WS-MONTH-IDX)
               TO WS-LINE-RETIREMENT
           MOVE WS-CO-HEALTH(WS-CO-IDX, WS-MONTH-IDX) TO WS-LINE-HEALTH
           PERFORM 610-SET-MONTH-LABEL
           PERFORM 600-WRITE-AMOUNT-LINE.

      * The control total: history's tax and employer tax for the
      * quarter in base currency against what the GL posted to the
      * two payables over the same dates.
       750-WRITE-GL-TIE-OUT.
           MOVE WS-RPT-SEPARATOR-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-TIE-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-GL-HISTORY-STATUS NOT = "00"
               MOVE WS-RPT-NO-GL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "TAX WITHHELD PAYABLE" TO RT-LABEL
               MOVE WS-HIST-TAX-BASE TO RT-HISTORY
               MOVE WS-GL-TAX-POSTED TO RT-GL
               COMPUTE WS-TIE-DIFFERENCE =
                   WS-HIST-TAX-BASE - WS-GL-TAX-POSTED
               PERFORM 760-WRITE-TIE-LINE
               MOVE "EMPLOYER PAYROLL TAX PAY" TO RT-LABEL
               MOVE WS-HIST-EMP-TAX-BASE TO RT-HISTORY
               MOVE WS-GL-EMP-TAX-POSTED TO RT-GL
               COMPUTE WS-TIE-DIFFERENCE =
                   WS-HIST-EMP-TAX-BASE - WS-GL-EMP-TAX-POSTED
               PERFORM 760-WRITE-TIE-LINE
           END-IF
           MOVE WS-RATE-DATE TO RR-RATE-DATE
           MOVE WS-RPT-RATE-DATE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF RATE-MISSING
               MOVE WS-RPT-RATE-MISSING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       760-WRITE-TIE-LINE.
           IF WS-TIE-DIFFERENCE = ZERO
               MOVE "TIES" TO RT-RESULT
           ELSE
               MOVE "DOES NOT TIE" TO RT-RESULT
           END-IF
           MOVE WS-RPT-TIE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TIE-DIFFERENCE NOT = ZERO
               ADD 1 TO WS-TIE-FAILED-COUNT
               MOVE WS-TIE-DIFFERENCE TO RD-DIFFERENCE
               MOVE WS-RPT-DIFF-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "QTRTAX: " RT-LABEL " DOES NOT TIE TO THE GL"
           END-IF.

      * The extract's trailer - the detail count and hash totals the
      * service checks the file against.
       800-WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO QTR-FILING-RECORD
           MOVE "T" TO QF-RECORD-TYPE
           MOVE WS-EXTRACT-COUNT TO QF-DETAIL-COUNT
           MOVE WS-EXTRACT-GROSS TO QF-TOTAL-GROSS
           MOVE WS-EXTRACT-TAX TO QF-TOTAL-TAX
           MOVE WS-EXTRACT-EMPLOYER-TAX TO QF-TOTAL-EMPLOYER-TAX
           WRITE QTR-FILING-RECORD.

       850-WRITE-COUNTS.
           MOVE WS-RPT-SEPARATOR-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "HISTORY RECORDS IN QUARTER:" TO RP-COUNT-LABEL
           MOVE WS-SELECTED-COUNT TO RP-COUNT
           MOVE WS-RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  OF WHICH REVERSALS NETTED OUT:" TO RP-COUNT-LABEL
           MOVE WS-REVERSAL-COUNT TO RP-COUNT
           MOVE WS-RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "EMPLOYEE LINES ON EXTRACT:" TO RP-COUNT-LABEL
           MOVE WS-EMP-COUNT TO RP-COUNT
           MOVE WS-RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TABLE-FULL-COUNT > ZERO
               MOVE "RECORDS LEFT OFF - TABLE FULL:" TO RP-COUNT-LABEL
               MOVE WS-TABLE-FULL-COUNT TO RP-COUNT
               MOVE WS-RPT-COUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Employees dropped for a full table are missing from the
      * filing - the reject; a GL tie-out that fails or could not
      * be done, or a missing exchange rate, is for review.
       790-SET-RETURN-CODE.
           IF WS-TABLE-FULL-COUNT > ZERO
               MOVE STEP-RC-REJECTS TO RETURN-CODE
           ELSE IF WS-TIE-FAILED-COUNT > ZERO
                   OR WS-GL-HISTORY-STATUS NOT = "00"
                   OR RATE-MISSING
               MOVE STEP-RC-WARNING TO RETURN-CODE
           ELSE
               MOVE STEP-RC-CLEAN TO RETURN-CODE
           END-IF.
       END PROGRAM QTRTAX.
