       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDLST.
       AUTHOR. YOUR NAME.

      * Scheduled-changes listing - everything EMPMAINT has parked on
      * scheduled_changes.dat and not yet released or cancelled,
      * earliest effective date first, so HR can see what is coming
      * onto the master and catch a change that should be cancelled
      * (MT-ACTION "X") before it takes effect.
      *
      *   SCHEDLST
      *
      * Each line gives the effective date, employee, action, the
      * name and department keyed, the salary or hourly rate the
      * change will carry, and who keyed it and when.  Lines due on
      * or before the processing date on the run-control card are
      * flagged DUE - the next EMPMAINT run releases them.  Nothing
      * is changed; the listing goes to scheduled_changes_report.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULED-FILE ASSIGN TO "scheduled_changes.dat"
               FILE STATUS WS-SCHEDULED-STATUS.
           SELECT SCHEDULED-SORT-FILE ASSIGN TO "schedlst_sort.tmp".
           SELECT SCHEDULED-SORTED-FILE
               ASSIGN TO "schedlst_sorted.tmp".
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RUN-CONTROL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "scheduled_changes_report.txt"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * EMPMAINT's scheduled-changes file, only ever sorted here -
      * the fields are read off the sorted copy below.
       FD SCHEDULED-FILE.
       01 SCHEDULED-CHANGE-LINE        PIC X(126).

      * Effective date, then employee - the rest of the record rides
      * along in the FILLERs.
       SD SCHEDULED-SORT-FILE.
       01 SCHEDULED-SORT-RECORD.
           05 FILLER                    PIC X(1).
           05 SS-EMPLOYEE-ID            PIC X(10).
           05 FILLER                    PIC X(82).
           05 SS-EFFECTIVE-DATE         PIC 9(8).
           05 FILLER                    PIC X(25).

       FD SCHEDULED-SORTED-FILE.
       01 SCHEDULED-CHANGE-RECORD.
           COPY "scheduled_change_record.cpy".

      * PAYROLL's run-control card - only its processing date is
      * used, to flag the changes the next release will take.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-LINE.
           05 RC-PROCESSING-DATE         PIC 9(8).
           05 FILLER                     PIC X(1).
           05 RC-PAY-GROUP               PIC X(2).

       FD REPORT-FILE.
       01 REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SCHEDULED-STATUS         PIC X(2).
       01 WS-SORTED-EOF               PIC X(3)       VALUE "NO".
       01 WS-RUN-CONTROL-STATUS       PIC X(2).

      * The processing date off the run-control card, as EMPMAINT
      * reads it, or PC-PAYROLL-PROCESSING-DATE with no usable card.
       01 WS-PROCESSING-DATE          PIC 9(8).
       01 WS-RC-DATE                  PIC 9(8).
       01 WS-RC-PARTS REDEFINES WS-RC-DATE.
           05 WS-RC-YEAR               PIC 9(4).
           05 WS-RC-MONTH              PIC 9(2).
           05 WS-RC-DAY                PIC 9(2).
       01 WS-TODAY-DATE               PIC 9(8).

       01 WS-LISTED-COUNT             PIC 9(5)       VALUE ZERO.
       01 WS-DUE-COUNT                PIC 9(5)       VALUE ZERO.

       01 WS-AMOUNT-DISPLAY           PIC Z.ZZZ.ZZ9,99.
       01 WS-RATE-DISPLAY             PIC Z.ZZ9,99.

       01 WS-RPT-HEADING-LINE.
           05 FILLER                  PIC X(30) VALUE
               "SCHEDULED MAINTENANCE CHANGES ".
           05 FILLER                  PIC X(9)  VALUE "LISTED ON".
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RH-TODAY-DATE            PIC 9(8).
           05 FILLER                  PIC X(23) VALUE
               " - DUE AS OF PROCESSING".
           05 FILLER                  PIC X(6)  VALUE " DATE ".
           05 RH-PROCESSING-DATE       PIC 9(8).

       01 WS-RPT-COLUMN-LINE.
           05 FILLER                  PIC X(10) VALUE "EFFECTIVE ".
           05 FILLER                  PIC X(11) VALUE "EMPLOYEE".
           05 FILLER                  PIC X(10) VALUE "ACTION".
           05 FILLER                  PIC X(17) VALUE "NAME".
           05 FILLER                  PIC X(13) VALUE "DEPARTMENT".
           05 FILLER                  PIC X(16) VALUE
               "     SALARY/RATE".
           05 FILLER                  PIC X(9)  VALUE " KEYED BY".
           05 FILLER                  PIC X(9)  VALUE " KEYED ON".

       01 WS-RPT-DETAIL-LINE.
           05 RL-EFFECTIVE-DATE        PIC 9(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RL-EMPLOYEE-ID           PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RL-ACTION                PIC X(9).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RL-EMPLOYEE-NAME         PIC X(16).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RL-DEPARTMENT            PIC X(12).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RL-AMOUNT                PIC X(12).
           05 RL-BASIS                 PIC X(4).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RL-KEYED-BY              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RL-KEYED-DATE            PIC 9(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RL-DUE-FLAG              PIC X(3).

       01 WS-RPT-COUNT-LINE.
           05 RT-COUNT-LABEL           PIC X(32).
           05 RT-COUNT                 PIC ZZZZ9.

       01 WS-RPT-NONE-LINE            PIC X(80)      VALUE
           "NO CHANGES ARE SCHEDULED".

       COPY "payroll_config.cpy".

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 150-READ-RUN-CONTROL
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY-DATE TO RH-TODAY-DATE
           MOVE WS-PROCESSING-DATE TO RH-PROCESSING-DATE
           MOVE WS-RPT-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT SCHEDULED-FILE
           IF WS-SCHEDULED-STATUS = "00"
               CLOSE SCHEDULED-FILE
               SORT SCHEDULED-SORT-FILE
                   ON ASCENDING KEY SS-EFFECTIVE-DATE SS-EMPLOYEE-ID
                   USING SCHEDULED-FILE
                   GIVING SCHEDULED-SORTED-FILE
               PERFORM 200-PRINT-LISTING
           END-IF
           IF WS-LISTED-COUNT = ZERO
               MOVE WS-RPT-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 700-PRINT-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "SCHEDLST: " WS-LISTED-COUNT " CHANGES SCHEDULED, "
               WS-DUE-COUNT " DUE AS OF " WS-PROCESSING-DATE
               " - SEE scheduled_changes_report.txt"
           MOVE STEP-RC-CLEAN TO RETURN-CODE
           STOP RUN.

      * The same card and the same checks EMPMAINT's release works
      * from, so DUE here means what the release will take.
       150-READ-RUN-CONTROL.
           MOVE ZERO TO WS-RC-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE SPACES TO RUN-CONTROL-LINE
               END-READ
               CLOSE RUN-CONTROL-FILE
               IF RC-PROCESSING-DATE NUMERIC
                   MOVE RC-PROCESSING-DATE TO WS-RC-DATE
                   IF WS-RC-MONTH < 01 OR WS-RC-MONTH > 12
                           OR WS-RC-DAY < 01 OR WS-RC-DAY > 31
                       MOVE ZERO TO WS-RC-DATE
                   END-IF
               END-IF
           END-IF
           IF WS-RC-DATE = ZERO
               MOVE PC-PAYROLL-PROCESSING-DATE TO WS-PROCESSING-DATE
           ELSE
               MOVE WS-RC-DATE TO WS-PROCESSING-DATE
           END-IF.

       200-PRINT-LISTING.
           MOVE WS-RPT-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "NO" TO WS-SORTED-EOF
           OPEN INPUT SCHEDULED-SORTED-FILE
           PERFORM UNTIL WS-SORTED-EOF = "YES"
               READ SCHEDULED-SORTED-FILE
                   AT END
                       MOVE "YES" TO WS-SORTED-EOF
                   NOT AT END
                       PERFORM 210-PRINT-DETAIL
               END-READ
           END-PERFORM
           CLOSE SCHEDULED-SORTED-FILE.

      * One parked change.  A termination carries no pay figure; an
      * hourly change or add shows its rate, anything else its
      * salary.
       210-PRINT-DETAIL.
           ADD 1 TO WS-LISTED-COUNT
           MOVE SC-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE
           MOVE SC-EMPLOYEE-ID TO RL-EMPLOYEE-ID
           MOVE SC-EMPLOYEE-NAME TO RL-EMPLOYEE-NAME
           MOVE SC-DEPARTMENT TO RL-DEPARTMENT
           MOVE SC-KEYED-BY TO RL-KEYED-BY
           MOVE SC-KEYED-DATE TO RL-KEYED-DATE
           MOVE SPACES TO RL-AMOUNT
           MOVE SPACES TO RL-BASIS
           IF SC-ACTION-ADD
               MOVE "ADD" TO RL-ACTION
           ELSE IF SC-ACTION-CHANGE
               MOVE "CHANGE" TO RL-ACTION
           ELSE
               MOVE "TERMINATE" TO RL-ACTION
           END-IF
           END-IF
           IF SC-ACTION-TERMINATE
               CONTINUE
           ELSE IF SC-PAY-TYPE-HOURLY
               MOVE SC-HOURLY-RATE TO WS-RATE-DISPLAY
               MOVE WS-RATE-DISPLAY TO RL-AMOUNT(5:8)
               MOVE " /HR" TO RL-BASIS
           ELSE
               MOVE SC-SALARY TO WS-AMOUNT-DISPLAY
               MOVE WS-AMOUNT-DISPLAY TO RL-AMOUNT
           END-IF
           END-IF
           IF SC-EFFECTIVE-DATE NOT > WS-PROCESSING-DATE
               MOVE "DUE" TO RL-DUE-FLAG
               ADD 1 TO WS-DUE-COUNT
           ELSE
               MOVE SPACES TO RL-DUE-FLAG
           END-IF
           MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       700-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CHANGES SCHEDULED:" TO RT-COUNT-LABEL
           MOVE WS-LISTED-COUNT TO RT-COUNT
           MOVE WS-RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DUE AT THE NEXT EMPMAINT RUN:" TO RT-COUNT-LABEL
           MOVE WS-DUE-COUNT TO RT-COUNT
           MOVE WS-RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM SCHEDLST.
