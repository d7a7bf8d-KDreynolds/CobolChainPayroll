       IDENTIFICATION DIVISION.
       PROGRAM-ID. HDCOUNT.
       AUTHOR. YOUR NAME.

      * Headcount movement report by department for a date range -
      * what HR asks for every month: how many people each
      * department had at the start, who was hired, who left, who
      * moved in and out, and how many it has at the end.
      *
      *   HDCOUNT <from-date YYYYMMDD> <to-date YYYYMMDD>
      *
      * Works from employee_change_log.txt and employee_master.dat
      * together.  The master says where everyone stands now; the
      * change log's ADDED, TERMINATED and DEPARTMENT / PAY TYPE
      * image lines say how they got there.  Walking the log
      * backwards from the master undoes, first, everything dated
      * after the range (giving the master as it stood at the end
      * of the range) and then everything inside it (giving the
      * opening position).  Each movement undone is counted against
      * the department and pay type the employee held at the time.
      *
      * Every undo is checked against the master image it expects -
      * a termination on the log must find the employee terminated,
      * a transfer must find them in the department it moved them
      * to.  Where the two disagree the movement is still counted
      * but the master is left alone, so opening plus movements no
      * longer lands on the master's own closing count and the
      * department prints as not reconciled.  A clean run proves
      * the log and the master agree.
      *
      * Counts are split salaried / hourly by PAY-TYPE (blank reads
      * as salaried, as it does everywhere else).  An employee whose
      * pay type changed inside the range moves between the two
      * columns through the PAY TYPE IN / OUT lines.  Turnover is
      * terminations over the average of opening and closing.  Every
      * count has its detail list under the department on
      * headcount_report.txt.
      *
      * The change log must still hold the range and everything
      * after it - run before ARCHUTIL cuts those lines away, or the
      * report cannot walk back to the opening position.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "employee_master.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY EMPLOYEE-ID OF MASTER-RECORD
               FILE STATUS WS-MASTER-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "employee_change_log.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CHANGE-LOG-STATUS.
           SELECT HEADCOUNT-WORK-FILE ASSIGN TO "headcount_work.tmp".
           SELECT HEADCOUNT-SORT-FILE ASSIGN TO "headcount_sort.tmp".
           SELECT HEADCOUNT-SORTED-FILE
               ASSIGN TO "headcount_sorted.tmp".
           SELECT REPORT-FILE ASSIGN TO "headcount_report.txt"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.
       01 MASTER-RECORD.
           COPY "employee_record.cpy".

      * EMPMAINT's change-log line - ID, action, effective date and
      * the detail text, which on a CHANGED line is a field image
      * (field name, OLD/NEW, value), then the operator who keyed it.
       FD CHANGE-LOG-FILE.
       01 CHANGE-LOG-LINE.
           05 CL-EMPLOYEE-ID            PIC X(10).
           05 FILLER                    PIC X(2).
           05 CL-ACTION                 PIC X(9).
           05 FILLER                    PIC X(2).
           05 CL-EFFECTIVE-DATE         PIC X(8).
           05 CL-EFFECTIVE-DATE-NUM REDEFINES CL-EFFECTIVE-DATE
                                        PIC 9(8).
           05 FILLER                    PIC X(2).
           05 CL-DETAIL-TEXT            PIC X(40).
           05 CL-IMAGE-TEXT REDEFINES CL-DETAIL-TEXT.
               10 CL-FIELD-NAME         PIC X(12).
               10 CL-OLD-NEW            PIC X(4).
               10 CL-VALUE              PIC X(24).
           05 FILLER                    PIC X(7).
           05 CL-OPERATOR-ID            PIC X(8).
           05 FILLER                    PIC X(2).

      * One detail line behind one count, written as the counts are
      * taken and sorted into department / count order for the
      * printed report.
       FD HEADCOUNT-WORK-FILE.
       01 HEADCOUNT-WORK-RECORD.
           05 HW-DEPARTMENT             PIC X(20).
           05 HW-CATEGORY               PIC 9(1).
           05 HW-EMPLOYEE-ID            PIC X(10).
           05 HW-DATE                   PIC 9(8).
           05 HW-EMPLOYEE-NAME          PIC X(30).
           05 HW-PAY-TYPE               PIC X(1).
           05 HW-NOTE                   PIC X(25).

       SD HEADCOUNT-SORT-FILE.
       01 HEADCOUNT-SORT-RECORD.
           05 HS-DEPARTMENT             PIC X(20).
           05 HS-CATEGORY               PIC 9(1).
           05 HS-EMPLOYEE-ID            PIC X(10).
           05 HS-DATE                   PIC 9(8).
           05 FILLER                    PIC X(56).

       FD HEADCOUNT-SORTED-FILE.
       01 HEADCOUNT-SORTED-RECORD.
           05 HR-DEPARTMENT             PIC X(20).
           05 HR-CATEGORY               PIC 9(1).
           05 HR-EMPLOYEE-ID            PIC X(10).
           05 HR-DATE                   PIC 9(8).
           05 HR-EMPLOYEE-NAME          PIC X(30).
           05 HR-PAY-TYPE               PIC X(1).
           05 HR-NOTE                   PIC X(25).

       FD REPORT-FILE.
       01 REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS            PIC X(2).
       01 WS-MASTER-EOF               PIC X(3)       VALUE "NO".
       01 WS-CHANGE-LOG-STATUS        PIC X(2).
       01 WS-CHANGE-LOG-EOF           PIC X(3)       VALUE "NO".
       01 WS-SORTED-EOF               PIC X(3)       VALUE "NO".

       01 WS-COMMAND-LINE             PIC X(80).
       01 WS-TOKEN-1                  PIC X(10).
       01 WS-TOKEN-2                  PIC X(10).
       01 WS-FROM-DATE                PIC 9(8)       VALUE ZERO.
       01 WS-TO-DATE                  PIC 9(8)       VALUE ZERO.

      * Everyone on the master, with the position being walked back
      * through the log: WS-EM-STATUS "A" active, "T" terminated,
      * "N" not yet hired.  The master's own status and effective
      * date are kept to catch a termination the log never saw.
       01 WS-EMPLOYEE-COUNT           PIC 9(4)       VALUE ZERO.
       01 WS-EMPLOYEE-TABLE.
           05 WS-EMPLOYEE-ENTRY OCCURS 2000 TIMES.
               10 WS-EM-EMPLOYEE-ID    PIC X(10).
               10 WS-EM-EMPLOYEE-NAME  PIC X(30).
               10 WS-EM-DEPARTMENT     PIC X(20).
               10 WS-EM-PAY-TYPE       PIC X(1).
               10 WS-EM-STATUS         PIC X(1).
               10 WS-EM-MASTER-STATUS  PIC X(1).
               10 WS-EM-MASTER-DATE    PIC 9(8).
               10 WS-EM-TERM-LOGGED-SW PIC X(1).
       01 WS-EMPLOYEE-IDX             PIC 9(4)       VALUE ZERO.
       01 WS-EMPLOYEE-FOUND-SW        PIC X(1)       VALUE "N".
           88 EMPLOYEE-ON-MASTER                      VALUE "Y".
       01 WS-SEARCH-ID                PIC X(10).

      * The headcount movements off the change log in the order they
      * were logged - "H" hire, "T" termination, "D" department
      * change, "P" pay type change.  A department or pay type
      * change is logged as an OLD line then a NEW line; the OLD
      * value is held until its NEW line arrives.
       01 WS-EVENT-COUNT              PIC 9(5)       VALUE ZERO.
       01 WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 5000 TIMES.
               10 WS-EV-EMPLOYEE-ID    PIC X(10).
               10 WS-EV-TYPE           PIC X(1).
               10 WS-EV-DATE           PIC 9(8).
               10 WS-EV-OLD-VALUE      PIC X(20).
               10 WS-EV-NEW-VALUE      PIC X(20).
       01 WS-EVENT-IDX                PIC 9(5)       VALUE ZERO.
       01 WS-NEW-EVENT-TYPE           PIC X(1).
       01 WS-HELD-OLD-ID              PIC X(10)      VALUE SPACES.
       01 WS-HELD-OLD-FIELD           PIC X(12)      VALUE SPACES.
       01 WS-HELD-OLD-VALUE           PIC X(20)      VALUE SPACES.
       01 WS-AFTER-EVENT-COUNT        PIC 9(5)       VALUE ZERO.
       01 WS-RANGE-EVENT-COUNT        PIC 9(5)       VALUE ZERO.

      * Which walk is running - "A" undoes what is dated after the
      * range, "R" undoes and counts what is inside it.
       01 WS-PASS-SW                  PIC X(1)       VALUE "A".
           88 UNDOING-AFTER-RANGE                     VALUE "A".
           88 UNDOING-RANGE                           VALUE "R".

      * Counts per department, each split salaried (1) / hourly (2).
      * WS-DP-CLOSING is opening plus the movements; WS-DP-MASTER is
      * the master's own active count at the end of the range, and
      * the two must agree.
       01 WS-DEPT-COUNT               PIC 9(3)       VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES.
               10 WS-DP-DEPARTMENT     PIC X(20).
               10 WS-DP-SPLIT OCCURS 2 TIMES.
                   15 WS-DP-OPENING    PIC 9(5).
                   15 WS-DP-HIRES      PIC 9(5).
                   15 WS-DP-TERMS      PIC 9(5).
                   15 WS-DP-XFER-IN    PIC 9(5).
                   15 WS-DP-XFER-OUT   PIC 9(5).
                   15 WS-DP-TYPE-IN    PIC 9(5).
                   15 WS-DP-TYPE-OUT   PIC 9(5).
                   15 WS-DP-CLOSING    PIC 9(5).
                   15 WS-DP-MASTER     PIC 9(5).
       01 WS-DEPT-IDX                 PIC 9(3)       VALUE ZERO.
       01 WS-DEPT-FOUND-SW            PIC X(1)       VALUE "N".
           88 DEPT-ENTRY-FOUND                        VALUE "Y".
       01 WS-SPLIT-IDX                PIC 9(1)       VALUE ZERO.

      * Department totals and the grand totals, split the same way -
      * 1 salaried, 2 hourly, 3 both.
       01 WS-TOTAL-TABLE.
           05 WS-TOTAL-SPLIT OCCURS 3 TIMES.
               10 WS-TT-OPENING        PIC 9(5).
               10 WS-TT-HIRES          PIC 9(5).
               10 WS-TT-TERMS          PIC 9(5).
               10 WS-TT-XFER-IN        PIC 9(5).
               10 WS-TT-XFER-OUT       PIC 9(5).
               10 WS-TT-TYPE-IN        PIC 9(5).
               10 WS-TT-TYPE-OUT       PIC 9(5).
               10 WS-TT-CLOSING        PIC 9(5).
               10 WS-TT-MASTER         PIC 9(5).
       01 WS-GRAND-TABLE.
           05 WS-GRAND-SPLIT OCCURS 3 TIMES.
               10 WS-GT-OPENING        PIC 9(5).
               10 WS-GT-HIRES          PIC 9(5).
               10 WS-GT-TERMS          PIC 9(5).
               10 WS-GT-XFER-IN        PIC 9(5).
               10 WS-GT-XFER-OUT       PIC 9(5).
               10 WS-GT-TYPE-IN        PIC 9(5).
               10 WS-GT-TYPE-OUT       PIC 9(5).
               10 WS-GT-CLOSING        PIC 9(5).
               10 WS-GT-MASTER         PIC 9(5).

      * One count being taken - department, pay type, which count
      * (same numbers as HW-CATEGORY) and the detail line behind it.
       01 WS-COUNT-DEPARTMENT         PIC X(20).
       01 WS-COUNT-PAY-TYPE           PIC X(1).
       01 WS-COUNT-CATEGORY           PIC 9(1).
           88 COUNT-OPENING                           VALUE 1.
           88 COUNT-HIRE                              VALUE 2.
           88 COUNT-TERMINATION                       VALUE 3.
           88 COUNT-TRANSFER-IN                       VALUE 4.
           88 COUNT-TRANSFER-OUT                      VALUE 5.
           88 COUNT-TYPE-IN                           VALUE 6.
           88 COUNT-TYPE-OUT                          VALUE 7.
           88 COUNT-CLOSING                           VALUE 8.
       01 WS-COUNT-DATE               PIC 9(8).
       01 WS-COUNT-NOTE               PIC X(25).

      * Where the log and the master disagree, listed at the foot of
      * the report.
       01 WS-EXCEPTION-COUNT          PIC 9(4)       VALUE ZERO.
       01 WS-EXCEPTION-TABLE.
           05 WS-EXCEPTION-ENTRY OCCURS 500 TIMES.
               10 WS-EX-EMPLOYEE-ID    PIC X(10).
               10 WS-EX-DATE           PIC 9(8).
               10 WS-EX-TEXT           PIC X(40).
       01 WS-EXCEPTION-IDX            PIC 9(4)       VALUE ZERO.
       01 WS-EXCEPTION-TEXT           PIC X(40).

       01 WS-MASTER-ACTIVE-NOW        PIC 9(5)       VALUE ZERO.
       01 WS-UNRECONCILED-COUNT       PIC 9(3)       VALUE ZERO.
       01 WS-AVERAGE-HEADCOUNT        PIC 9(5)V99    VALUE ZERO.
       01 WS-TURNOVER-PCT             PIC 9(3)V99    VALUE ZERO.
       01 WS-CURRENT-DEPT             PIC X(20)      VALUE LOW-VALUES.
       01 WS-CURRENT-CATEGORY         PIC 9(1)       VALUE ZERO.

       01 WS-RPT-HEADING-LINE.
           05 FILLER                  PIC X(30) VALUE
               "HEADCOUNT MOVEMENT REPORT FOR ".
           05 RH-FROM-DATE             PIC 9(8).
           05 FILLER                  PIC X(4)  VALUE " TO ".
           05 RH-TO-DATE               PIC 9(8).

       01 WS-RPT-DEPT-LINE.
           05 FILLER                  PIC X(12) VALUE "DEPARTMENT: ".
           05 RD-DEPARTMENT            PIC X(20).

       01 WS-RPT-COLUMN-LINE.
           05 FILLER                  PIC X(24) VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE "SALARIED".
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(6)  VALUE "HOURLY".
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(6)  VALUE " TOTAL".

       01 WS-RPT-COUNT-ROW.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RR-LABEL                 PIC X(25).
           05 RR-SALARIED              PIC ZZZZ9.
           05 FILLER                  PIC X(5)  VALUE SPACES.
           05 RR-HOURLY                PIC ZZZZ9.
           05 FILLER                  PIC X(5)  VALUE SPACES.
           05 RR-TOTAL                 PIC ZZZZ9.

       01 WS-RPT-TURNOVER-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(25) VALUE
               "TURNOVER PCT".
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE SPACES.
           05 RT-TURNOVER-PCT          PIC ZZ9,99.

       01 WS-RPT-RECONCILED-LINE      PIC X(80)      VALUE
           "  CLOSING AGREES WITH ACTIVE RECORDS ON THE MASTER".
       01 WS-RPT-UNRECONCILED-LINE    PIC X(80)      VALUE
           "  *** CLOSING DOES NOT AGREE WITH THE MASTER ***".

       01 WS-RPT-DETAIL-LINE.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 RL-CATEGORY              PIC X(13).
           05 RL-EMPLOYEE-ID           PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RL-EMPLOYEE-NAME         PIC X(16).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RL-PAY-TYPE              PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RL-DATE                  PIC 9(8).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RL-NOTE                  PIC X(24).

       01 WS-RPT-EXCEPTION-LINE.
           05 RX-EMPLOYEE-ID           PIC X(10).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RX-DATE                  PIC 9(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RX-TEXT                  PIC X(40).

       01 WS-RPT-COUNT-LINE.
           05 RC-COUNT-LABEL           PIC X(32).
           05 RC-COUNT                 PIC ZZZZ9.

       01 WS-RPT-AGREE-LINE           PIC X(80)      VALUE
           "CHANGE LOG AND EMPLOYEE MASTER AGREE".
       01 WS-RPT-DISAGREE-LINE        PIC X(80)      VALUE
           "*** CHANGE LOG AND EMPLOYEE MASTER DO NOT AGREE ***".

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-READ-COMMAND-LINE
           PERFORM 200-LOAD-MASTER
           PERFORM 250-LOAD-CHANGE-LOG
           OPEN OUTPUT HEADCOUNT-WORK-FILE
           MOVE "A" TO WS-PASS-SW
           MOVE WS-EVENT-COUNT TO WS-EVENT-IDX
           PERFORM 300-UNDO-EVENT WS-EVENT-COUNT TIMES
           MOVE ZERO TO WS-EMPLOYEE-IDX
           PERFORM 400-COUNT-CLOSING WS-EMPLOYEE-COUNT TIMES
           MOVE "R" TO WS-PASS-SW
           MOVE WS-EVENT-COUNT TO WS-EVENT-IDX
           PERFORM 300-UNDO-EVENT WS-EVENT-COUNT TIMES
           MOVE ZERO TO WS-EMPLOYEE-IDX
           PERFORM 420-CHECK-UNLOGGED-TERM WS-EMPLOYEE-COUNT TIMES
           MOVE ZERO TO WS-EMPLOYEE-IDX
           PERFORM 440-COUNT-OPENING WS-EMPLOYEE-COUNT TIMES
           CLOSE HEADCOUNT-WORK-FILE
           MOVE ZERO TO WS-DEPT-IDX
           PERFORM 500-RECONCILE-DEPARTMENT WS-DEPT-COUNT TIMES
           SORT HEADCOUNT-SORT-FILE
               ON ASCENDING KEY HS-DEPARTMENT HS-CATEGORY
                                HS-EMPLOYEE-ID HS-DATE
               USING HEADCOUNT-WORK-FILE
               GIVING HEADCOUNT-SORTED-FILE
           PERFORM 600-PRINT-REPORT
           PERFORM 700-PRINT-SUMMARY
           PERFORM 790-SET-RETURN-CODE
           STOP RUN.

      * Both dates are required, in order.
       150-READ-COMMAND-LINE.
           MOVE SPACES TO WS-COMMAND-LINE
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-TOKEN-1 WS-TOKEN-2
           END-UNSTRING
           IF WS-TOKEN-1(1:8) NOT NUMERIC
                   OR WS-TOKEN-2(1:8) NOT NUMERIC
               DISPLAY "HDCOUNT: USAGE - HDCOUNT <from-date YYYYMMDD> "
                   "<to-date YYYYMMDD>"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TOKEN-1(1:8) TO WS-FROM-DATE
           MOVE WS-TOKEN-2(1:8) TO WS-TO-DATE
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "HDCOUNT: FROM-DATE " WS-FROM-DATE
                   " IS AFTER TO-DATE " WS-TO-DATE
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * Everyone on the master, as the master has them today.
       200-LOAD-MASTER.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "HDCOUNT: CANNOT OPEN employee_master.dat - "
                   "STATUS " WS-MASTER-STATUS
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-MASTER-EOF = "YES"
               READ MASTER-FILE
                   AT END
                       MOVE "YES" TO WS-MASTER-EOF
                   NOT AT END
                       PERFORM 210-STORE-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE.

       210-STORE-EMPLOYEE.
           IF WS-EMPLOYEE-COUNT NOT LESS THAN 2000
               DISPLAY "HDCOUNT: EMPLOYEE TABLE FULL AT "
                   EMPLOYEE-ID OF MASTER-RECORD " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EMPLOYEE-COUNT
           MOVE EMPLOYEE-ID OF MASTER-RECORD
               TO WS-EM-EMPLOYEE-ID(WS-EMPLOYEE-COUNT)
           MOVE EMPLOYEE-NAME OF MASTER-RECORD
               TO WS-EM-EMPLOYEE-NAME(WS-EMPLOYEE-COUNT)
           MOVE DEPARTMENT OF MASTER-RECORD
               TO WS-EM-DEPARTMENT(WS-EMPLOYEE-COUNT)
           IF PAY-TYPE-HOURLY OF MASTER-RECORD
               MOVE "H" TO WS-EM-PAY-TYPE(WS-EMPLOYEE-COUNT)
           ELSE
               MOVE "S" TO WS-EM-PAY-TYPE(WS-EMPLOYEE-COUNT)
           END-IF
           IF EMPLOYEE-TERMINATED OF MASTER-RECORD
               MOVE "T" TO WS-EM-STATUS(WS-EMPLOYEE-COUNT)
           ELSE
               MOVE "A" TO WS-EM-STATUS(WS-EMPLOYEE-COUNT)
               ADD 1 TO WS-MASTER-ACTIVE-NOW
           END-IF
           MOVE WS-EM-STATUS(WS-EMPLOYEE-COUNT)
               TO WS-EM-MASTER-STATUS(WS-EMPLOYEE-COUNT)
           MOVE EFFECTIVE-DATE OF MASTER-RECORD
               TO WS-EM-MASTER-DATE(WS-EMPLOYEE-COUNT)
           MOVE "N" TO WS-EM-TERM-LOGGED-SW(WS-EMPLOYEE-COUNT).

      * The headcount movements off the change log from the start of
      * the range on.  No change log means nothing has moved.
       250-LOAD-CHANGE-LOG.
           OPEN INPUT CHANGE-LOG-FILE
           IF WS-CHANGE-LOG-STATUS = "00"
               PERFORM UNTIL WS-CHANGE-LOG-EOF = "YES"
                   READ CHANGE-LOG-FILE
                       AT END
                           MOVE "YES" TO WS-CHANGE-LOG-EOF
                       NOT AT END
                           PERFORM 260-CHECK-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG-FILE
           END-IF.

      * A line whose date column is not numeric is not a change
      * EMPMAINT made and is passed over.
       260-CHECK-LOG-LINE.
           IF CL-EFFECTIVE-DATE NUMERIC
                   AND CL-EFFECTIVE-DATE-NUM NOT LESS THAN WS-FROM-DATE
               PERFORM 262-CLASSIFY-LOG-LINE
           END-IF.

       262-CLASSIFY-LOG-LINE.
           IF CL-ACTION = "ADDED"
               MOVE "H" TO WS-NEW-EVENT-TYPE
               MOVE SPACES TO WS-HELD-OLD-ID
               PERFORM 270-STORE-EVENT
           ELSE IF CL-ACTION = "TERMINATE"
               MOVE "T" TO WS-NEW-EVENT-TYPE
               MOVE SPACES TO WS-HELD-OLD-ID
               PERFORM 270-STORE-EVENT
           ELSE IF CL-ACTION = "CHANGED"
                   AND (CL-FIELD-NAME = "DEPARTMENT"
                        OR CL-FIELD-NAME = "PAY TYPE")
               PERFORM 265-CHECK-IMAGE-LINE
           END-IF.

      * An OLD image is held; the NEW image that follows it for the
      * same employee and field makes the movement.
       265-CHECK-IMAGE-LINE.
           IF CL-OLD-NEW = "OLD "
               MOVE CL-EMPLOYEE-ID TO WS-HELD-OLD-ID
               MOVE CL-FIELD-NAME TO WS-HELD-OLD-FIELD
               MOVE CL-VALUE TO WS-HELD-OLD-VALUE
           ELSE IF CL-OLD-NEW = "NEW "
                   AND CL-EMPLOYEE-ID = WS-HELD-OLD-ID
                   AND CL-FIELD-NAME = WS-HELD-OLD-FIELD
               IF CL-FIELD-NAME = "DEPARTMENT"
                   MOVE "D" TO WS-NEW-EVENT-TYPE
               ELSE
                   MOVE "P" TO WS-NEW-EVENT-TYPE
               END-IF
               PERFORM 270-STORE-EVENT
               MOVE SPACES TO WS-HELD-OLD-ID
           END-IF.

       270-STORE-EVENT.
           IF WS-EVENT-COUNT NOT LESS THAN 5000
               DISPLAY "HDCOUNT: CHANGE LOG TABLE FULL AT "
                   CL-EMPLOYEE-ID " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EVENT-COUNT
           MOVE CL-EMPLOYEE-ID TO WS-EV-EMPLOYEE-ID(WS-EVENT-COUNT)
           MOVE WS-NEW-EVENT-TYPE TO WS-EV-TYPE(WS-EVENT-COUNT)
           MOVE CL-EFFECTIVE-DATE-NUM TO WS-EV-DATE(WS-EVENT-COUNT)
           MOVE SPACES TO WS-EV-OLD-VALUE(WS-EVENT-COUNT)
           MOVE SPACES TO WS-EV-NEW-VALUE(WS-EVENT-COUNT)
           IF WS-EV-TYPE(WS-EVENT-COUNT) = "D"
               MOVE WS-HELD-OLD-VALUE
                   TO WS-EV-OLD-VALUE(WS-EVENT-COUNT)
               MOVE CL-VALUE TO WS-EV-NEW-VALUE(WS-EVENT-COUNT)
           END-IF
      *    A blank pay type reads as salaried.
           IF WS-EV-TYPE(WS-EVENT-COUNT) = "P"
               MOVE "S" TO WS-EV-OLD-VALUE(WS-EVENT-COUNT)
               IF WS-HELD-OLD-VALUE(1:1) = "H"
                   MOVE "H" TO WS-EV-OLD-VALUE(WS-EVENT-COUNT)
               END-IF
               MOVE "S" TO WS-EV-NEW-VALUE(WS-EVENT-COUNT)
               IF CL-VALUE(1:1) = "H"
                   MOVE "H" TO WS-EV-NEW-VALUE(WS-EVENT-COUNT)
               END-IF
           END-IF
           IF WS-EV-DATE(WS-EVENT-COUNT) > WS-TO-DATE
               ADD 1 TO WS-AFTER-EVENT-COUNT
           ELSE
               ADD 1 TO WS-RANGE-EVENT-COUNT
           END-IF.

      * Steps backwards through the log one movement at a time,
      * undoing it on the employee's position.  The first walk
      * takes only what is dated after the range; the second takes
      * what is inside it and counts each movement against the
      * department and pay type the employee held when it happened.
       300-UNDO-EVENT.
           IF (UNDOING-AFTER-RANGE
                   AND WS-EV-DATE(WS-EVENT-IDX) > WS-TO-DATE)
               OR (UNDOING-RANGE
                   AND WS-EV-DATE(WS-EVENT-IDX) NOT > WS-TO-DATE)
               MOVE WS-EV-EMPLOYEE-ID(WS-EVENT-IDX) TO WS-SEARCH-ID
               PERFORM 380-FIND-EMPLOYEE
               PERFORM 305-UNDO-ONE-EVENT
           END-IF
           SUBTRACT 1 FROM WS-EVENT-IDX.

       305-UNDO-ONE-EVENT.
           IF NOT EMPLOYEE-ON-MASTER
               MOVE "ON CHANGE LOG BUT NOT ON MASTER"
                   TO WS-EXCEPTION-TEXT
               PERFORM 390-STORE-EXCEPTION
           ELSE IF WS-EV-TYPE(WS-EVENT-IDX) = "H"
               PERFORM 310-UNDO-HIRE
           ELSE IF WS-EV-TYPE(WS-EVENT-IDX) = "T"
               PERFORM 320-UNDO-TERMINATION
           ELSE IF WS-EV-TYPE(WS-EVENT-IDX) = "D"
               PERFORM 330-UNDO-TRANSFER
           ELSE
               PERFORM 340-UNDO-PAY-TYPE-CHANGE
           END-IF.

      * Before the hire the employee was not on the books at all.
       310-UNDO-HIRE.
           IF UNDOING-RANGE
               MOVE 2 TO WS-COUNT-CATEGORY
               MOVE WS-EM-DEPARTMENT(WS-EMPLOYEE-IDX)
                   TO WS-COUNT-DEPARTMENT
               MOVE WS-EM-PAY-TYPE(WS-EMPLOYEE-IDX)
                   TO WS-COUNT-PAY-TYPE
               MOVE WS-EV-DATE(WS-EVENT-IDX) TO WS-COUNT-DATE
               MOVE "NEW HIRE" TO WS-COUNT-NOTE
               PERFORM 450-TAKE-COUNT
           END-IF
           IF WS-EM-STATUS(WS-EMPLOYEE-IDX) = "A"
               MOVE "N" TO WS-EM-STATUS(WS-EMPLOYEE-IDX)
           ELSE
               MOVE "HIRE ON LOG - MASTER NOT ACTIVE"
                   TO WS-EXCEPTION-TEXT
               PERFORM 390-STORE-EXCEPTION
           END-IF.

      * Before the termination the employee was active.
       320-UNDO-TERMINATION.
           IF UNDOING-RANGE
               MOVE "Y" TO WS-EM-TERM-LOGGED-SW(WS-EMPLOYEE-IDX)
               MOVE 3 TO WS-COUNT-CATEGORY
               MOVE WS-EM-DEPARTMENT(WS-EMPLOYEE-IDX)
                   TO WS-COUNT-DEPARTMENT
               MOVE WS-EM-PAY-TYPE(WS-EMPLOYEE-IDX)
                   TO WS-COUNT-PAY-TYPE
               MOVE WS-EV-DATE(WS-EVENT-IDX) TO WS-COUNT-DATE
               MOVE "TERMINATED" TO WS-COUNT-NOTE
               PERFORM 450-TAKE-COUNT
           END-IF
           IF WS-EM-STATUS(WS-EMPLOYEE-IDX) = "T"
               MOVE "A" TO WS-EM-STATUS(WS-EMPLOYEE-IDX)
           ELSE
               MOVE "TERMINATION ON LOG - MASTER NOT TERMINATED"
                   TO WS-EXCEPTION-TEXT
               PERFORM 390-STORE-EXCEPTION
           END-IF.

      * A department change moves the employee out of the OLD
      * department and into the NEW one.  Only someone active at the
      * time moves headcount.
       330-UNDO-TRANSFER.
           IF UNDOING-RANGE AND WS-EM-STATUS(WS-EMPLOYEE-IDX) = "A"
               MOVE WS-EM-PAY-TYPE(WS-EMPLOYEE-IDX)
                   TO WS-COUNT-PAY-TYPE
               MOVE WS-EV-DATE(WS-EVENT-IDX) TO WS-COUNT-DATE
               MOVE 5 TO WS-COUNT-CATEGORY
               MOVE WS-EV-OLD-VALUE(WS-EVENT-IDX)
                   TO WS-COUNT-DEPARTMENT
               MOVE SPACES TO WS-COUNT-NOTE
               STRING "TO " DELIMITED BY SIZE
                   WS-EV-NEW-VALUE(WS-EVENT-IDX) DELIMITED BY SIZE
                   INTO WS-COUNT-NOTE
               END-STRING
               PERFORM 450-TAKE-COUNT
               MOVE 4 TO WS-COUNT-CATEGORY
               MOVE WS-EV-NEW-VALUE(WS-EVENT-IDX)
                   TO WS-COUNT-DEPARTMENT
               MOVE SPACES TO WS-COUNT-NOTE
               STRING "FROM " DELIMITED BY SIZE
                   WS-EV-OLD-VALUE(WS-EVENT-IDX) DELIMITED BY SIZE
                   INTO WS-COUNT-NOTE
               END-STRING
               PERFORM 450-TAKE-COUNT
           END-IF
           IF WS-EM-DEPARTMENT(WS-EMPLOYEE-IDX)
                   = WS-EV-NEW-VALUE(WS-EVENT-IDX)
               MOVE WS-EV-OLD-VALUE(WS-EVENT-IDX)
                   TO WS-EM-DEPARTMENT(WS-EMPLOYEE-IDX)
           ELSE
               MOVE "TRANSFER ON LOG - MASTER IN OTHER DEPT"
                   TO WS-EXCEPTION-TEXT
               PERFORM 390-STORE-EXCEPTION
           END-IF.

      * A pay type change moves the employee between the salaried
      * and hourly columns of their department.
       340-UNDO-PAY-TYPE-CHANGE.
           IF UNDOING-RANGE AND WS-EM-STATUS(WS-EMPLOYEE-IDX) = "A"
               MOVE WS-EM-DEPARTMENT(WS-EMPLOYEE-IDX)
                   TO WS-COUNT-DEPARTMENT
               MOVE WS-EV-DATE(WS-EVENT-IDX) TO WS-COUNT-DATE
               MOVE SPACES TO WS-COUNT-NOTE
               STRING "PAY TYPE " DELIMITED BY SIZE
                   WS-EV-OLD-VALUE(WS-EVENT-IDX) DELIMITED BY SPACE
                   " TO " DELIMITED BY SIZE
                   WS-EV-NEW-VALUE(WS-EVENT-IDX) DELIMITED BY SPACE
                   INTO WS-COUNT-NOTE
               END-STRING
               MOVE 7 TO WS-COUNT-CATEGORY
               MOVE WS-EV-OLD-VALUE(WS-EVENT-IDX) TO WS-COUNT-PAY-TYPE
               PERFORM 450-TAKE-COUNT
               MOVE 6 TO WS-COUNT-CATEGORY
               MOVE WS-EV-NEW-VALUE(WS-EVENT-IDX) TO WS-COUNT-PAY-TYPE
               PERFORM 450-TAKE-COUNT
           END-IF
           IF WS-EM-PAY-TYPE(WS-EMPLOYEE-IDX)
                   = WS-EV-NEW-VALUE(WS-EVENT-IDX)
               MOVE WS-EV-OLD-VALUE(WS-EVENT-IDX)
                   TO WS-EM-PAY-TYPE(WS-EMPLOYEE-IDX)
           ELSE
               MOVE "PAY TYPE ON LOG - MASTER DIFFERS"
                   TO WS-EXCEPTION-TEXT
               PERFORM 390-STORE-EXCEPTION
           END-IF.

      * Linear scan of the employee table for WS-SEARCH-ID.
      * WS-EMPLOYEE-IDX is left on the match.
       380-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMPLOYEE-FOUND-SW
           MOVE ZERO TO WS-EMPLOYEE-IDX
           PERFORM 385-SCAN-EMPLOYEE
               UNTIL EMPLOYEE-ON-MASTER
                  OR WS-EMPLOYEE-IDX NOT LESS THAN WS-EMPLOYEE-COUNT.

       385-SCAN-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-IDX
           IF WS-EM-EMPLOYEE-ID(WS-EMPLOYEE-IDX) = WS-SEARCH-ID
               MOVE "Y" TO WS-EMPLOYEE-FOUND-SW
           END-IF.

       390-STORE-EXCEPTION.
           IF WS-EXCEPTION-COUNT NOT LESS THAN 500
               DISPLAY "HDCOUNT: EXCEPTION TABLE FULL AT "
                   WS-SEARCH-ID " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-SEARCH-ID TO WS-EX-EMPLOYEE-ID(WS-EXCEPTION-COUNT)
           MOVE WS-EV-DATE(WS-EVENT-IDX)
               TO WS-EX-DATE(WS-EXCEPTION-COUNT)
           MOVE WS-EXCEPTION-TEXT TO WS-EX-TEXT(WS-EXCEPTION-COUNT).

      * With everything after the range undone, the employee table
      * is the master as it stood at the end of the range - its
      * active records are the closing count the movements must
      * arrive at.
       400-COUNT-CLOSING.
           ADD 1 TO WS-EMPLOYEE-IDX
           IF WS-EM-STATUS(WS-EMPLOYEE-IDX) = "A"
               MOVE 8 TO WS-COUNT-CATEGORY
               MOVE WS-EM-DEPARTMENT(WS-EMPLOYEE-IDX)
                   TO WS-COUNT-DEPARTMENT
               MOVE WS-EM-PAY-TYPE(WS-EMPLOYEE-IDX)
                   TO WS-COUNT-PAY-TYPE
               MOVE WS-TO-DATE TO WS-COUNT-DATE
               MOVE "ACTIVE ON MASTER" TO WS-COUNT-NOTE
               PERFORM 450-TAKE-COUNT
           END-IF.

      * A master record terminated inside the range with no
      * TERMINATED line on the log - still a leaver, counted from
      * the master's own status and effective date, but listed as
      * an exception since the log never saw it.
       420-CHECK-UNLOGGED-TERM.
           ADD 1 TO WS-EMPLOYEE-IDX
           IF WS-EM-MASTER-STATUS(WS-EMPLOYEE-IDX) = "T"
                   AND WS-EM-STATUS(WS-EMPLOYEE-IDX) = "T"
                   AND WS-EM-TERM-LOGGED-SW(WS-EMPLOYEE-IDX) = "N"
                   AND WS-EM-MASTER-DATE(WS-EMPLOYEE-IDX)
                       NOT LESS THAN WS-FROM-DATE
                   AND WS-EM-MASTER-DATE(WS-EMPLOYEE-IDX)
                       NOT > WS-TO-DATE
               MOVE 3 TO WS-COUNT-CATEGORY
               MOVE WS-EM-DEPARTMENT(WS-EMPLOYEE-IDX)
                   TO WS-COUNT-DEPARTMENT
               MOVE WS-EM-PAY-TYPE(WS-EMPLOYEE-IDX)
                   TO WS-COUNT-PAY-TYPE
               MOVE WS-EM-MASTER-DATE(WS-EMPLOYEE-IDX)
                   TO WS-COUNT-DATE
               MOVE "TERMINATED - MASTER ONLY" TO WS-COUNT-NOTE
               PERFORM 450-TAKE-COUNT
               MOVE "A" TO WS-EM-STATUS(WS-EMPLOYEE-IDX)
               IF WS-EXCEPTION-COUNT NOT LESS THAN 500
                   DISPLAY "HDCOUNT: EXCEPTION TABLE FULL AT "
                       WS-EM-EMPLOYEE-ID(WS-EMPLOYEE-IDX)
                       " - RUN ABORTED"
                   MOVE STEP-RC-ABORTED TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-EM-EMPLOYEE-ID(WS-EMPLOYEE-IDX)
                   TO WS-EX-EMPLOYEE-ID(WS-EXCEPTION-COUNT)
               MOVE WS-EM-MASTER-DATE(WS-EMPLOYEE-IDX)
                   TO WS-EX-DATE(WS-EXCEPTION-COUNT)
               MOVE "TERMINATED ON MASTER - NOT ON CHANGE LOG"
                   TO WS-EX-TEXT(WS-EXCEPTION-COUNT)
           END-IF.

      * With the range undone as well, the active employees are the
      * opening headcount.
       440-COUNT-OPENING.
           ADD 1 TO WS-EMPLOYEE-IDX
           IF WS-EM-STATUS(WS-EMPLOYEE-IDX) = "A"
               MOVE 1 TO WS-COUNT-CATEGORY
               MOVE WS-EM-DEPARTMENT(WS-EMPLOYEE-IDX)
                   TO WS-COUNT-DEPARTMENT
               MOVE WS-EM-PAY-TYPE(WS-EMPLOYEE-IDX)
                   TO WS-COUNT-PAY-TYPE
               MOVE WS-FROM-DATE TO WS-COUNT-DATE
               MOVE SPACES TO WS-COUNT-NOTE
               PERFORM 450-TAKE-COUNT
           END-IF.

      * Adds one to the named count for the department and pay type
      * and writes the detail line behind it.
       450-TAKE-COUNT.
           PERFORM 460-FIND-DEPARTMENT
           IF NOT DEPT-ENTRY-FOUND
               IF WS-DEPT-COUNT NOT LESS THAN 200
                   DISPLAY "HDCOUNT: DEPARTMENT TABLE FULL AT "
                       WS-COUNT-DEPARTMENT " - RUN ABORTED"
                   MOVE STEP-RC-ABORTED TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
               INITIALIZE WS-DEPT-ENTRY(WS-DEPT-IDX)
               MOVE WS-COUNT-DEPARTMENT
                   TO WS-DP-DEPARTMENT(WS-DEPT-IDX)
           END-IF
           IF WS-COUNT-PAY-TYPE = "H"
               MOVE 2 TO WS-SPLIT-IDX
           ELSE
               MOVE 1 TO WS-SPLIT-IDX
           END-IF
           PERFORM 455-ADD-TO-COUNT
           MOVE WS-COUNT-DEPARTMENT TO HW-DEPARTMENT
           MOVE WS-COUNT-CATEGORY TO HW-CATEGORY
           MOVE WS-EM-EMPLOYEE-ID(WS-EMPLOYEE-IDX) TO HW-EMPLOYEE-ID
           MOVE WS-COUNT-DATE TO HW-DATE
           MOVE WS-EM-EMPLOYEE-NAME(WS-EMPLOYEE-IDX)
               TO HW-EMPLOYEE-NAME
           MOVE WS-COUNT-PAY-TYPE TO HW-PAY-TYPE
           MOVE WS-COUNT-NOTE TO HW-NOTE
           WRITE HEADCOUNT-WORK-RECORD.

       455-ADD-TO-COUNT.
           IF COUNT-OPENING
               ADD 1 TO WS-DP-OPENING(WS-DEPT-IDX, WS-SPLIT-IDX)
           ELSE IF COUNT-HIRE
               ADD 1 TO WS-DP-HIRES(WS-DEPT-IDX, WS-SPLIT-IDX)
           ELSE IF COUNT-TERMINATION
               ADD 1 TO WS-DP-TERMS(WS-DEPT-IDX, WS-SPLIT-IDX)
           ELSE IF COUNT-TRANSFER-IN
               ADD 1 TO WS-DP-XFER-IN(WS-DEPT-IDX, WS-SPLIT-IDX)
           ELSE IF COUNT-TRANSFER-OUT
               ADD 1 TO WS-DP-XFER-OUT(WS-DEPT-IDX, WS-SPLIT-IDX)
           ELSE IF COUNT-TYPE-IN
               ADD 1 TO WS-DP-TYPE-IN(WS-DEPT-IDX, WS-SPLIT-IDX)
           ELSE IF COUNT-TYPE-OUT
               ADD 1 TO WS-DP-TYPE-OUT(WS-DEPT-IDX, WS-SPLIT-IDX)
           ELSE
               ADD 1 TO WS-DP-MASTER(WS-DEPT-IDX, WS-SPLIT-IDX)
           END-IF.

      * Linear scan for the department.  WS-DEPT-IDX is left on the
      * match.
       460-FIND-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-SW
           MOVE ZERO TO WS-DEPT-IDX
           PERFORM 465-SCAN-DEPARTMENT
               UNTIL DEPT-ENTRY-FOUND
                  OR WS-DEPT-IDX NOT LESS THAN WS-DEPT-COUNT.

       465-SCAN-DEPARTMENT.
           ADD 1 TO WS-DEPT-IDX
           IF WS-DP-DEPARTMENT(WS-DEPT-IDX) = WS-COUNT-DEPARTMENT
               MOVE "Y" TO WS-DEPT-FOUND-SW
           END-IF.

      * Closing is opening plus hires less terminations, plus
      * transfers and pay type changes in less those out.  It must
      * equal the master's active count in both columns.
       500-RECONCILE-DEPARTMENT.
           ADD 1 TO WS-DEPT-IDX
           MOVE 1 TO WS-SPLIT-IDX
           PERFORM 510-COMPUTE-CLOSING
           MOVE 2 TO WS-SPLIT-IDX
           PERFORM 510-COMPUTE-CLOSING
           IF WS-DP-CLOSING(WS-DEPT-IDX, 1)
                   NOT = WS-DP-MASTER(WS-DEPT-IDX, 1)
               OR WS-DP-CLOSING(WS-DEPT-IDX, 2)
                   NOT = WS-DP-MASTER(WS-DEPT-IDX, 2)
               ADD 1 TO WS-UNRECONCILED-COUNT
           END-IF.

       510-COMPUTE-CLOSING.
           COMPUTE WS-DP-CLOSING(WS-DEPT-IDX, WS-SPLIT-IDX) =
               WS-DP-OPENING(WS-DEPT-IDX, WS-SPLIT-IDX)
               + WS-DP-HIRES(WS-DEPT-IDX, WS-SPLIT-IDX)
               - WS-DP-TERMS(WS-DEPT-IDX, WS-SPLIT-IDX)
               + WS-DP-XFER-IN(WS-DEPT-IDX, WS-SPLIT-IDX)
               - WS-DP-XFER-OUT(WS-DEPT-IDX, WS-SPLIT-IDX)
               + WS-DP-TYPE-IN(WS-DEPT-IDX, WS-SPLIT-IDX)
               - WS-DP-TYPE-OUT(WS-DEPT-IDX, WS-SPLIT-IDX)
           END-COMPUTE.

      * Each department's count block followed by the detail lines
      * behind it, then the grand totals and the exceptions.
       600-PRINT-REPORT.
           INITIALIZE WS-GRAND-TABLE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-FROM-DATE TO RH-FROM-DATE
           MOVE WS-TO-DATE TO RH-TO-DATE
           MOVE WS-RPT-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "NO" TO WS-SORTED-EOF
           OPEN INPUT HEADCOUNT-SORTED-FILE
           PERFORM UNTIL WS-SORTED-EOF = "YES"
               READ HEADCOUNT-SORTED-FILE
                   AT END
                       MOVE "YES" TO WS-SORTED-EOF
                   NOT AT END
                       PERFORM 610-PRINT-DETAIL
               END-READ
           END-PERFORM
           CLOSE HEADCOUNT-SORTED-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ALL DEPARTMENTS" TO RD-DEPARTMENT
           MOVE WS-RPT-DEPT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GRAND-TABLE TO WS-TOTAL-TABLE
           PERFORM 630-PRINT-COUNT-BLOCK
           IF WS-TT-CLOSING(3) = WS-TT-MASTER(3)
               MOVE WS-RPT-RECONCILED-LINE TO REPORT-LINE
           ELSE
               MOVE WS-RPT-UNRECONCILED-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           PERFORM 660-PRINT-EXCEPTIONS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACTIVE RECORDS ON MASTER NOW:" TO RC-COUNT-LABEL
           MOVE WS-MASTER-ACTIVE-NOW TO RC-COUNT
           PERFORM 690-WRITE-COUNT-LINE
           MOVE "LOG CHANGES AFTER THE RANGE:" TO RC-COUNT-LABEL
           MOVE WS-AFTER-EVENT-COUNT TO RC-COUNT
           PERFORM 690-WRITE-COUNT-LINE
           MOVE "LOG CHANGES IN THE RANGE:" TO RC-COUNT-LABEL
           MOVE WS-RANGE-EVENT-COUNT TO RC-COUNT
           PERFORM 690-WRITE-COUNT-LINE
           MOVE "DEPARTMENTS NOT RECONCILED:" TO RC-COUNT-LABEL
           MOVE WS-UNRECONCILED-COUNT TO RC-COUNT
           PERFORM 690-WRITE-COUNT-LINE
           MOVE "EXCEPTIONS LISTED:" TO RC-COUNT-LABEL
           MOVE WS-EXCEPTION-COUNT TO RC-COUNT
           PERFORM 690-WRITE-COUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-UNRECONCILED-COUNT = ZERO AND WS-EXCEPTION-COUNT = ZERO
               MOVE WS-RPT-AGREE-LINE TO REPORT-LINE
           ELSE
               MOVE WS-RPT-DISAGREE-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

      * The count block at each department break, then the detail
      * line under a heading for each count.
       610-PRINT-DETAIL.
           IF HR-DEPARTMENT NOT = WS-CURRENT-DEPT
               MOVE HR-DEPARTMENT TO WS-CURRENT-DEPT
               MOVE ZERO TO WS-CURRENT-CATEGORY
               PERFORM 620-PRINT-DEPARTMENT-BLOCK
           END-IF
           MOVE SPACES TO RL-CATEGORY
           IF HR-CATEGORY NOT = WS-CURRENT-CATEGORY
               MOVE HR-CATEGORY TO WS-CURRENT-CATEGORY
               PERFORM 615-SET-CATEGORY-LABEL
           END-IF
           MOVE HR-EMPLOYEE-ID TO RL-EMPLOYEE-ID
           MOVE HR-EMPLOYEE-NAME TO RL-EMPLOYEE-NAME
           MOVE HR-PAY-TYPE TO RL-PAY-TYPE
           MOVE HR-DATE TO RL-DATE
           MOVE HR-NOTE TO RL-NOTE
           MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       615-SET-CATEGORY-LABEL.
           IF HR-CATEGORY = 1
               MOVE "OPENING" TO RL-CATEGORY
           ELSE IF HR-CATEGORY = 2
               MOVE "HIRED" TO RL-CATEGORY
           ELSE IF HR-CATEGORY = 3
               MOVE "TERMINATED" TO RL-CATEGORY
           ELSE IF HR-CATEGORY = 4
               MOVE "TRANSFER IN" TO RL-CATEGORY
           ELSE IF HR-CATEGORY = 5
               MOVE "TRANSFER OUT" TO RL-CATEGORY
           ELSE IF HR-CATEGORY = 6
               MOVE "PAY TYPE IN" TO RL-CATEGORY
           ELSE IF HR-CATEGORY = 7
               MOVE "PAY TYPE OUT" TO RL-CATEGORY
           ELSE
               MOVE "CLOSING" TO RL-CATEGORY
           END-IF.

      * The department's counts, its turnover and whether it
      * reconciles, with the figures rolled into the grand totals.
       620-PRINT-DEPARTMENT-BLOCK.
           MOVE HR-DEPARTMENT TO WS-COUNT-DEPARTMENT
           PERFORM 460-FIND-DEPARTMENT
           INITIALIZE WS-TOTAL-TABLE
           MOVE 1 TO WS-SPLIT-IDX
           PERFORM 625-LOAD-DEPARTMENT-SPLIT 2 TIMES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HR-DEPARTMENT TO RD-DEPARTMENT
           MOVE WS-RPT-DEPT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 630-PRINT-COUNT-BLOCK
           IF WS-DP-CLOSING(WS-DEPT-IDX, 1)
                   = WS-DP-MASTER(WS-DEPT-IDX, 1)
               AND WS-DP-CLOSING(WS-DEPT-IDX, 2)
                   = WS-DP-MASTER(WS-DEPT-IDX, 2)
               MOVE WS-RPT-RECONCILED-LINE TO REPORT-LINE
           ELSE
               MOVE WS-RPT-UNRECONCILED-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      * One pay type's counts into its column and the total column,
      * and into the grand totals.
       625-LOAD-DEPARTMENT-SPLIT.
           MOVE WS-DP-OPENING(WS-DEPT-IDX, WS-SPLIT-IDX)
               TO WS-TT-OPENING(WS-SPLIT-IDX)
           MOVE WS-DP-HIRES(WS-DEPT-IDX, WS-SPLIT-IDX)
               TO WS-TT-HIRES(WS-SPLIT-IDX)
           MOVE WS-DP-TERMS(WS-DEPT-IDX, WS-SPLIT-IDX)
               TO WS-TT-TERMS(WS-SPLIT-IDX)
           MOVE WS-DP-XFER-IN(WS-DEPT-IDX, WS-SPLIT-IDX)
               TO WS-TT-XFER-IN(WS-SPLIT-IDX)
           MOVE WS-DP-XFER-OUT(WS-DEPT-IDX, WS-SPLIT-IDX)
               TO WS-TT-XFER-OUT(WS-SPLIT-IDX)
           MOVE WS-DP-TYPE-IN(WS-DEPT-IDX, WS-SPLIT-IDX)
               TO WS-TT-TYPE-IN(WS-SPLIT-IDX)
           MOVE WS-DP-TYPE-OUT(WS-DEPT-IDX, WS-SPLIT-IDX)
               TO WS-TT-TYPE-OUT(WS-SPLIT-IDX)
           MOVE WS-DP-CLOSING(WS-DEPT-IDX, WS-SPLIT-IDX)
               TO WS-TT-CLOSING(WS-SPLIT-IDX)
           MOVE WS-DP-MASTER(WS-DEPT-IDX, WS-SPLIT-IDX)
               TO WS-TT-MASTER(WS-SPLIT-IDX)
           ADD WS-TT-OPENING(WS-SPLIT-IDX) TO WS-TT-OPENING(3)
               WS-GT-OPENING(WS-SPLIT-IDX) WS-GT-OPENING(3)
           ADD WS-TT-HIRES(WS-SPLIT-IDX) TO WS-TT-HIRES(3)
               WS-GT-HIRES(WS-SPLIT-IDX) WS-GT-HIRES(3)
           ADD WS-TT-TERMS(WS-SPLIT-IDX) TO WS-TT-TERMS(3)
               WS-GT-TERMS(WS-SPLIT-IDX) WS-GT-TERMS(3)
           ADD WS-TT-XFER-IN(WS-SPLIT-IDX) TO WS-TT-XFER-IN(3)
               WS-GT-XFER-IN(WS-SPLIT-IDX) WS-GT-XFER-IN(3)
           ADD WS-TT-XFER-OUT(WS-SPLIT-IDX) TO WS-TT-XFER-OUT(3)
               WS-GT-XFER-OUT(WS-SPLIT-IDX) WS-GT-XFER-OUT(3)
           ADD WS-TT-TYPE-IN(WS-SPLIT-IDX) TO WS-TT-TYPE-IN(3)
               WS-GT-TYPE-IN(WS-SPLIT-IDX) WS-GT-TYPE-IN(3)
           ADD WS-TT-TYPE-OUT(WS-SPLIT-IDX) TO WS-TT-TYPE-OUT(3)
               WS-GT-TYPE-OUT(WS-SPLIT-IDX) WS-GT-TYPE-OUT(3)
           ADD WS-TT-CLOSING(WS-SPLIT-IDX) TO WS-TT-CLOSING(3)
               WS-GT-CLOSING(WS-SPLIT-IDX) WS-GT-CLOSING(3)
           ADD WS-TT-MASTER(WS-SPLIT-IDX) TO WS-TT-MASTER(3)
               WS-GT-MASTER(WS-SPLIT-IDX) WS-GT-MASTER(3)
           ADD 1 TO WS-SPLIT-IDX.

      * WS-TOTAL-TABLE as a block of count rows and the turnover
      * line.  Turnover is terminations over the average of the
      * opening and the master's closing count.
       630-PRINT-COUNT-BLOCK.
           MOVE WS-RPT-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPENING HEADCOUNT" TO RR-LABEL
           MOVE WS-TT-OPENING(1) TO RR-SALARIED
           MOVE WS-TT-OPENING(2) TO RR-HOURLY
           MOVE WS-TT-OPENING(3) TO RR-TOTAL
           PERFORM 640-WRITE-COUNT-ROW
           MOVE "HIRES" TO RR-LABEL
           MOVE WS-TT-HIRES(1) TO RR-SALARIED
           MOVE WS-TT-HIRES(2) TO RR-HOURLY
           MOVE WS-TT-HIRES(3) TO RR-TOTAL
           PERFORM 640-WRITE-COUNT-ROW
           MOVE "TERMINATIONS" TO RR-LABEL
           MOVE WS-TT-TERMS(1) TO RR-SALARIED
           MOVE WS-TT-TERMS(2) TO RR-HOURLY
           MOVE WS-TT-TERMS(3) TO RR-TOTAL
           PERFORM 640-WRITE-COUNT-ROW
           MOVE "TRANSFERS IN" TO RR-LABEL
           MOVE WS-TT-XFER-IN(1) TO RR-SALARIED
           MOVE WS-TT-XFER-IN(2) TO RR-HOURLY
           MOVE WS-TT-XFER-IN(3) TO RR-TOTAL
           PERFORM 640-WRITE-COUNT-ROW
           MOVE "TRANSFERS OUT" TO RR-LABEL
           MOVE WS-TT-XFER-OUT(1) TO RR-SALARIED
           MOVE WS-TT-XFER-OUT(2) TO RR-HOURLY
           MOVE WS-TT-XFER-OUT(3) TO RR-TOTAL
           PERFORM 640-WRITE-COUNT-ROW
           IF WS-TT-TYPE-IN(3) NOT = ZERO
                   OR WS-TT-TYPE-OUT(3) NOT = ZERO
               MOVE "PAY TYPE CHANGED IN" TO RR-LABEL
               MOVE WS-TT-TYPE-IN(1) TO RR-SALARIED
               MOVE WS-TT-TYPE-IN(2) TO RR-HOURLY
               MOVE WS-TT-TYPE-IN(3) TO RR-TOTAL
               PERFORM 640-WRITE-COUNT-ROW
               MOVE "PAY TYPE CHANGED OUT" TO RR-LABEL
               MOVE WS-TT-TYPE-OUT(1) TO RR-SALARIED
               MOVE WS-TT-TYPE-OUT(2) TO RR-HOURLY
               MOVE WS-TT-TYPE-OUT(3) TO RR-TOTAL
               PERFORM 640-WRITE-COUNT-ROW
           END-IF
           MOVE "CLOSING HEADCOUNT" TO RR-LABEL
           MOVE WS-TT-CLOSING(1) TO RR-SALARIED
           MOVE WS-TT-CLOSING(2) TO RR-HOURLY
           MOVE WS-TT-CLOSING(3) TO RR-TOTAL
           PERFORM 640-WRITE-COUNT-ROW
           MOVE "ACTIVE ON MASTER" TO RR-LABEL
           MOVE WS-TT-MASTER(1) TO RR-SALARIED
           MOVE WS-TT-MASTER(2) TO RR-HOURLY
           MOVE WS-TT-MASTER(3) TO RR-TOTAL
           PERFORM 640-WRITE-COUNT-ROW
           MOVE ZERO TO WS-TURNOVER-PCT
           COMPUTE WS-AVERAGE-HEADCOUNT =
               (WS-TT-OPENING(3) + WS-TT-MASTER(3)) / 2
           END-COMPUTE
           IF WS-AVERAGE-HEADCOUNT > ZERO
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                   WS-TT-TERMS(3) * 100 / WS-AVERAGE-HEADCOUNT
                   ON SIZE ERROR
                       MOVE 999,99 TO WS-TURNOVER-PCT
               END-COMPUTE
           END-IF
           MOVE WS-TURNOVER-PCT TO RT-TURNOVER-PCT
           MOVE WS-RPT-TURNOVER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       640-WRITE-COUNT-ROW.
           MOVE WS-RPT-COUNT-ROW TO REPORT-LINE
           WRITE REPORT-LINE.

      * Every place the log and the master disagreed.
       660-PRINT-EXCEPTIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CHANGE LOG / MASTER EXCEPTIONS:" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE ZERO TO WS-EXCEPTION-IDX
           PERFORM 670-PRINT-EXCEPTION WS-EXCEPTION-COUNT TIMES.

       670-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-IDX
           MOVE WS-EX-EMPLOYEE-ID(WS-EXCEPTION-IDX) TO RX-EMPLOYEE-ID
           MOVE WS-EX-DATE(WS-EXCEPTION-IDX) TO RX-DATE
           MOVE WS-EX-TEXT(WS-EXCEPTION-IDX) TO RX-TEXT
           MOVE WS-RPT-EXCEPTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       690-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       700-PRINT-SUMMARY.
           DISPLAY "HDCOUNT SUMMARY"
           DISPLAY "  RANGE:                " WS-FROM-DATE " TO "
               WS-TO-DATE
           DISPLAY "  OPENING HEADCOUNT:    " WS-GT-OPENING(3)
           DISPLAY "  HIRES:                " WS-GT-HIRES(3)
           DISPLAY "  TERMINATIONS:         " WS-GT-TERMS(3)
           DISPLAY "  CLOSING HEADCOUNT:    " WS-GT-CLOSING(3)
           DISPLAY "  ACTIVE ON MASTER:     " WS-GT-MASTER(3)
           DISPLAY "  NOT RECONCILED DEPTS: " WS-UNRECONCILED-COUNT
           DISPLAY "  EXCEPTIONS:           " WS-EXCEPTION-COUNT
           DISPLAY "  SEE headcount_report.txt".

      * A department that does not reconcile is the reject; a master
      * termination with no log line behind it is for review.
       790-SET-RETURN-CODE.
           IF WS-UNRECONCILED-COUNT > ZERO
               MOVE STEP-RC-REJECTS TO RETURN-CODE
           ELSE IF WS-EXCEPTION-COUNT > ZERO
               MOVE STEP-RC-WARNING TO RETURN-CODE
           ELSE
               MOVE STEP-RC-CLEAN TO RETURN-CODE
           END-IF.
       END PROGRAM HDCOUNT.
