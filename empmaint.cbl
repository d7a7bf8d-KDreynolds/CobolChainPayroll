      * PC-SALARY-APPROVAL-PCT percent is not applied at all - it is
      * held on PENDING-FILE until a matching approval transaction
      * (MT-ACTION "P") for the same employee releases it in a later
      * run, so no single keyer can put a doubled salary live.  The
      * operator who keyed the held change cannot be the one who
      * approves it.
      *
      * Only a signed-on operator may run maintenance, and only the
      * actions the authorization table lists for them (OPERAUTH);
      * every change-log line carries the operator's ID.
      *
      * A withholding election (MT-ACTION "W") is keyed from the
      * employee's election form onto withholding_election.dat
      * rather than the master - filing status, allowance, extra
      * withholding, and any exemption claim with its expiry - with
      * the same OLD/NEW images on the change log a master change
      * gets.  PAYROLL applies it in the tax computation.  A form
      * dated ahead goes on beside the election in force, which
      * keeps applying until the new one's effective date.
      *
      * An add, change or terminate dated after the processing date
      * on the run-control card is not applied when it is keyed - it
      * passes the plausibility rules and the operator's authority
      * and is parked on scheduled_changes.dat.  Every run, after
      * its own transactions, releases the parked changes whose
      * effective date has come (earliest first), each through the
      * same validation, approval gate and change-log images as if
      * it had been keyed that day.  A cancel transaction
      * (MT-ACTION "X") takes a parked change off before it is due -
      * coming ahead of the release, it still stops a change that
      * falls due in the same run.  SCHEDLST lists what is parked.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS WS-MASTER-STATUS.
           SELECT MAINT-TRANS-FILE ASSIGN TO "maint_trans_record.cpy".
           SELECT CHANGE-LOG-FILE ASSIGN TO "employee_change_log.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CHANGE-LOG-STATUS.
           SELECT MAINT-REJECT-FILE ASSIGN TO "empmaint_rejects.txt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PENDING-FILE ASSIGN TO "pending_changes.dat"
               FILE STATUS WS-PENDING-STATUS.
           SELECT ELECTION-FILE ASSIGN TO "withholding_election.dat"
               FILE STATUS WS-ELECTION-STATUS.
           SELECT PAY-GROUP-FILE ASSIGN TO "pay_group.dat"
               FILE STATUS WS-PAY-GROUP-STATUS.
           SELECT SCHEDULED-FILE ASSIGN TO "scheduled_changes.dat"
               FILE STATUS WS-SCHEDULED-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "maint_trans_record.cpy".

       FD CHANGE-LOG-FILE.
       01 CL-LINE                       PIC X(90).

       FD MAINT-REJECT-FILE.
       01 MAINT-REJECT-RECORD.
       01 PENDING-CHANGE-RECORD.
           COPY "pending_change_record.cpy".

      * Withholding elections, one per employee per effective date
      * still needed - read whole into WS-ELECTION-TABLE at startup,
      * rewritten in full at end of run with this run's "W"
      * transactions folded in, the way the pending file is handled.
       FD ELECTION-FILE.
       01 WITHHOLDING-ELECTION-RECORD.
           COPY "withholding_election_record.cpy".

      * The pay groups PAYROLL knows - read into WS-PAY-GROUP-TABLE
      * so an add or change can only name a group that exists.
       FD PAY-GROUP-FILE.
       01 PAY-GROUP-RECORD.
           COPY "pay_group_record.cpy".

      * Future-dated adds, changes and terminations waiting for their
      * effective date - read whole into WS-SCHEDULED-TABLE at
      * startup, rewritten in full at end of run with the entries
      * released or cancelled this run dropped, the way the pending
      * file is handled.
       FD SCHEDULED-FILE.
       01 SCHEDULED-CHANGE-RECORD.
           COPY "scheduled_change_record.cpy".

      * PAYROLL's run-control card - only its processing date is
      * used here, as the date scheduled changes are released
      * against.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-LINE.
           05 RC-PROCESSING-DATE         PIC 9(8).
           05 FILLER                     PIC X(1).
           05 RC-PAY-GROUP               PIC X(2).

       WORKING-STORAGE SECTION.
       01 WS-TRANS-EOF                  PIC X(3)       VALUE "NO".
       01 WS-MASTER-STATUS              PIC X(2).
       01 WS-CHANGE-LOG-STATUS          PIC X(2).

      * Whether the keyed READ in 205-READ-MASTER-BY-KEY found a
      * master record for the transaction's employee ID - what
           05 WS-ED-MONTH                PIC 9(2).
           05 WS-ED-DAY                  PIC 9(2).

      * MT-WE-EXEMPT-EXPIRY-DATE picked apart the same way - an
      * exemption claim needs a well-formed expiry after the date
      * the election starts, or it would never lapse.
       01 WS-XD-DATE                    PIC 9(8).
       01 WS-XD-PARTS REDEFINES WS-XD-DATE.
           05 WS-XD-YEAR                 PIC 9(4).
           05 WS-XD-MONTH                PIC 9(2).
           05 WS-XD-DAY                  PIC 9(2).

       01 WS-CL-DETAIL-LINE.
           05 CL-EMPLOYEE-ID             PIC X(10).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 CL-DETAIL-TEXT             PIC X(40).
           05 FILLER                    PIC X(7)  VALUE SPACES.
           05 CL-OPERATOR-ID             PIC X(8).
           05 FILLER                    PIC X(2)  VALUE SPACES.

      * The held salary changes, loaded once from PENDING-FILE at
      * startup - 225-HOLD-SALARY-CHANGE adds to it, 240-APPLY-
               10 WS-PD-EFFECTIVE-DATE   PIC 9(8).
               10 WS-PD-PAY-TYPE         PIC X(1).
               10 WS-PD-HOURLY-RATE      PIC 9(4)V99.
               10 WS-PD-PAY-GROUP        PIC X(2).
               10 WS-PD-KEYED-BY         PIC X(8).
       01 WS-PENDING-IDX                PIC 9(3)       VALUE ZERO.
       01 WS-PENDING-FOUND-SW           PIC X(1)       VALUE "N".
           88 PENDING-ENTRY-FOUND                       VALUE "Y".

      * The withholding elections, loaded once from ELECTION-FILE at
      * startup - 280-APPLY-ELECTION replaces the employee's entry
      * for the same effective date or adds one beside the earlier
      * ones, and the whole table goes back out at end of run less
      * the entries a later election has already taken over from.
       01 WS-ELECTION-STATUS            PIC X(2).
       01 WS-ELECTION-EOF               PIC X(3)       VALUE "NO".
       01 WS-ELECTION-COUNT             PIC 9(4)       VALUE ZERO.
       01 WS-ELECTION-TABLE.
           05 WS-ELECTION-ENTRY OCCURS 500 TIMES.
               10 WS-WE-ID               PIC X(10).
               10 WS-WE-FILING-STATUS    PIC X(1).
               10 WS-WE-ALLOWANCE        PIC 9(5)V99.
               10 WS-WE-EXTRA            PIC 9(5)V99.
               10 WS-WE-EXEMPT-FLAG      PIC X(1).
               10 WS-WE-EXEMPT-EXPIRY    PIC 9(8).
               10 WS-WE-EFFECTIVE-DATE   PIC 9(8).
       01 WS-ELECTION-IDX               PIC 9(4)       VALUE ZERO.
       01 WS-ELECTION-FOUND-SW          PIC X(1)       VALUE "N".
           88 ELECTION-ENTRY-FOUND                      VALUE "Y".
       01 WS-ELECTION-PRIOR-IDX         PIC 9(4)       VALUE ZERO.
       01 WS-ELECTION-SCAN-IDX          PIC 9(4)       VALUE ZERO.
       01 WS-ELECTION-SUPERSEDED-SW     PIC X(1)       VALUE "N".
           88 ELECTION-SUPERSEDED                       VALUE "Y".

      * The pay group codes on PAY-GROUP-FILE, loaded once at
      * startup.  PC-DEFAULT-PAY-GROUP is always good whether the
      * file lists it or not - PAYROLL falls back on the config
      * figures for it.
       01 WS-PAY-GROUP-STATUS           PIC X(2).
       01 WS-PAY-GROUP-EOF              PIC X(3)       VALUE "NO".
       01 WS-PAY-GROUP-COUNT            PIC 9(2)       VALUE ZERO.
       01 WS-PAY-GROUP-TABLE.
           05 WS-PG-CODE                 PIC X(2) OCCURS 20 TIMES.
       01 WS-PAY-GROUP-IDX              PIC 9(2)       VALUE ZERO.
       01 WS-PAY-GROUP-OK-SW            PIC X(1)       VALUE "N".
           88 PAY-GROUP-OK                              VALUE "Y".

      * The parked future-dated changes, loaded once from
      * SCHEDULED-FILE at startup - 290-SCHEDULE-CHANGE adds to it,
      * 295-APPLY-CANCEL and 430-RELEASE-SCHEDULED-ENTRY blank out
      * the entries they take off, and the whole table (blanked
      * entries skipped) goes back out to the file at end of run.
       01 WS-SCHEDULED-STATUS           PIC X(2).
       01 WS-SCHEDULED-EOF              PIC X(3)       VALUE "NO".
       01 WS-SCHEDULED-COUNT            PIC 9(3)       VALUE ZERO.
       01 WS-SCHEDULED-TABLE.
           05 WS-SCHEDULED-ENTRY OCCURS 200 TIMES.
               10 WS-SC-ACTION           PIC X(1).
               10 WS-SC-ID               PIC X(10).
               10 WS-SC-NAME             PIC X(30).
               10 WS-SC-DEPARTMENT       PIC X(20).
               10 WS-SC-SALARY           PIC 9(7)V99.
               10 WS-SC-BANK-ACCOUNT     PIC X(20).
               10 WS-SC-CURRENCY         PIC X(3).
               10 WS-SC-EFFECTIVE-DATE   PIC 9(8).
               10 WS-SC-PAY-TYPE         PIC X(1).
               10 WS-SC-HOURLY-RATE      PIC 9(4)V99.
               10 WS-SC-PAY-GROUP        PIC X(2).
               10 WS-SC-KEYED-BY         PIC X(8).
               10 WS-SC-KEYED-DATE       PIC 9(8).
       01 WS-SCHEDULED-IDX              PIC 9(3)       VALUE ZERO.
       01 WS-SCHEDULED-FOUND-SW         PIC X(1)       VALUE "N".
           88 SCHEDULED-ENTRY-FOUND                     VALUE "Y".

      * The earliest parked change already due, as 420-FIND-
      * EARLIEST-DUE leaves it for the release.
       01 WS-DUE-IDX                    PIC 9(3)       VALUE ZERO.
       01 WS-DUE-FOUND-SW               PIC X(1)       VALUE "N".
           88 DUE-ENTRY-FOUND                           VALUE "Y".

      * How many parked changes one cancel took off, and whether it
      * matched one the operator may not key - that change stays
      * parked and the cancel is rejected.
       01 WS-CANCEL-COUNT               PIC 9(3)       VALUE ZERO.
       01 WS-CANCEL-REFUSED-SW          PIC X(1)       VALUE "N".
           88 CANCEL-REFUSED                            VALUE "Y".

      * The date parked changes are released against - the
      * processing date off PAYROLL's run-control card, or
      * PC-PAYROLL-PROCESSING-DATE when there is no usable card.
       01 WS-RUN-CONTROL-STATUS         PIC X(2).
       01 WS-PROCESSING-DATE            PIC 9(8).
       01 WS-RC-DATE                    PIC 9(8).
       01 WS-RC-PARTS REDEFINES WS-RC-DATE.
           05 WS-RC-YEAR                 PIC 9(4).
           05 WS-RC-MONTH                PIC 9(2).
           05 WS-RC-DAY                  PIC 9(2).
       01 WS-TODAY-DATE                 PIC 9(8).

      * The parked change's action in words, for the change log.
       01 WS-SCHEDULE-ACTION            PIC X(1).
           88 SCHEDULE-ACTION-ADD                       VALUE "A".
           88 SCHEDULE-ACTION-CHANGE                    VALUE "C".
       01 WS-CL-SCHEDULE-TEXT.
           05 CS-ACTION-NAME             PIC X(10).
           05 CS-TEXT                    PIC X(30).
       01 WS-CL-RELEASE-TEXT.
           05 FILLER                    PIC X(12) VALUE "DUE - KEYED ".
           05 CR-KEYED-DATE              PIC 9(8).
           05 FILLER                    PIC X(4)  VALUE " BY ".
           05 CR-KEYED-BY                PIC X(8).
           05 FILLER                    PIC X(8)  VALUE SPACES.

      * On while 240-APPLY-APPROVAL replays a held change through
      * 220-APPLY-CHANGE - tells 215-CHECK-APPROVAL-GATE to stand
      * aside, since the change being applied is the one that
       01 WS-APPROVAL-MODE-SW           PIC X(1)       VALUE "N".
           88 APPROVAL-MODE                             VALUE "Y".

      * On while 430-RELEASE-SCHEDULED-ENTRY replays a parked change
      * through 200-PROCESS-TRANSACTION - the keying operator's
      * authority was proven when the change was parked, so
      * 196-CHECK-TRANS-OPERATOR does not ask again of whoever
      * happens to run the release.
       01 WS-RELEASE-MODE-SW            PIC X(1)       VALUE "N".
           88 RELEASE-MODE                              VALUE "Y".

      * Verdict from 215-CHECK-APPROVAL-GATE on the change about to
      * be applied - held changes go to the pending file instead of
      * the master.
           05 CI-VALUE                   PIC X(24).
       01 WS-CI-AMOUNT-DISPLAY          PIC Z.ZZZ.ZZ9,99.
       01 WS-CI-RATE-DISPLAY            PIC Z.ZZ9,99.
       01 WS-CI-ELECTION-DISPLAY        PIC ZZ.ZZ9,99.

       01 WS-CL-HELD-TEXT.
           05 FILLER                    PIC X(7)  VALUE "SALARY ".
       01 WS-MASS-SKIPPED-COUNT         PIC 9(5)       VALUE ZERO.
       01 WS-MASS-GATED-COUNT           PIC 9(5)       VALUE ZERO.

      * Run totals behind the return code - transactions rejected or
      * logged as errors, and changes held for approval or gated out
      * of a mass change.
       01 WS-TRANS-REJECTED-COUNT       PIC 9(5)       VALUE ZERO.
       01 WS-TRANS-HELD-COUNT           PIC 9(5)       VALUE ZERO.

      * Scheduled-change totals for the operator's summary.
       01 WS-PARKED-COUNT               PIC 9(5)       VALUE ZERO.
       01 WS-RELEASED-COUNT             PIC 9(5)       VALUE ZERO.
       01 WS-CANCELLED-COUNT            PIC 9(5)       VALUE ZERO.
       01 WS-STILL-SCHEDULED-COUNT      PIC 9(5)       VALUE ZERO.

      * The signed-on operator, as OPERAUTH returns it - checked once
      * for maintenance at all before the master is opened, then
      * against each transaction's action; stamped in columns 81-88
      * of every change-log line and on each change held for
      * approval, so the approval can be refused to the operator who
      * keyed it.
       01 WS-OPERATOR-ID                PIC X(8)       VALUE SPACES.
       01 WS-AUTH-PROGRAM               PIC X(10)      VALUE "EMPMAINT".
       01 WS-AUTH-ACTION                PIC X(1).
       01 WS-AUTH-RESULT                PIC X(1).
           88 OPERATOR-AUTHORIZED                       VALUE "Y".
           88 OPERATOR-NOT-AUTHORIZED                   VALUE "N".

      * Who a change held for approval is held under - the signed-on
      * operator, except while a parked change is being released,
      * when it is the operator who keyed the parked change.
       01 WS-KEYED-BY-ID                PIC X(8)       VALUE SPACES.

       COPY "payroll_config.cpy".

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-CHECK-OPERATOR
           PERFORM 107-READ-RUN-CONTROL
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "EMPMAINT: CANNOT OPEN employee_master.dat - "
                   "STATUS " WS-MASTER-STATUS
                   " - RUN EMPLOAD TO BUILD THE INDEXED MASTER"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MAINT-TRANS-FILE
      * The change log is the history HDCOUNT and ARCHUTIL work
      * from, so every run adds to it; only the very first run
      * creates it.
           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-CHANGE-LOG-STATUS = "35"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           OPEN OUTPUT MAINT-REJECT-FILE
           PERFORM 110-LOAD-PENDING-TABLE
           PERFORM 115-LOAD-ELECTION-TABLE
           PERFORM 118-LOAD-PAY-GROUP-TABLE
           PERFORM 120-LOAD-SCHEDULED-TABLE
           PERFORM UNTIL WS-TRANS-EOF = "YES"
               READ MAINT-TRANS-FILE
                   AT END
                       PERFORM 200-PROCESS-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM 400-RELEASE-SCHEDULED-CHANGES
           PERFORM 300-REWRITE-PENDING-FILE
           PERFORM 320-REWRITE-ELECTION-FILE
           PERFORM 340-REWRITE-SCHEDULED-FILE
           CLOSE MASTER-FILE
           CLOSE MAINT-TRANS-FILE
           CLOSE CHANGE-LOG-FILE
           CLOSE MAINT-REJECT-FILE
           PERFORM 460-DISPLAY-SCHEDULE-SUMMARY
           PERFORM 790-SET-RETURN-CODE
           STOP RUN.

      * Maintenance at all, before the master is opened - an
      * operator the authorization table gives no EMPMAINT action is
      * turned away here rather than having every transaction
      * rejected.  Each transaction's own action is checked again
      * in 196-CHECK-TRANS-OPERATOR.
       105-CHECK-OPERATOR.
           MOVE SPACE TO WS-AUTH-ACTION
           CALL "OPERAUTH" USING WS-AUTH-PROGRAM
                                 WS-AUTH-ACTION
                                 WS-OPERATOR-ID
                                 WS-AUTH-RESULT
           IF OPERATOR-NOT-AUTHORIZED
               DISPLAY "EMPMAINT: OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED FOR EMPLOYEE MAINTENANCE"
                   " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "EMPMAINT: NO AUTHORIZED OPERATOR SIGNED ON"
                   " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OPERATOR-ID TO CL-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO WS-KEYED-BY-ID.

      * The date parked changes are released against - the same
      * run-control card PAYROLL pays from, checked the same way.
      * Maintenance is keyed between cycles too, so no card (or one
      * without a valid date) is not fatal here: the run goes on
      * against the PC-PAYROLL-PROCESSING-DATE fallback and says so.
       107-READ-RUN-CONTROL.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
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
               DISPLAY "EMPMAINT: NO VALID RUN-CONTROL CARD - "
                   "SCHEDULED CHANGES RELEASED AS OF "
                   WS-PROCESSING-DATE
           ELSE
               MOVE WS-RC-DATE TO WS-PROCESSING-DATE
           END-IF.

      * Reads PENDING-FILE once into WS-PENDING-TABLE ahead of the
      * transaction loop.  No pending file yet (OPEN INPUT fails
      * with a non-zero status) just means nothing is waiting for
               MOVE PD-PAY-TYPE TO WS-PD-PAY-TYPE(WS-PENDING-COUNT)
               MOVE PD-HOURLY-RATE
                   TO WS-PD-HOURLY-RATE(WS-PENDING-COUNT)
               MOVE PD-PAY-GROUP TO WS-PD-PAY-GROUP(WS-PENDING-COUNT)
               MOVE PD-KEYED-BY TO WS-PD-KEYED-BY(WS-PENDING-COUNT)
           ELSE
               DISPLAY "PENDING-FILE HAS MORE THAN 50 ENTRIES - "
                   "TABLE FULL AT " PD-EMPLOYEE-ID " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * Reads ELECTION-FILE once into WS-ELECTION-TABLE.  No file
      * yet just means no one has filed an election.  A file past
      * the table's capacity aborts before anything is touched, for
      * the same reason the pending table does - 320-REWRITE-
      * ELECTION-FILE writes the file back from this table.
       115-LOAD-ELECTION-TABLE.
           MOVE ZERO TO WS-ELECTION-COUNT
           MOVE "NO" TO WS-ELECTION-EOF
           OPEN INPUT ELECTION-FILE
           IF WS-ELECTION-STATUS = "00"
               PERFORM UNTIL WS-ELECTION-EOF = "YES"
                   READ ELECTION-FILE
                       AT END
                           MOVE "YES" TO WS-ELECTION-EOF
                       NOT AT END
                           PERFORM 117-STORE-ELECTION-RECORD
                   END-READ
               END-PERFORM
               CLOSE ELECTION-FILE
           END-IF.

       117-STORE-ELECTION-RECORD.
           IF WS-ELECTION-COUNT < 500
               ADD 1 TO WS-ELECTION-COUNT
               MOVE WE-EMPLOYEE-ID TO WS-WE-ID(WS-ELECTION-COUNT)
               MOVE WE-FILING-STATUS
                   TO WS-WE-FILING-STATUS(WS-ELECTION-COUNT)
               MOVE WE-ALLOWANCE-AMOUNT
                   TO WS-WE-ALLOWANCE(WS-ELECTION-COUNT)
               MOVE WE-EXTRA-WITHHOLDING
                   TO WS-WE-EXTRA(WS-ELECTION-COUNT)
               MOVE WE-EXEMPT-FLAG
                   TO WS-WE-EXEMPT-FLAG(WS-ELECTION-COUNT)
               MOVE WE-EXEMPT-EXPIRY-DATE
                   TO WS-WE-EXEMPT-EXPIRY(WS-ELECTION-COUNT)
               MOVE WE-EFFECTIVE-DATE
                   TO WS-WE-EFFECTIVE-DATE(WS-ELECTION-COUNT)
           ELSE
               DISPLAY "ELECTION-FILE HAS MORE THAN 500 ENTRIES - "
                   "TABLE FULL AT " WE-EMPLOYEE-ID " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * Reads PAY-GROUP-FILE once into WS-PAY-GROUP-TABLE.  No file
      * just means the default group is the only one.
       118-LOAD-PAY-GROUP-TABLE.
           MOVE ZERO TO WS-PAY-GROUP-COUNT
           MOVE "NO" TO WS-PAY-GROUP-EOF
           OPEN INPUT PAY-GROUP-FILE
           IF WS-PAY-GROUP-STATUS = "00"
               PERFORM UNTIL WS-PAY-GROUP-EOF = "YES"
                   READ PAY-GROUP-FILE
                       AT END
                           MOVE "YES" TO WS-PAY-GROUP-EOF
                       NOT AT END
                           PERFORM 119-STORE-PAY-GROUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE PAY-GROUP-FILE
           END-IF.

       119-STORE-PAY-GROUP-RECORD.
           IF WS-PAY-GROUP-COUNT < 20
               ADD 1 TO WS-PAY-GROUP-COUNT
               MOVE PG-PAY-GROUP TO WS-PG-CODE(WS-PAY-GROUP-COUNT)
           ELSE
               DISPLAY "PAY-GROUP-FILE HAS MORE THAN 20 ENTRIES - "
                   "TABLE FULL AT " PG-PAY-GROUP " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * Reads SCHEDULED-FILE once into WS-SCHEDULED-TABLE.  No file
      * yet just means nothing is parked.  A file past the table's
      * capacity aborts before the master is touched, for the same
      * reason the pending table does - 340-REWRITE-SCHEDULED-FILE
      * writes the file back from this table.
       120-LOAD-SCHEDULED-TABLE.
           MOVE ZERO TO WS-SCHEDULED-COUNT
           MOVE "NO" TO WS-SCHEDULED-EOF
           OPEN INPUT SCHEDULED-FILE
           IF WS-SCHEDULED-STATUS = "00"
               PERFORM UNTIL WS-SCHEDULED-EOF = "YES"
                   READ SCHEDULED-FILE
                       AT END
                           MOVE "YES" TO WS-SCHEDULED-EOF
                       NOT AT END
                           PERFORM 122-STORE-SCHEDULED-RECORD
                   END-READ
               END-PERFORM
               CLOSE SCHEDULED-FILE
           END-IF.

       122-STORE-SCHEDULED-RECORD.
           IF WS-SCHEDULED-COUNT < 200
               ADD 1 TO WS-SCHEDULED-COUNT
               MOVE WS-SCHEDULED-COUNT TO WS-SCHEDULED-IDX
               MOVE SC-ACTION TO WS-SC-ACTION(WS-SCHEDULED-IDX)
               MOVE SC-EMPLOYEE-ID TO WS-SC-ID(WS-SCHEDULED-IDX)
               MOVE SC-EMPLOYEE-NAME TO WS-SC-NAME(WS-SCHEDULED-IDX)
               MOVE SC-DEPARTMENT
                   TO WS-SC-DEPARTMENT(WS-SCHEDULED-IDX)
               MOVE SC-SALARY TO WS-SC-SALARY(WS-SCHEDULED-IDX)
               MOVE SC-BANK-ACCOUNT
                   TO WS-SC-BANK-ACCOUNT(WS-SCHEDULED-IDX)
               MOVE SC-CURRENCY-CODE
                   TO WS-SC-CURRENCY(WS-SCHEDULED-IDX)
               MOVE SC-EFFECTIVE-DATE
                   TO WS-SC-EFFECTIVE-DATE(WS-SCHEDULED-IDX)
               MOVE SC-PAY-TYPE TO WS-SC-PAY-TYPE(WS-SCHEDULED-IDX)
               MOVE SC-HOURLY-RATE
                   TO WS-SC-HOURLY-RATE(WS-SCHEDULED-IDX)
               MOVE SC-PAY-GROUP TO WS-SC-PAY-GROUP(WS-SCHEDULED-IDX)
               MOVE SC-KEYED-BY TO WS-SC-KEYED-BY(WS-SCHEDULED-IDX)
               MOVE SC-KEYED-DATE
                   TO WS-SC-KEYED-DATE(WS-SCHEDULED-IDX)
           ELSE
               DISPLAY "SCHEDULED-FILE HAS MORE THAN 200 ENTRIES - "
                   "TABLE FULL AT " SC-EMPLOYEE-ID " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * One transaction against the keyed master - validated first,
      * then matched by a keyed READ.  An add for an ID already on
      * file, or a change/terminate for one that is not, is the same
      * does-not-match error the old merge reported.  An add, change
      * or terminate dated after the processing date is parked
      * rather than matched - whether it matches is decided when it
      * is released, against the master as it stands then.
       200-PROCESS-TRANSACTION.
           PERFORM 190-VALIDATE-TRANSACTION
           IF NOT TRANS-VALID
               PERFORM 270-WRITE-MAINT-REJECT
           ELSE IF MT-ACTION-MASS
               PERFORM 250-APPLY-MASS-CHANGE
           ELSE IF (MT-ACTION-ADD OR MT-ACTION-CHANGE
                       OR MT-ACTION-TERMINATE)
                   AND WS-ED-DATE > WS-PROCESSING-DATE
               PERFORM 290-SCHEDULE-CHANGE
           ELSE IF MT-ACTION-CANCEL
               PERFORM 295-APPLY-CANCEL
           ELSE
               PERFORM 205-READ-MASTER-BY-KEY
               IF MT-ACTION-ADD
                   ELSE
                       PERFORM 260-WRITE-ERROR-LOG
                   END-IF
               ELSE IF MT-ACTION-ELECTION
                   IF MASTER-RECORD-FOUND
                       PERFORM 280-APPLY-ELECTION
                   ELSE
                       PERFORM 260-WRITE-ERROR-LOG
                   END-IF
               ELSE
                   PERFORM 260-WRITE-ERROR-LOG
               END-IF
           PERFORM 193-CHECK-TRANS-BANK-ACCOUNT
           PERFORM 195-CHECK-TRANS-CURRENCY
           PERFORM 197-CHECK-TRANS-DATE
           PERFORM 198-CHECK-TRANS-PAY-GROUP
           PERFORM 196-CHECK-TRANS-OPERATOR
           IF NOT OPERATOR-AUTHORIZED
               MOVE "N" TO WS-TRANS-VALID-SW
               MOVE "19" TO WS-MAINT-REJECT-CODE
               MOVE "OPERATOR NOT AUTHORIZED FOR ACTION"
                   TO WS-MAINT-REJECT-TEXT
           ELSE IF MT-ACTION-MASS
               PERFORM 191-VALIDATE-MASS-CHANGE
           ELSE IF MT-EMPLOYEE-ID = SPACES
               MOVE "N" TO WS-TRANS-VALID-SW
               MOVE "08" TO WS-MAINT-REJECT-CODE
               MOVE "MALFORMED EFFECTIVE DATE"
                   TO WS-MAINT-REJECT-TEXT
           ELSE IF MT-ACTION-ELECTION
               PERFORM 192-VALIDATE-ELECTION
           ELSE IF MT-ACTION-ADD OR MT-ACTION-CHANGE
               IF NOT MT-PAY-TYPE-SALARIED
                       AND NOT MT-PAY-TYPE-HOURLY
                   MOVE "07" TO WS-MAINT-REJECT-CODE
                   MOVE "INVALID CURRENCY CODE"
                       TO WS-MAINT-REJECT-TEXT
               ELSE IF NOT PAY-GROUP-OK
                   MOVE "N" TO WS-TRANS-VALID-SW
                   MOVE "18" TO WS-MAINT-REJECT-CODE
                   MOVE "UNKNOWN PAY GROUP" TO WS-MAINT-REJECT-TEXT
               END-IF
           END-IF.

                   TO WS-MAINT-REJECT-TEXT
           END-IF.

      * An election form's own rules - a filing status the tax
      * tables know, amounts that are really numbers, and an
      * exemption claim only with a well-formed expiry date after
      * the date the election starts.
       192-VALIDATE-ELECTION.
           MOVE ZERO TO WS-XD-DATE
           IF MT-WE-EXEMPT-EXPIRY-DATE NUMERIC
               MOVE MT-WE-EXEMPT-EXPIRY-DATE TO WS-XD-DATE
               IF WS-XD-MONTH < 01 OR WS-XD-MONTH > 12
                   OR WS-XD-DAY < 01 OR WS-XD-DAY > 31
                   MOVE ZERO TO WS-XD-DATE
               END-IF
           END-IF
           IF NOT MT-WE-STATUS-VALID
               MOVE "N" TO WS-TRANS-VALID-SW
               MOVE "15" TO WS-MAINT-REJECT-CODE
               MOVE "INVALID FILING STATUS" TO WS-MAINT-REJECT-TEXT
           ELSE IF MT-WE-ALLOWANCE-AMOUNT NOT NUMERIC
                   OR MT-WE-EXTRA-WITHHOLDING NOT NUMERIC
               MOVE "N" TO WS-TRANS-VALID-SW
               MOVE "16" TO WS-MAINT-REJECT-CODE
               MOVE "MALFORMED ELECTION AMOUNT"
                   TO WS-MAINT-REJECT-TEXT
           ELSE IF NOT MT-WE-EXEMPT-VALID
               MOVE "N" TO WS-TRANS-VALID-SW
               MOVE "17" TO WS-MAINT-REJECT-CODE
               MOVE "INVALID EXEMPT FLAG" TO WS-MAINT-REJECT-TEXT
           ELSE IF MT-WE-CLAIMS-EXEMPT
                   AND WS-XD-DATE NOT > WS-ED-DATE
               MOVE "N" TO WS-TRANS-VALID-SW
               MOVE "17" TO WS-MAINT-REJECT-CODE
               MOVE "EXEMPTION WITHOUT A VALID EXPIRY DATE"
                   TO WS-MAINT-REJECT-TEXT
           END-IF.

      * Copies MT-BANK-ACCOUNT into WS-BA-TEXT and drives
      * 194-CHECK-TRANS-BANK-CHAR over it so BANK-ACCOUNT-CHARS-
      * DIFFER comes out "Y" as soon as any two characters differ -
               MOVE "Y" TO WS-CURRENCY-OK-SW
           END-IF.

      * May the signed-on operator key this action - a mass change
      * or an approval is the operator's to key only if the
      * authorization table says so.  A cancel asks only for
      * maintenance at all here; 296-CANCEL-SCHEDULED-ENTRY checks
      * the action of each parked change it would take off.  A
      * parked change being released is not asked again.
       196-CHECK-TRANS-OPERATOR.
           IF RELEASE-MODE
               MOVE "Y" TO WS-AUTH-RESULT
           ELSE
               IF MT-ACTION-CANCEL
                   MOVE SPACE TO WS-AUTH-ACTION
               ELSE
                   MOVE MT-ACTION TO WS-AUTH-ACTION
               END-IF
               CALL "OPERAUTH" USING WS-AUTH-PROGRAM
                                     WS-AUTH-ACTION
                                     WS-OPERATOR-ID
                                     WS-AUTH-RESULT
           END-IF.

      * WS-ED-DATE is left at zero for any MT-EFFECTIVE-DATE that is
      * not numeric or whose month/day is out of range - zero is
      * never a real date, so 190 can treat it as the failed-check
               END-IF
           END-IF.

      * Blank is the default group; anything else has to be a group
      * on PAY-GROUP-FILE, or PAYROLL would never select the
      * employee for any run.
       198-CHECK-TRANS-PAY-GROUP.
           MOVE "N" TO WS-PAY-GROUP-OK-SW
           IF MT-PAY-GROUP = SPACES
                   OR MT-PAY-GROUP = PC-DEFAULT-PAY-GROUP
               MOVE "Y" TO WS-PAY-GROUP-OK-SW
           END-IF
           MOVE ZERO TO WS-PAY-GROUP-IDX
           PERFORM 199-SCAN-PAY-GROUP
               UNTIL PAY-GROUP-OK
                   OR WS-PAY-GROUP-IDX NOT LESS THAN WS-PAY-GROUP-COUNT.

       199-SCAN-PAY-GROUP.
           ADD 1 TO WS-PAY-GROUP-IDX
           IF WS-PG-CODE(WS-PAY-GROUP-IDX) = MT-PAY-GROUP
               MOVE "Y" TO WS-PAY-GROUP-OK-SW
           END-IF.

      * New hire - built entirely from the transaction and WRITTEN
      * under its own key.  205 already proved the key is not on
      * file; a WRITE that still comes back invalid is logged
           MOVE MT-PAY-TYPE TO PAY-TYPE OF MASTER-RECORD
           MOVE MT-HOURLY-RATE TO HOURLY-RATE OF MASTER-RECORD
           MOVE "P" TO PRENOTE-STATUS OF MASTER-RECORD
           MOVE MT-PAY-GROUP TO PAY-GROUP OF MASTER-RECORD
           MOVE ZERO TO PRENOTE-DATE OF MASTER-RECORD
           WRITE MASTER-RECORD
               INVALID KEY
                   EFFECTIVE-DATE OF MASTER-RECORD
               MOVE MT-PAY-TYPE TO PAY-TYPE OF MASTER-RECORD
               MOVE MT-HOURLY-RATE TO HOURLY-RATE OF MASTER-RECORD
               MOVE MT-PAY-GROUP TO PAY-GROUP OF MASTER-RECORD
               REWRITE MASTER-RECORD
                   INVALID KEY
                       PERFORM 260-WRITE-ERROR-LOG
               MOVE MT-HOURLY-RATE TO WS-CI-RATE-DISPLAY
               MOVE WS-CI-RATE-DISPLAY TO CI-VALUE
               PERFORM 224-WRITE-IMAGE-LINE
           END-IF
           IF MT-PAY-GROUP NOT = PAY-GROUP OF MASTER-RECORD
               MOVE "PAY GROUP" TO CI-FIELD-NAME
               MOVE "OLD " TO CI-OLD-NEW
               MOVE PAY-GROUP OF MASTER-RECORD TO CI-VALUE
               PERFORM 224-WRITE-IMAGE-LINE
               MOVE "NEW " TO CI-OLD-NEW
               MOVE MT-PAY-GROUP TO CI-VALUE
               PERFORM 224-WRITE-IMAGE-LINE
           END-IF.

       224-WRITE-IMAGE-LINE.
               MOVE "PENDING TABLE FULL - CHANGE NOT HELD"
                   TO CL-DETAIL-TEXT
               PERFORM 900-WRITE-CHANGE-LOG
               ADD 1 TO WS-TRANS-REJECTED-COUNT
           ELSE
               IF NOT PENDING-ENTRY-FOUND
                   ADD 1 TO WS-PENDING-COUNT
               MOVE MT-PAY-TYPE TO WS-PD-PAY-TYPE(WS-PENDING-IDX)
               MOVE MT-HOURLY-RATE
                   TO WS-PD-HOURLY-RATE(WS-PENDING-IDX)
               MOVE MT-PAY-GROUP TO WS-PD-PAY-GROUP(WS-PENDING-IDX)
               MOVE WS-KEYED-BY-ID TO WS-PD-KEYED-BY(WS-PENDING-IDX)
               MOVE "HELD" TO CL-ACTION
               MOVE MT-EMPLOYEE-ID TO CL-EMPLOYEE-ID
               MOVE MT-EFFECTIVE-DATE TO CL-EFFECTIVE-DATE
               MOVE MT-SALARY TO CH-NEW-SALARY
               MOVE WS-CL-HELD-TEXT TO CL-DETAIL-TEXT
               PERFORM 900-WRITE-CHANGE-LOG
               ADD 1 TO WS-TRANS-HELD-COUNT
           END-IF.

      * The second keyer's sign-off - releases the held change for
      * this employee onto the master by replaying it through
      * 220-APPLY-CHANGE (gate stood down), using the values that
      * were held, never anything keyed on the approval itself.  An
      * approval with nothing waiting is logged as the error it is;
      * one keyed by the same operator who keyed the held change is
      * rejected and the change stays held for someone else.
       240-APPLY-APPROVAL.
           PERFORM 245-FIND-PENDING-ENTRY
           IF NOT PENDING-ENTRY-FOUND
               MOVE "NO PENDING CHANGE TO APPROVE"
                   TO CL-DETAIL-TEXT
               PERFORM 900-WRITE-CHANGE-LOG
               ADD 1 TO WS-TRANS-REJECTED-COUNT
           ELSE IF WS-PD-KEYED-BY(WS-PENDING-IDX) = WS-OPERATOR-ID
               MOVE "20" TO WS-MAINT-REJECT-CODE
               MOVE "APPROVER KEYED THE HELD CHANGE"
                   TO WS-MAINT-REJECT-TEXT
               PERFORM 270-WRITE-MAINT-REJECT
           ELSE
               MOVE WS-PD-DEPARTMENT(WS-PENDING-IDX) TO MT-DEPARTMENT
               MOVE WS-PD-SALARY(WS-PENDING-IDX) TO MT-SALARY
               MOVE WS-PD-PAY-TYPE(WS-PENDING-IDX) TO MT-PAY-TYPE
               MOVE WS-PD-HOURLY-RATE(WS-PENDING-IDX)
                   TO MT-HOURLY-RATE
               MOVE WS-PD-PAY-GROUP(WS-PENDING-IDX) TO MT-PAY-GROUP
               MOVE SPACES TO WS-PD-ID(WS-PENDING-IDX)
               MOVE "Y" TO WS-APPROVAL-MODE-SW
               PERFORM 220-APPLY-CHANGE
               PERFORM 252-COMPUTE-MASS-FIGURES
               IF MASS-CHANGE-GATED
                   ADD 1 TO WS-MASS-GATED-COUNT
                   ADD 1 TO WS-TRANS-HELD-COUNT
                   MOVE "GATED" TO CL-ACTION
                   MOVE EMPLOYEE-ID OF MASTER-RECORD
                       TO CL-EMPLOYEE-ID
           MOVE MT-EMPLOYEE-ID TO CL-EMPLOYEE-ID
           MOVE MT-EFFECTIVE-DATE TO CL-EFFECTIVE-DATE
           MOVE "TRANSACTION DOES NOT MATCH MASTER" TO CL-DETAIL-TEXT
           PERFORM 900-WRITE-CHANGE-LOG
           ADD 1 TO WS-TRANS-REJECTED-COUNT.

      * A transaction 190-VALIDATE-TRANSACTION turned away - the
      * master was never touched, so HR can fix and re-key the
           MOVE MT-EMPLOYEE-ID TO CL-EMPLOYEE-ID
           MOVE MT-EFFECTIVE-DATE TO CL-EFFECTIVE-DATE
           MOVE WS-MAINT-REJECT-TEXT TO CL-DETAIL-TEXT
           PERFORM 900-WRITE-CHANGE-LOG
           ADD 1 TO WS-TRANS-REJECTED-COUNT.

      * The employee's election form onto the election table -
      * replacing an election keyed for the same effective date, or
      * added beside the employee's earlier ones, which stay on file
      * so PAYROLL goes on applying the election in force until this
      * one's date comes.  OLD/NEW images go to the change log for
      * every field the form actually changes against the election
      * it takes over from (a first election logs its OLD side as
      * the no-election defaults), under ELECTION so the log tells
      * an election from a master change.
       280-APPLY-ELECTION.
           PERFORM 285-FIND-ELECTION-ENTRY
           IF NOT ELECTION-ENTRY-FOUND
                   AND WS-ELECTION-COUNT NOT < 500
               DISPLAY "EMPMAINT: ELECTION TABLE FULL - "
                   MT-EMPLOYEE-ID " ELECTION NOT RECORDED"
               MOVE "ERROR" TO CL-ACTION
               MOVE MT-EMPLOYEE-ID TO CL-EMPLOYEE-ID
               MOVE MT-EFFECTIVE-DATE TO CL-EFFECTIVE-DATE
               MOVE "ELECTION TABLE FULL - NOT RECORDED"
                   TO CL-DETAIL-TEXT
               PERFORM 900-WRITE-CHANGE-LOG
           ELSE
               IF NOT ELECTION-ENTRY-FOUND
                   ADD 1 TO WS-ELECTION-COUNT
                   MOVE WS-ELECTION-COUNT TO WS-ELECTION-IDX
                   IF WS-ELECTION-PRIOR-IDX > ZERO
                       MOVE WS-ELECTION-ENTRY(WS-ELECTION-PRIOR-IDX)
                           TO WS-ELECTION-ENTRY(WS-ELECTION-IDX)
                   ELSE
                       MOVE MT-EMPLOYEE-ID TO WS-WE-ID(WS-ELECTION-IDX)
                       MOVE SPACES
                           TO WS-WE-FILING-STATUS(WS-ELECTION-IDX)
                       MOVE ZERO TO WS-WE-ALLOWANCE(WS-ELECTION-IDX)
                       MOVE ZERO TO WS-WE-EXTRA(WS-ELECTION-IDX)
                       MOVE "N" TO WS-WE-EXEMPT-FLAG(WS-ELECTION-IDX)
                       MOVE ZERO
                           TO WS-WE-EXEMPT-EXPIRY(WS-ELECTION-IDX)
                   END-IF
               END-IF
               IF MT-WE-EXEMPT-FLAG = SPACE
                   MOVE "N" TO MT-WE-EXEMPT-FLAG
               END-IF
               IF NOT MT-WE-CLAIMS-EXEMPT
                   MOVE ZERO TO MT-WE-EXEMPT-EXPIRY-DATE
               END-IF
               PERFORM 281-LOG-ELECTION-IMAGES
               MOVE MT-WE-FILING-STATUS
                   TO WS-WE-FILING-STATUS(WS-ELECTION-IDX)
               MOVE MT-WE-ALLOWANCE-AMOUNT
                   TO WS-WE-ALLOWANCE(WS-ELECTION-IDX)
               MOVE MT-WE-EXTRA-WITHHOLDING
                   TO WS-WE-EXTRA(WS-ELECTION-IDX)
               MOVE MT-WE-EXEMPT-FLAG
                   TO WS-WE-EXEMPT-FLAG(WS-ELECTION-IDX)
               MOVE MT-WE-EXEMPT-EXPIRY-DATE
                   TO WS-WE-EXEMPT-EXPIRY(WS-ELECTION-IDX)
               MOVE MT-EFFECTIVE-DATE
                   TO WS-WE-EFFECTIVE-DATE(WS-ELECTION-IDX)
               MOVE "ELECTION" TO CL-ACTION
               MOVE MT-EMPLOYEE-ID TO CL-EMPLOYEE-ID
               MOVE MT-EFFECTIVE-DATE TO CL-EFFECTIVE-DATE
               MOVE "WITHHOLDING ELECTION RECORDED" TO CL-DETAIL-TEXT
               PERFORM 900-WRITE-CHANGE-LOG
           END-IF.

      * Written while the table entry still holds the before
      * values, the way 221-LOG-FIELD-IMAGES works off the master.
       281-LOG-ELECTION-IMAGES.
           IF MT-WE-FILING-STATUS NOT =
                   WS-WE-FILING-STATUS(WS-ELECTION-IDX)
               MOVE "FILING STAT" TO CI-FIELD-NAME
               MOVE "OLD " TO CI-OLD-NEW
               MOVE WS-WE-FILING-STATUS(WS-ELECTION-IDX) TO CI-VALUE
               PERFORM 283-WRITE-ELECTION-IMAGE
               MOVE "NEW " TO CI-OLD-NEW
               MOVE MT-WE-FILING-STATUS TO CI-VALUE
               PERFORM 283-WRITE-ELECTION-IMAGE
           END-IF
           IF MT-WE-ALLOWANCE-AMOUNT NOT =
                   WS-WE-ALLOWANCE(WS-ELECTION-IDX)
               MOVE "ALLOWANCE" TO CI-FIELD-NAME
               MOVE "OLD " TO CI-OLD-NEW
               MOVE WS-WE-ALLOWANCE(WS-ELECTION-IDX)
                   TO WS-CI-ELECTION-DISPLAY
               MOVE WS-CI-ELECTION-DISPLAY TO CI-VALUE
               PERFORM 283-WRITE-ELECTION-IMAGE
               MOVE "NEW " TO CI-OLD-NEW
               MOVE MT-WE-ALLOWANCE-AMOUNT TO WS-CI-ELECTION-DISPLAY
               MOVE WS-CI-ELECTION-DISPLAY TO CI-VALUE
               PERFORM 283-WRITE-ELECTION-IMAGE
           END-IF
           IF MT-WE-EXTRA-WITHHOLDING NOT =
                   WS-WE-EXTRA(WS-ELECTION-IDX)
               MOVE "EXTRA W/H" TO CI-FIELD-NAME
               MOVE "OLD " TO CI-OLD-NEW
               MOVE WS-WE-EXTRA(WS-ELECTION-IDX)
                   TO WS-CI-ELECTION-DISPLAY
               MOVE WS-CI-ELECTION-DISPLAY TO CI-VALUE
               PERFORM 283-WRITE-ELECTION-IMAGE
               MOVE "NEW " TO CI-OLD-NEW
               MOVE MT-WE-EXTRA-WITHHOLDING TO WS-CI-ELECTION-DISPLAY
               MOVE WS-CI-ELECTION-DISPLAY TO CI-VALUE
               PERFORM 283-WRITE-ELECTION-IMAGE
           END-IF
           IF MT-WE-EXEMPT-FLAG NOT =
                   WS-WE-EXEMPT-FLAG(WS-ELECTION-IDX)
               MOVE "EXEMPT" TO CI-FIELD-NAME
               MOVE "OLD " TO CI-OLD-NEW
               MOVE WS-WE-EXEMPT-FLAG(WS-ELECTION-IDX) TO CI-VALUE
               PERFORM 283-WRITE-ELECTION-IMAGE
               MOVE "NEW " TO CI-OLD-NEW
               MOVE MT-WE-EXEMPT-FLAG TO CI-VALUE
               PERFORM 283-WRITE-ELECTION-IMAGE
           END-IF
           IF MT-WE-EXEMPT-EXPIRY-DATE NOT =
                   WS-WE-EXEMPT-EXPIRY(WS-ELECTION-IDX)
               MOVE "EXEMPT UNTIL" TO CI-FIELD-NAME
               MOVE "OLD " TO CI-OLD-NEW
               MOVE WS-WE-EXEMPT-EXPIRY(WS-ELECTION-IDX) TO CI-VALUE
               PERFORM 283-WRITE-ELECTION-IMAGE
               MOVE "NEW " TO CI-OLD-NEW
               MOVE MT-WE-EXEMPT-EXPIRY-DATE TO CI-VALUE
               PERFORM 283-WRITE-ELECTION-IMAGE
           END-IF.

       283-WRITE-ELECTION-IMAGE.
           MOVE "ELECTION" TO CL-ACTION
           MOVE MT-EMPLOYEE-ID TO CL-EMPLOYEE-ID
           MOVE MT-EFFECTIVE-DATE TO CL-EFFECTIVE-DATE
           MOVE WS-CL-IMAGE-TEXT TO CL-DETAIL-TEXT
           PERFORM 900-WRITE-CHANGE-LOG.

      * Linear scan for the employee's election keyed for the same
      * effective date - WS-ELECTION-IDX is left on the match.  On
      * the way, WS-ELECTION-PRIOR-IDX picks up the employee's latest
      * election dated before it (zero for none), the one a new
      * entry takes over from.
       285-FIND-ELECTION-ENTRY.
           MOVE "N" TO WS-ELECTION-FOUND-SW
           MOVE ZERO TO WS-ELECTION-IDX
           MOVE ZERO TO WS-ELECTION-PRIOR-IDX
           PERFORM 286-SCAN-ELECTION-ENTRY
               UNTIL ELECTION-ENTRY-FOUND
                   OR WS-ELECTION-IDX NOT LESS THAN WS-ELECTION-COUNT.

       286-SCAN-ELECTION-ENTRY.
           ADD 1 TO WS-ELECTION-IDX
           IF WS-WE-ID(WS-ELECTION-IDX) = MT-EMPLOYEE-ID
               IF WS-WE-EFFECTIVE-DATE(WS-ELECTION-IDX)
                       = MT-EFFECTIVE-DATE
                   MOVE "Y" TO WS-ELECTION-FOUND-SW
               ELSE IF WS-WE-EFFECTIVE-DATE(WS-ELECTION-IDX)
                       < MT-EFFECTIVE-DATE
                   IF WS-ELECTION-PRIOR-IDX = ZERO
                       MOVE WS-ELECTION-IDX TO WS-ELECTION-PRIOR-IDX
                   ELSE IF WS-WE-EFFECTIVE-DATE(WS-ELECTION-IDX) >
                           WS-WE-EFFECTIVE-DATE(WS-ELECTION-PRIOR-IDX)
                       MOVE WS-ELECTION-IDX TO WS-ELECTION-PRIOR-IDX
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      * A future-dated add, change or terminate onto the scheduled
      * table instead of the master - replacing any change of the
      * same kind already parked for the employee on the same date
      * (the latest keying is the one that will be applied), or
      * added as a new entry.  Who keyed it and when go with it.
       290-SCHEDULE-CHANGE.
           PERFORM 292-FIND-SCHEDULED-ENTRY
           IF NOT SCHEDULED-ENTRY-FOUND
                   AND WS-SCHEDULED-COUNT NOT < 200
               DISPLAY "EMPMAINT: SCHEDULED-CHANGES TABLE FULL - "
                   MT-EMPLOYEE-ID " CHANGE NOT SCHEDULED"
               MOVE "ERROR" TO CL-ACTION
               MOVE MT-EMPLOYEE-ID TO CL-EMPLOYEE-ID
               MOVE MT-EFFECTIVE-DATE TO CL-EFFECTIVE-DATE
               MOVE "SCHEDULED TABLE FULL - NOT SCHEDULED"
                   TO CL-DETAIL-TEXT
               PERFORM 900-WRITE-CHANGE-LOG
               ADD 1 TO WS-TRANS-REJECTED-COUNT
           ELSE
               MOVE MT-ACTION TO WS-SCHEDULE-ACTION
               PERFORM 298-NAME-SCHEDULE-ACTION
               IF SCHEDULED-ENTRY-FOUND
                   MOVE "REPLACES THE EARLIER KEYING"
                       TO CS-TEXT
               ELSE
                   ADD 1 TO WS-SCHEDULED-COUNT
                   MOVE WS-SCHEDULED-COUNT TO WS-SCHEDULED-IDX
                   MOVE "HELD TO ITS EFFECTIVE DATE" TO CS-TEXT
               END-IF
               MOVE MT-ACTION TO WS-SC-ACTION(WS-SCHEDULED-IDX)
               MOVE MT-EMPLOYEE-ID TO WS-SC-ID(WS-SCHEDULED-IDX)
               MOVE MT-EMPLOYEE-NAME TO WS-SC-NAME(WS-SCHEDULED-IDX)
               MOVE MT-DEPARTMENT
                   TO WS-SC-DEPARTMENT(WS-SCHEDULED-IDX)
               MOVE MT-SALARY TO WS-SC-SALARY(WS-SCHEDULED-IDX)
               MOVE MT-BANK-ACCOUNT
                   TO WS-SC-BANK-ACCOUNT(WS-SCHEDULED-IDX)
               MOVE MT-CURRENCY-CODE
                   TO WS-SC-CURRENCY(WS-SCHEDULED-IDX)
               MOVE MT-EFFECTIVE-DATE
                   TO WS-SC-EFFECTIVE-DATE(WS-SCHEDULED-IDX)
               MOVE MT-PAY-TYPE TO WS-SC-PAY-TYPE(WS-SCHEDULED-IDX)
               MOVE MT-HOURLY-RATE
                   TO WS-SC-HOURLY-RATE(WS-SCHEDULED-IDX)
               MOVE MT-PAY-GROUP TO WS-SC-PAY-GROUP(WS-SCHEDULED-IDX)
               MOVE WS-OPERATOR-ID
                   TO WS-SC-KEYED-BY(WS-SCHEDULED-IDX)
               MOVE WS-TODAY-DATE
                   TO WS-SC-KEYED-DATE(WS-SCHEDULED-IDX)
               MOVE "SCHEDULED" TO CL-ACTION
               MOVE MT-EMPLOYEE-ID TO CL-EMPLOYEE-ID
               MOVE MT-EFFECTIVE-DATE TO CL-EFFECTIVE-DATE
               MOVE WS-CL-SCHEDULE-TEXT TO CL-DETAIL-TEXT
               PERFORM 900-WRITE-CHANGE-LOG
               ADD 1 TO WS-PARKED-COUNT
           END-IF.

      * Linear scan for a parked change of the transaction's kind
      * for its employee on its effective date - blanked entries
      * never match.  WS-SCHEDULED-IDX is left on the match.
       292-FIND-SCHEDULED-ENTRY.
           MOVE "N" TO WS-SCHEDULED-FOUND-SW
           MOVE ZERO TO WS-SCHEDULED-IDX
           PERFORM 293-SCAN-SCHEDULED-ENTRY
               UNTIL SCHEDULED-ENTRY-FOUND
                  OR WS-SCHEDULED-IDX NOT LESS THAN WS-SCHEDULED-COUNT.

       293-SCAN-SCHEDULED-ENTRY.
           ADD 1 TO WS-SCHEDULED-IDX
           IF WS-SC-ID(WS-SCHEDULED-IDX) = MT-EMPLOYEE-ID
                   AND WS-SC-ID(WS-SCHEDULED-IDX) NOT = SPACES
                   AND WS-SC-EFFECTIVE-DATE(WS-SCHEDULED-IDX)
                       = MT-EFFECTIVE-DATE
                   AND WS-SC-ACTION(WS-SCHEDULED-IDX) = MT-ACTION
               MOVE "Y" TO WS-SCHEDULED-FOUND-SW
           END-IF.

      * Takes off every change parked for the employee on the
      * cancel's effective date.  Each one is the operator's to
      * cancel only if they may key its action; one they may not
      * stays parked and the cancel goes to the rejects file.  A
      * cancel that matches nothing is logged as the error it is.
       295-APPLY-CANCEL.
           MOVE ZERO TO WS-CANCEL-COUNT
           MOVE "N" TO WS-CANCEL-REFUSED-SW
           MOVE ZERO TO WS-SCHEDULED-IDX
           PERFORM 296-CANCEL-SCHEDULED-ENTRY WS-SCHEDULED-COUNT TIMES
           IF CANCEL-REFUSED
               MOVE "19" TO WS-MAINT-REJECT-CODE
               MOVE "OPERATOR NOT AUTHORIZED FOR ACTION"
                   TO WS-MAINT-REJECT-TEXT
               PERFORM 270-WRITE-MAINT-REJECT
           ELSE IF WS-CANCEL-COUNT = ZERO
               MOVE "ERROR" TO CL-ACTION
               MOVE MT-EMPLOYEE-ID TO CL-EMPLOYEE-ID
               MOVE MT-EFFECTIVE-DATE TO CL-EFFECTIVE-DATE
               MOVE "NO SCHEDULED CHANGE TO CANCEL"
                   TO CL-DETAIL-TEXT
               PERFORM 900-WRITE-CHANGE-LOG
               ADD 1 TO WS-TRANS-REJECTED-COUNT
           END-IF.

       296-CANCEL-SCHEDULED-ENTRY.
           ADD 1 TO WS-SCHEDULED-IDX
           IF WS-SC-ID(WS-SCHEDULED-IDX) = MT-EMPLOYEE-ID
                   AND WS-SC-ID(WS-SCHEDULED-IDX) NOT = SPACES
                   AND WS-SC-EFFECTIVE-DATE(WS-SCHEDULED-IDX)
                       = MT-EFFECTIVE-DATE
               MOVE WS-SC-ACTION(WS-SCHEDULED-IDX) TO WS-AUTH-ACTION
               CALL "OPERAUTH" USING WS-AUTH-PROGRAM
                                     WS-AUTH-ACTION
                                     WS-OPERATOR-ID
                                     WS-AUTH-RESULT
               IF OPERATOR-AUTHORIZED
                   MOVE WS-SC-ACTION(WS-SCHEDULED-IDX)
                       TO WS-SCHEDULE-ACTION
                   PERFORM 298-NAME-SCHEDULE-ACTION
                   MOVE "CANCELLED - NEVER APPLIED" TO CS-TEXT
                   MOVE SPACES TO WS-SC-ID(WS-SCHEDULED-IDX)
                   MOVE "CANCELLED" TO CL-ACTION
                   MOVE MT-EMPLOYEE-ID TO CL-EMPLOYEE-ID
                   MOVE MT-EFFECTIVE-DATE TO CL-EFFECTIVE-DATE
                   MOVE WS-CL-SCHEDULE-TEXT TO CL-DETAIL-TEXT
                   PERFORM 900-WRITE-CHANGE-LOG
                   ADD 1 TO WS-CANCEL-COUNT
                   ADD 1 TO WS-CANCELLED-COUNT
               ELSE
                   MOVE "Y" TO WS-CANCEL-REFUSED-SW
               END-IF
           END-IF.

       298-NAME-SCHEDULE-ACTION.
           IF SCHEDULE-ACTION-ADD
               MOVE "ADD" TO CS-ACTION-NAME
           ELSE IF SCHEDULE-ACTION-CHANGE
               MOVE "CHANGE" TO CS-ACTION-NAME
           ELSE
               MOVE "TERMINATE" TO CS-ACTION-NAME
           END-IF.

      * Writes the pending table back out in full - entries blanked
      * by an approval this run are dropped, entries held this run
      * go on, everything else rides through unchanged.  OPEN OUTPUT
               MOVE WS-PD-PAY-TYPE(WS-PENDING-IDX) TO PD-PAY-TYPE
               MOVE WS-PD-HOURLY-RATE(WS-PENDING-IDX)
                   TO PD-HOURLY-RATE
               MOVE WS-PD-PAY-GROUP(WS-PENDING-IDX) TO PD-PAY-GROUP
               MOVE WS-PD-KEYED-BY(WS-PENDING-IDX) TO PD-KEYED-BY
               WRITE PENDING-CHANGE-RECORD
           END-IF.

      * Writes the election table back out in full - every election
      * on file plus this run's, except one a later election of the
      * same employee has taken over from by the processing date:
      * no run from here on can find it in force again.  OPEN OUTPUT
      * creates the file on the first run that ever records one.
       320-REWRITE-ELECTION-FILE.
           OPEN OUTPUT ELECTION-FILE
           MOVE ZERO TO WS-ELECTION-IDX
           PERFORM 330-WRITE-ELECTION-RECORD WS-ELECTION-COUNT TIMES
           CLOSE ELECTION-FILE.

       330-WRITE-ELECTION-RECORD.
           ADD 1 TO WS-ELECTION-IDX
           MOVE "N" TO WS-ELECTION-SUPERSEDED-SW
           MOVE ZERO TO WS-ELECTION-SCAN-IDX
           PERFORM 332-CHECK-ELECTION-SUPERSEDED
               UNTIL ELECTION-SUPERSEDED
                   OR WS-ELECTION-SCAN-IDX NOT LESS THAN
                       WS-ELECTION-COUNT
           IF NOT ELECTION-SUPERSEDED
               PERFORM 334-MOVE-ELECTION-RECORD
           END-IF.

      * Superseded when the same employee has an election dated
      * after this one that is itself in force by the processing
      * date.
       332-CHECK-ELECTION-SUPERSEDED.
           ADD 1 TO WS-ELECTION-SCAN-IDX
           IF WS-WE-ID(WS-ELECTION-SCAN-IDX) = WS-WE-ID(WS-ELECTION-IDX)
                   AND WS-WE-EFFECTIVE-DATE(WS-ELECTION-SCAN-IDX) >
                       WS-WE-EFFECTIVE-DATE(WS-ELECTION-IDX)
                   AND WS-WE-EFFECTIVE-DATE(WS-ELECTION-SCAN-IDX)
                       NOT > WS-PROCESSING-DATE
               MOVE "Y" TO WS-ELECTION-SUPERSEDED-SW
           END-IF.

       334-MOVE-ELECTION-RECORD.
           MOVE WS-WE-ID(WS-ELECTION-IDX) TO WE-EMPLOYEE-ID
           MOVE WS-WE-FILING-STATUS(WS-ELECTION-IDX)
               TO WE-FILING-STATUS
           MOVE WS-WE-ALLOWANCE(WS-ELECTION-IDX)
               TO WE-ALLOWANCE-AMOUNT
           MOVE WS-WE-EXTRA(WS-ELECTION-IDX) TO WE-EXTRA-WITHHOLDING
           MOVE WS-WE-EXEMPT-FLAG(WS-ELECTION-IDX) TO WE-EXEMPT-FLAG
           MOVE WS-WE-EXEMPT-EXPIRY(WS-ELECTION-IDX)
               TO WE-EXEMPT-EXPIRY-DATE
           MOVE WS-WE-EFFECTIVE-DATE(WS-ELECTION-IDX)
               TO WE-EFFECTIVE-DATE
           WRITE WITHHOLDING-ELECTION-RECORD.

      * Writes the scheduled table back out in full - entries
      * released or cancelled this run are dropped, entries parked
      * this run go on, everything else rides through unchanged.
      * OPEN OUTPUT creates the file on the first run that ever
      * parks a change.
       340-REWRITE-SCHEDULED-FILE.
           OPEN OUTPUT SCHEDULED-FILE
           MOVE ZERO TO WS-SCHEDULED-IDX
           PERFORM 350-WRITE-SCHEDULED-RECORD WS-SCHEDULED-COUNT TIMES
           CLOSE SCHEDULED-FILE.

       350-WRITE-SCHEDULED-RECORD.
           ADD 1 TO WS-SCHEDULED-IDX
           IF WS-SC-ID(WS-SCHEDULED-IDX) NOT = SPACES
               MOVE WS-SC-ACTION(WS-SCHEDULED-IDX) TO SC-ACTION
               MOVE WS-SC-ID(WS-SCHEDULED-IDX) TO SC-EMPLOYEE-ID
               MOVE WS-SC-NAME(WS-SCHEDULED-IDX) TO SC-EMPLOYEE-NAME
               MOVE WS-SC-DEPARTMENT(WS-SCHEDULED-IDX)
                   TO SC-DEPARTMENT
               MOVE WS-SC-SALARY(WS-SCHEDULED-IDX) TO SC-SALARY
               MOVE WS-SC-BANK-ACCOUNT(WS-SCHEDULED-IDX)
                   TO SC-BANK-ACCOUNT
               MOVE WS-SC-CURRENCY(WS-SCHEDULED-IDX)
                   TO SC-CURRENCY-CODE
               MOVE WS-SC-EFFECTIVE-DATE(WS-SCHEDULED-IDX)
                   TO SC-EFFECTIVE-DATE
               MOVE WS-SC-PAY-TYPE(WS-SCHEDULED-IDX) TO SC-PAY-TYPE
               MOVE WS-SC-HOURLY-RATE(WS-SCHEDULED-IDX)
                   TO SC-HOURLY-RATE
               MOVE WS-SC-PAY-GROUP(WS-SCHEDULED-IDX) TO SC-PAY-GROUP
               MOVE WS-SC-KEYED-BY(WS-SCHEDULED-IDX) TO SC-KEYED-BY
               MOVE WS-SC-KEYED-DATE(WS-SCHEDULED-IDX)
                   TO SC-KEYED-DATE
               WRITE SCHEDULED-CHANGE-RECORD
               ADD 1 TO WS-STILL-SCHEDULED-COUNT
           END-IF.

      * The release - after the run's own transactions, so a cancel
      * keyed today still stops a change due today.  Parked changes
      * whose effective date is on or before the processing date go
      * one at a time, earliest date first (two due for the same
      * employee land in the order they take effect, not the order
      * they were keyed), until none is left due.
       400-RELEASE-SCHEDULED-CHANGES.
           MOVE "Y" TO WS-DUE-FOUND-SW
           PERFORM 410-RELEASE-EARLIEST-DUE UNTIL NOT DUE-ENTRY-FOUND.

       410-RELEASE-EARLIEST-DUE.
           PERFORM 420-FIND-EARLIEST-DUE
           IF DUE-ENTRY-FOUND
               PERFORM 430-RELEASE-SCHEDULED-ENTRY
           END-IF.

      * Leaves WS-DUE-IDX on the due entry with the earliest
      * effective date - the first keyed of those tied on it.
       420-FIND-EARLIEST-DUE.
           MOVE "N" TO WS-DUE-FOUND-SW
           MOVE ZERO TO WS-DUE-IDX
           MOVE ZERO TO WS-SCHEDULED-IDX
           PERFORM 425-CHECK-DUE-ENTRY WS-SCHEDULED-COUNT TIMES.

       425-CHECK-DUE-ENTRY.
           ADD 1 TO WS-SCHEDULED-IDX
           IF WS-SC-ID(WS-SCHEDULED-IDX) NOT = SPACES
                   AND WS-SC-EFFECTIVE-DATE(WS-SCHEDULED-IDX)
                       NOT > WS-PROCESSING-DATE
               IF NOT DUE-ENTRY-FOUND
                   MOVE "Y" TO WS-DUE-FOUND-SW
                   MOVE WS-SCHEDULED-IDX TO WS-DUE-IDX
               ELSE IF WS-SC-EFFECTIVE-DATE(WS-SCHEDULED-IDX)
                       < WS-SC-EFFECTIVE-DATE(WS-DUE-IDX)
                   MOVE WS-SCHEDULED-IDX TO WS-DUE-IDX
               END-IF
           END-IF.

      * The parked transaction rebuilt in MAINT-TRANS-RECORD and
      * taken off the table, a RELEASED line saying who keyed it and
      * when, then the whole of 200-PROCESS-TRANSACTION exactly as a
      * transaction keyed today - validated against today's rules
      * and pay groups, matched against the master as it stands
      * now, gated, and imaged.  One that fails now goes to the
      * rejects file like any other, to be keyed again.
       430-RELEASE-SCHEDULED-ENTRY.
           MOVE SPACES TO MAINT-TRANS-RECORD
           MOVE ZERO TO MT-MASS-PERCENT-RATE
                        MT-MASS-FLAT-AMOUNT
                        MT-WE-ALLOWANCE-AMOUNT
                        MT-WE-EXTRA-WITHHOLDING
                        MT-WE-EXEMPT-EXPIRY-DATE
           MOVE WS-SC-ACTION(WS-DUE-IDX) TO MT-ACTION
           MOVE WS-SC-ID(WS-DUE-IDX) TO MT-EMPLOYEE-ID
           MOVE WS-SC-NAME(WS-DUE-IDX) TO MT-EMPLOYEE-NAME
           MOVE WS-SC-DEPARTMENT(WS-DUE-IDX) TO MT-DEPARTMENT
           MOVE WS-SC-SALARY(WS-DUE-IDX) TO MT-SALARY
           MOVE WS-SC-BANK-ACCOUNT(WS-DUE-IDX) TO MT-BANK-ACCOUNT
           MOVE WS-SC-CURRENCY(WS-DUE-IDX) TO MT-CURRENCY-CODE
           MOVE WS-SC-EFFECTIVE-DATE(WS-DUE-IDX) TO MT-EFFECTIVE-DATE
           MOVE WS-SC-PAY-TYPE(WS-DUE-IDX) TO MT-PAY-TYPE
           MOVE WS-SC-HOURLY-RATE(WS-DUE-IDX) TO MT-HOURLY-RATE
           MOVE WS-SC-PAY-GROUP(WS-DUE-IDX) TO MT-PAY-GROUP
           MOVE WS-SC-KEYED-BY(WS-DUE-IDX) TO WS-KEYED-BY-ID
           MOVE WS-SC-KEYED-BY(WS-DUE-IDX) TO CR-KEYED-BY
           MOVE WS-SC-KEYED-DATE(WS-DUE-IDX) TO CR-KEYED-DATE
           MOVE SPACES TO WS-SC-ID(WS-DUE-IDX)
           MOVE "RELEASED" TO CL-ACTION
           MOVE MT-EMPLOYEE-ID TO CL-EMPLOYEE-ID
           MOVE MT-EFFECTIVE-DATE TO CL-EFFECTIVE-DATE
           MOVE WS-CL-RELEASE-TEXT TO CL-DETAIL-TEXT
           PERFORM 900-WRITE-CHANGE-LOG
           ADD 1 TO WS-RELEASED-COUNT
           MOVE "Y" TO WS-RELEASE-MODE-SW
           PERFORM 200-PROCESS-TRANSACTION
           MOVE "N" TO WS-RELEASE-MODE-SW
           MOVE WS-OPERATOR-ID TO WS-KEYED-BY-ID.

       460-DISPLAY-SCHEDULE-SUMMARY.
           DISPLAY "EMPMAINT SCHEDULED CHANGES AS OF "
               WS-PROCESSING-DATE " - PARKED " WS-PARKED-COUNT
               " RELEASED " WS-RELEASED-COUNT
               " CANCELLED " WS-CANCELLED-COUNT
               " STILL SCHEDULED " WS-STILL-SCHEDULED-COUNT.

      * Stars out everything in WS-MB-TEXT except the last four
      * characters of the actual account value.
       860-MASK-BANK-ACCOUNT.
           MOVE WS-CL-DETAIL-LINE TO CL-LINE
           WRITE CL-LINE.

      * A rejected or unmatched transaction is the reject; a change
      * left waiting on its approval is for review.
       790-SET-RETURN-CODE.
           IF WS-TRANS-REJECTED-COUNT > ZERO
               MOVE STEP-RC-REJECTS TO RETURN-CODE
           ELSE IF WS-TRANS-HELD-COUNT > ZERO
               MOVE STEP-RC-WARNING TO RETURN-CODE
           ELSE
               MOVE STEP-RC-CLEAN TO RETURN-CODE
           END-IF.

       END PROGRAM EMPMAINT.
