               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY EMPLOYEE-ID OF EMPLOYEE-RECORD.
      * PAYROLL-FILE, REGISTER-FILE, REJECT-FILE, and CONTROL-FILE
      * are assigned through WS- paths so a trial run can write its
      * own copies without overwriting the last real run's.
           SELECT PAYROLL-FILE ASSIGN TO WS-PAYROLL-PATH.
           SELECT PAYROLL-SORT-FILE ASSIGN TO "payroll_sort.tmp".
           SELECT PAYROLL-SORTED-FILE ASSIGN TO "payroll_sorted.tmp".
           SELECT REGISTER-FILE ASSIGN TO WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO WS-REJECT-PATH.
           SELECT RETIREMENT-FILE ASSIGN TO "retirement_record.cpy".
           SELECT ACH-FILE ASSIGN TO "ach_record.cpy".
           SELECT BUDGET-FILE ASSIGN TO "budget_record.cpy".
           SELECT PAY-CALENDAR-FILE ASSIGN TO "pay_calendar.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CALENDAR-STATUS.
           SELECT PAY-GROUP-FILE ASSIGN TO "pay_group.dat"
               FILE STATUS WS-PAY-GROUP-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "payroll_run_history.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RUN-HISTORY-STATUS.
               FILE STATUS WS-TAX-BRACKET-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "payroll_statements.txt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FINAL-PAY-FILE ASSIGN TO "final_pay_summary.txt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SUPPLEMENTAL-FILE ASSIGN TO "supplemental_ids.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SUPP-STATUS.
           SELECT RETRO-FILE ASSIGN TO "retro_requests.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RETRO-STATUS.
           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-PATH
               ORGANIZATION LINE SEQUENTIAL.
      * The clean file TSEDIT writes after the warehouse's raw
      * timesheet.dat passes the edit and the supervisor's batch
      * approval - PAYROLL no longer reads the raw file at all.
           SELECT TIMESHEET-FILE ASSIGN TO "timesheet_approved.dat"
               FILE STATUS WS-TIMESHEET-STATUS.
           SELECT EARNINGS-FILE ASSIGN TO "earnings.dat"
               FILE STATUS WS-EARNINGS-STATUS.
           SELECT EARNINGS-CODE-FILE ASSIGN TO "earnings_code.dat"
               FILE STATUS WS-EARN-CODE-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "exchange_rate.dat"
               FILE STATUS WS-RATE-STATUS.
           SELECT CHECK-FILE ASSIGN TO "payroll_checks.txt"
           SELECT DEDUCTION-FILE ASSIGN TO "deduction.dat"
               FILE STATUS WS-DEDUCTION-STATUS.
           SELECT GL-FILE ASSIGN TO "gl_record.cpy".
           SELECT GL-HISTORY-FILE ASSIGN TO "gl_history.dat"
               FILE STATUS WS-GL-HISTORY-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "payroll_history.dat"
               FILE STATUS WS-HISTORY-STATUS.
           SELECT BENEFITS-FILE ASSIGN TO "benefits.dat"
               FILE STATUS WS-BENEFITS-STATUS.
           SELECT ELECTION-FILE ASSIGN TO "withholding_election.dat"
               FILE STATUS WS-ELECTION-STATUS.
           SELECT COST-DIST-FILE ASSIGN TO "cost_distribution.dat"
               FILE STATUS WS-COST-DIST-STATUS.
           SELECT LEAVE-FILE ASSIGN TO "leave_balance.dat"
               FILE STATUS WS-LEAVE-STATUS.
           SELECT LEAVE-TAKEN-FILE ASSIGN TO "leave_taken.dat"
           COPY "payroll_record.cpy".

      * Work files used to put PAYROLL-FILE into department order for
      * the printed register - a SORT rather than carrying totals in
      * a table, so the register reflects exactly what got written
      * to PAYROLL-FILE for this run.  The sort's input procedure
      * splits an employee with a labor cost distribution into one
      * record per department, each carrying its share of every
      * amount and the percentage in PR-COST-SHARE-PCT (zero on a
      * record left whole).  The shares of each amount add back to
      * the whole to the cent.
       SD PAYROLL-SORT-FILE.
       01 PAYROLL-SORT-RECORD.
           COPY "payroll_record.cpy".
           05  PR-COST-SHARE-PCT        PIC 9(3)V99.

       FD PAYROLL-SORTED-FILE.
       01 PAYROLL-SORTED-RECORD.
           COPY "payroll_record.cpy".
           05  PR-COST-SHARE-PCT        PIC 9(3)V99.

       FD REGISTER-FILE.
       01 REGISTER-LINE                 PIC X(80).
      * crashed run for one processing date/run type is never mistaken
      * for a checkpoint belonging to a different date or run type
      * that happens to come along before the crashed run is rerun.
      * The pay group keys it too, for the same reason the run
      * history does.
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-LINE.
           05 CP-RUN-DATE                PIC 9(8).
           05 CP-RUN-TYPE                PIC X(1).
           05 CP-EMPLOYEE-ID             PIC X(10).
           05 CP-PAY-GROUP               PIC X(2).

      * The run-control card - the processing date this run is to
      * pay, keyed by operations each period instead of edited into
      * and validated by 101-READ-RUN-CONTROL before anything else
      * happens; its date lands in PC-PAYROLL-PROCESSING-DATE so
      * everything downstream reads the date exactly where it
      * always did.  The card also names the pay group being paid
      * (column 10) - blank is PC-DEFAULT-PAY-GROUP, so a card keyed
      * the old way still pays the standard cycle.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-LINE.
           05 RC-PROCESSING-DATE         PIC 9(8).
           05 FILLER                     PIC X(1).
           05 RC-PAY-GROUP               PIC X(2).

      * The year's scheduled period dates, one per line, cut once a
      * year from the payroll calendar - 103-CHECK-PAY-CALENDAR
      * proves the card's date is a real scheduled period before a
      * regular run pays anything against it.  Each line carries the
      * pay group whose period it is (blank is PC-DEFAULT-PAY-GROUP),
      * so a weekly and a biweekly schedule share the one file; a
      * date only counts for the group the card names.
       FD PAY-CALENDAR-FILE.
       01 PAY-CALENDAR-LINE.
           05 CAL-PERIOD-DATE            PIC 9(8).
           05 FILLER                     PIC X(1).
           05 CAL-PAY-GROUP              PIC X(2).

      * The pay groups and what each one's frequency means for a
      * run - read by 104-LOAD-PAY-GROUP for the card's group only.
       FD PAY-GROUP-FILE.
       01 PAY-GROUP-RECORD.
           COPY "pay_group_record.cpy".

      * One line per (processing date, run type) that has already
      * completed a full run, appended to by 176-RECORD-RUN-DATE -
      * the date, since req 001's bonus run is a second JCL step
      * against that same processing date - a completed regular run
      * must not block the bonus run still to come for that period.
      * The pay group is part of the key as well - paying the weekly
      * group never blocks or duplicates the biweekly group's run for
      * the same date.  A line written before pay groups existed has
      * a blank group and belongs to PC-DEFAULT-PAY-GROUP.  The
      * operator who started the run follows in columns 13-20.
       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-LINE.
           05 RH-RUN-DATE                PIC 9(8).
           05 RH-RUN-TYPE                PIC X(1).
           05 RH-PAY-GROUP               PIC X(2).
           05 FILLER                     PIC X(1).
           05 RH-OPERATOR-ID             PIC X(8).

      * One line per employee 100-MAIN's loop reaches this run,
      * written by 305-WRITE-AUDIT-RECORD regardless of how the
       FD STATEMENT-FILE.
       01 STATEMENT-LINE                PIC X(80).

      * HR's exit-file copy of each final payment this run made - one
      * block per terminated employee, built from PAYROLL-FILE after
      * the run completes the way the statements are.
       FD FINAL-PAY-FILE.
       01 FINAL-PAY-LINE                PIC X(80).

      * The corrected-reject list a supplemental run works from -
      * one employee ID per line, keyed up by operations from
      * REJECT-FILE once the underlying data is fixed.  Only read
       01 TIMESHEET-RECORD.
           COPY "timesheet_record.cpy".

      * This period's one-time earnings - commissions, premiums,
      * reimbursements - read whole into WS-EARNINGS-TABLE by
      * 114-LOAD-EARNINGS-TABLE at startup the way the timesheet is,
      * each line's code looked up on the earnings code table below
      * as it loads.  Only a run that pays regular pay reads it.
       FD EARNINGS-FILE.
       01 EARNINGS-RECORD.
           COPY "earnings_record.cpy".

      * What each earnings code means to the run - taxable or not,
      * retirement-eligible or not, and the GL account it posts to -
      * read whole into WS-EARN-CODE-TABLE by 113-LOAD-EARNINGS-
      * CODE-TABLE ahead of the earnings lines.
       FD EARNINGS-CODE-FILE.
       01 EARNINGS-CODE-RECORD.
           COPY "earnings_code_record.cpy".

      * The day's exchange rates into base currency - read whole
      * into WS-RATE-TABLE by 825-LOAD-RATE-TABLE at the start of
      * the register step, so department subtotals, the budget
       01 GL-RECORD.
           COPY "gl_record.cpy".

      * Every completed run's GL extract appended by 897-UPDATE-GL-
      * HISTORY, since GL-FILE itself is overwritten by the next run.
      * QTRTAX ties the quarter's withholding back to the payables
      * posted here.  Copied a whole GL-RECORD at a time, proof
      * trailers included, so it is carried here as one field rather
      * than a second copy of the layout.
       FD GL-HISTORY-FILE.
       01 GL-HISTORY-RECORD             PIC X(74).

      * The permanent pay-history master - every completed run's
      * PAYROLL-RECORDs appended by 770-UPDATE-PAY-HISTORY, so the
      * per-period detail survives the next run overwriting
       01 BENEFIT-RECORD.
           COPY "benefit_record.cpy".

      * Withholding elections EMPMAINT keys from the employees'
      * forms - read whole into WS-ELECTION-TABLE by 147-LOAD-
      * ELECTION-TABLE at startup, applied in 230-COMPUTE-BANDED-
      * TAX, and printed back on the pay statement.
       FD ELECTION-FILE.
       01 WITHHOLDING-ELECTION-RECORD.
           COPY "withholding_election_record.cpy".

      * Per-employee department percentages for labor cost - read
      * whole into WS-COST-DIST-TABLE by 121-LOAD-COST-DIST-TABLE,
      * checked to total 100 by 150-VALIDATE-EMPLOYEE, and applied
      * when the register sort splits PAYROLL-FILE by department.
       FD COST-DIST-FILE.
       01 COST-DIST-RECORD.
           COPY "cost_dist_record.cpy".

      * Vacation and sick balances by employee, in hours - read
      * whole into WS-LEAVE-TABLE at startup, rewritten in full by
      * 775-UPDATE-LEAVE-MASTER from the balances the completed
       01 WS-CALENDAR-LOADED-SW         PIC X(1)       VALUE "N".
           88 CALENDAR-ON-DISK                          VALUE "Y".

      * The pay group this run pays and its figures - off
      * pay_group.dat, or PAYROLL-CONFIG's for the default group
      * when the file does not list it.  WS-GROUP-PERIOD-DAYS ends up
      * the length of the period actually being paid (see 108).
      * The calendar scan also leaves the group's scheduled date
      * before this one and how many of the group's periods are
      * left in the year, this one included.
       01 WS-PAY-GROUP-STATUS           PIC X(2).
       01 WS-PAY-GROUP-EOF              PIC X(3)       VALUE "NO".
       01 WS-RUN-PAY-GROUP              PIC X(2)       VALUE SPACES.
       01 WS-PAY-GROUP-FOUND-SW         PIC X(1)       VALUE "N".
           88 PAY-GROUP-ON-FILE                         VALUE "Y".
       01 WS-GROUP-DESCRIPTION          PIC X(20)      VALUE SPACES.
       01 WS-GROUP-PERIOD-DAYS          PIC 9(3)       VALUE ZERO.
       01 WS-GROUP-STANDARD-HOURS       PIC 9(3)V99    VALUE ZERO.
       01 WS-GROUP-VAC-ACCRUAL          PIC 9(2)V99    VALUE ZERO.
       01 WS-GROUP-SICK-ACCRUAL         PIC 9(2)V99    VALUE ZERO.
       01 WS-CAL-GROUP                  PIC X(2).
       01 WS-PRIOR-CAL-DATE             PIC 9(8)       VALUE ZERO.
       01 WS-GROUP-PERIODS-LEFT         PIC 9(3)       VALUE ZERO.
       01 WS-RECORD-GROUP               PIC X(2).
       01 WS-IN-RUN-GROUP-SW            PIC X(1)       VALUE "Y".
           88 EMPLOYEE-IN-RUN-GROUP                     VALUE "Y".

      * Run-date stamping/duplicate check - WS-RUN-DATE is
      * PC-PAYROLL-PROCESSING-DATE collapsed into one 8-digit field
      * (moved the same way RET-PROCESSING-DATE already is) so it can

      * Validation ahead of 200-PROCESS-PAYROLL - a bad record is
      * skipped and written to REJECT-FILE with a reason code rather
      * than flowing through to PAYROLL-FILE and the ledger.
       01 WS-VALID-RECORD-SW            PIC X(1)       VALUE "Y".
           88 VALID-RECORD                              VALUE "Y".
           88 INVALID-RECORD                            VALUE "N".
      * for the employee/run-date pairs listed on REVERSAL-FILE,
      * and the end-of-run passes subtract those records back out
      * of the YTD master, the deduction master's collected column,
      * and the GL (sides swapped), with the reversal left on
      * PAYROLL-FILE for LEDGPOST to post so the ledger matches.
      * A trial run ("T") is the regular run's computation end to
      * end - validation, gross, banded tax, benefits, deductions,
      * leave, prenote routing - with nothing committed: no ACH,
      * retirement, check, or remittance file, no check number
      * taken, no GL extract, no audit line, no
      * checkpoint or run-history line, and none of the end-of-run
      * master passes.  Its PAYROLL-FILE, rejects, register, and
      * control report go to their own trial-named files, every
      * page marked TRIAL, so the real run's files are never
      * overwritten by a preview.
       01 WS-RUN-TYPE                   PIC X(1)       VALUE "R".
           88 RUN-TYPE-REGULAR                          VALUE "R".
           88 RUN-TYPE-BONUS                            VALUE "B".
           88 RUN-TYPE-SUPPLEMENTAL                     VALUE "S".
           88 RUN-TYPE-REVERSAL                         VALUE "V".
           88 RUN-TYPE-RETRO                            VALUE "A".
           88 RUN-TYPE-TRIAL                            VALUE "T".
       01 WS-TRANSACTION-TYPE           PIC X(7)       VALUE "REGULAR".

      * Where this run's PAYROLL-FILE, rejects, register, and control
      * report land - the long-standing names on every real run, the
      * trial names on a trial run, set once in 100-MAIN before any
      * of the four is opened.
       01 WS-PAYROLL-PATH               PIC X(40)      VALUE
           "payroll_record.cpy".
       01 WS-REJECT-PATH                PIC X(40)      VALUE
           "reject_record.cpy".
       01 WS-REGISTER-PATH              PIC X(40)      VALUE
           "payroll_register.txt".
       01 WS-CONTROL-PATH               PIC X(40)      VALUE
           "payroll_control.txt".

      * Employee IDs a supplemental run is allowed to pay, loaded
      * once from SUPPLEMENTAL-FILE by 125-LOAD-SUPPLEMENTAL-LIST.
      * Everyone else on EMPLOYEE-FILE is passed over entirely -
       01 WS-RETRO-TARGET-DATE          PIC 9(8)       VALUE ZERO.
       01 WS-RETRO-OLD-GROSS            PIC 9(7)V99    VALUE ZERO.
       01 WS-RETRO-OLD-NET              PIC 9(7)V99    VALUE ZERO.
      * The period's one-time earnings inside WS-RETRO-OLD-GROSS -
      * paid once and not part of the salary a raise changes, so
      * they come off before the new salary is compared.
       01 WS-RETRO-OLD-EARNINGS         PIC 9(7)V99    VALUE ZERO.
       01 WS-RETRO-OLD-BASE             PIC 9(7)V99    VALUE ZERO.
       01 WS-RETRO-EARN-IDX             PIC 9(1)       VALUE ZERO.

      * 206-FIND-RETRO-BASE's pass over the pay-history master for
      * the current pair - base found means a regular-pay record
      * One line per DEDUCTION-FILE line taken, indented under the
      * employee's register detail line - amount in the employee's
      * own currency convention like the detail line above it.
      * Under a detail line that is one department's share of the
      * employee's pay, not the whole of it.
       01 WS-REG-COST-SHARE-LINE.
           05 FILLER                    PIC X(16) VALUE SPACES.
           05 FILLER                    PIC X(14) VALUE
               "COST SHARE   ".
           05 RCS-PERCENT                PIC ZZ9,99.
           05 FILLER                    PIC X(13) VALUE
               " PCT OF PAY".

      * The vacation payout inside a final payment's gross, on its
      * own line under the detail line - hours and amount.
       01 WS-REG-VAC-PAYOUT-LINE.
           05 FILLER                    PIC X(16) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE "VAC PAYOUT".
           05 RVP-HOURS                  PIC ZZ9,99.
           05 FILLER                    PIC X(6)  VALUE " HRS  ".
           05 RVP-AMOUNT                 PIC X(10).

      * One line per one-time earnings line inside the gross, under
      * the detail line the same way - code, description, amount,
      * and NOT TAXED against a code that is not.
       01 WS-REG-EARNINGS-LINE.
           05 FILLER                    PIC X(16) VALUE SPACES.
           05 FILLER                    PIC X(9)  VALUE "EARNINGS ".
           05 REA-CODE                   PIC X(4).
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 REA-DESC                   PIC X(16).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 REA-AMOUNT                 PIC X(10).
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 REA-TAX-NOTE               PIC X(9).

       01 WS-REG-DEDUCTION-LINE.
           05 FILLER                    PIC X(16) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE "DEDUCTION ".
               10 WS-YTD-RETIREMENT      PIC 9(8)V99.
               10 WS-YTD-HEALTH          PIC 9(8)V99.
               10 WS-YTD-NET             PIC 9(8)V99.
               10 WS-YTD-TAXABLE         PIC 9(8)V99.
       01 WS-YTD-IDX                    PIC 9(4)       VALUE ZERO.
       01 WS-YTD-SEARCH-ID              PIC X(10).
       01 WS-YTD-FOUND-SW               PIC X(1)       VALUE "N".
      * full period amount no longer fits under the cap.
       01 WS-YTD-RET-SO-FAR             PIC 9(8)V99.
       01 WS-YTD-HEADROOM               PIC 9(8)V99.
       01 WS-RET-PERIOD-CEILING         PIC 9(8)V99.

      * EOF switch for 750-UPDATE-YTD-MASTER's pass back over the
      * PAYROLL-FILE this run just wrote.
       01 WS-TIMESHEET-HOURS            PIC 9(3)V99    VALUE ZERO.
       01 WS-OVERTIME-HOURS             PIC 9(3)V99    VALUE ZERO.

      * The earnings code table, loaded once from EARNINGS-CODE-
      * FILE at startup.  No file on disk leaves it empty, and then
      * every earnings line is an unknown code.
       01 WS-EARN-CODE-STATUS           PIC X(2).
       01 WS-EARN-CODE-EOF              PIC X(3)       VALUE "NO".
       01 WS-EARN-CODE-COUNT            PIC 9(3)       VALUE ZERO.
       01 WS-EARN-CODE-TABLE.
           05 WS-EARN-CODE-ENTRY OCCURS 50 TIMES.
               10 WS-EC-CODE             PIC X(4).
               10 WS-EC-DESC             PIC X(16).
               10 WS-EC-TAXABLE          PIC X(1).
               10 WS-EC-RETIRE           PIC X(1).
               10 WS-EC-ACCOUNT          PIC X(24).
       01 WS-EARN-CODE-IDX              PIC 9(3)       VALUE ZERO.
       01 WS-EARN-CODE-FOUND-SW         PIC X(1)       VALUE "N".
           88 EARNINGS-CODE-FOUND                       VALUE "Y".

      * This period's one-time earnings lines, loaded once from
      * EARNINGS-FILE at startup - lines stamped with another
      * period left out the way stale timesheet lines are.  Each
      * line carries the subscript of its code's table entry, zero
      * for a code the table does not know; 150-VALIDATE-EMPLOYEE
      * rejects an employee with such a line rather than pay it
      * with a guessed tax treatment.
       01 WS-EARNINGS-STATUS            PIC X(2).
       01 WS-EARNINGS-EOF               PIC X(3)       VALUE "NO".
       01 WS-EARNINGS-COUNT             PIC 9(4)       VALUE ZERO.
       01 WS-EARNINGS-TABLE.
           05 WS-EARNINGS-ENTRY OCCURS 500 TIMES.
               10 WS-ER-ID               PIC X(10).
               10 WS-ER-CODE             PIC X(4).
               10 WS-ER-CODE-TIX         PIC 9(3).
               10 WS-ER-AMOUNT           PIC 9(7)V99.
       01 WS-EARNINGS-IDX               PIC 9(4)       VALUE ZERO.

      * The current employee's earnings lines, gathered by 151-
      * GATHER-EMPLOYEE-EARNINGS - up to five, the count running on
      * past five so a sixth can be rejected instead of dropped.
      * The non-taxable and non-retirement totals are what 221-ADD-
      * ONE-TIME-EARNINGS leaves for the tax and retirement bases.
       01 WS-EMP-EARN-COUNT             PIC 9(2)       VALUE ZERO.
       01 WS-EMP-EARN-LIST.
           05 WS-EMP-EARN-TIX            PIC 9(4) OCCURS 5 TIMES.
       01 WS-EMP-EARN-IDX               PIC 9(1)       VALUE ZERO.
       01 WS-EARN-UNKNOWN-SW            PIC X(1)       VALUE "N".
           88 EARNINGS-CODE-UNKNOWN                     VALUE "Y".
       01 WS-EARN-LINE-TIX              PIC 9(4)       VALUE ZERO.
       01 WS-EARN-TOTAL                 PIC 9(7)V99    VALUE ZERO.
       01 WS-EARN-NONTAX-TOTAL          PIC 9(7)V99    VALUE ZERO.
       01 WS-EARN-NONRET-TOTAL          PIC 9(7)V99    VALUE ZERO.

      * Gross less the non-taxable earnings (taxable wages, what
      * the year's taxable total is built from), and gross less the
      * earnings not eligible for retirement (what the contribution
      * and the employer match are taken on).
       01 WS-TAXABLE-WAGES              PIC 9(7)V99    VALUE ZERO.
       01 WS-RETIREMENT-BASE            PIC 9(7)V99    VALUE ZERO.

      * Withholding bands loaded once from TAX-BRACKET-FILE at
      * startup.  An empty or missing bracket file leaves the count
      * at zero and 230-COMPUTE-BANDED-TAX falls back to the flat
      * WS-TAX-AMOUNT one band at a time.
       01 WS-TAX-BAND-SLICE             PIC 9(7)V99.

      * What the bands are actually applied to - taxable wages less
      * the employee's elected allowance, never below zero.
       01 WS-TAXABLE-GROSS              PIC 9(7)V99    VALUE ZERO.

      * Withholding elections loaded once from ELECTION-FILE at
      * startup.  No file, or no line for an employee, means plain
      * banded withholding.  An election only counts from its
      * WE-EFFECTIVE-DATE on, until a later one's date comes, and
      * an exemption only through its expiry - all against the run
      * date.
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
       01 WS-ELECTION-SEARCH-ID         PIC X(10).
       01 WS-ELECTION-FOUND-SW          PIC X(1)       VALUE "N".
           88 ELECTION-ENTRY-FOUND                      VALUE "Y".
       01 WS-ELECTION-PICK              PIC 9(4)       VALUE ZERO.
       01 WS-ELECTION-EXEMPT-SW         PIC X(1)       VALUE "N".
           88 ELECTION-EXEMPT-NOW                       VALUE "Y".
       01 WS-ELECTION-EXTRA-AMOUNT      PIC 9(7)V99    VALUE ZERO.
       01 WS-ELECTION-EXTRA-ROOM        PIC 9(7)V99    VALUE ZERO.

      * Labor cost distribution lines loaded once from COST-DIST-
      * FILE at startup.  No file, or no lines for an employee,
      * leaves that employee's cost on the master DEPARTMENT.
       01 WS-COST-DIST-STATUS           PIC X(2).
       01 WS-COST-DIST-EOF              PIC X(3)       VALUE "NO".
       01 WS-COST-DIST-COUNT            PIC 9(4)       VALUE ZERO.
       01 WS-COST-DIST-TABLE.
           05 WS-COST-DIST-ENTRY OCCURS 1000 TIMES.
               10 WS-CD-ID               PIC X(10).
               10 WS-CD-DEPARTMENT       PIC X(20).
               10 WS-CD-PERCENT          PIC 9(3)V99.
       01 WS-COST-DIST-IDX              PIC 9(4)       VALUE ZERO.
       01 WS-COST-DIST-SEARCH-ID        PIC X(10).

      * One employee's slice of the distribution table, gathered by
      * 122-GATHER-COST-DISTRIBUTION - up to ten departments, their
      * percentages summed.  An eleventh line, or a total other than
      * exactly 100, leaves COST-DIST-VALID off.
       01 WS-EMP-DIST-COUNT             PIC 9(2)       VALUE ZERO.
       01 WS-EMP-DIST-LIST.
           05 WS-EMP-DIST-TIX            PIC 9(4) OCCURS 10 TIMES.
       01 WS-EMP-DIST-IDX               PIC 9(2)       VALUE ZERO.
       01 WS-EMP-DIST-TOTAL             PIC 9(5)V99    VALUE ZERO.
       01 WS-EMP-DIST-VALID-SW          PIC X(1)       VALUE "Y".
           88 COST-DIST-VALID                           VALUE "Y".

      * The record being split by 803-RELEASE-PAYROLL-RECORD: the
      * whole as read, and what is still left to hand out - the
      * last department's share is whatever remains, so truncating
      * each earlier share never loses a cent.
       01 WS-DIST-BASE-RECORD.
           COPY "payroll_record.cpy".
       01 WS-DIST-LEFT-RECORD.
           COPY "payroll_record.cpy".
       01 WS-DIST-PCT                   PIC 9(3)V99    VALUE ZERO.
       01 WS-DIST-DED-IDX               PIC 9(1)       VALUE ZERO.
       01 WS-DIST-EARN-IDX              PIC 9(1)       VALUE ZERO.
       01 WS-SORT-INPUT-EOF             PIC X(3)       VALUE "NO".

       01 WS-REG-BUDGET-EXCEPTION-LINE.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 FILLER                    PIC X(19) VALUE
               "** OVER BUDGET BY ".
           05 RB-OVER-AMOUNT             PIC Z.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(3)  VALUE " **".
           05 RB-TRIAL-TAG               PIC X(8)  VALUE SPACES.

      * Printed first and last on a trial run's register and first
      * on its control report, so a preview page can never be
      * mistaken for the real run's.
       01 WS-TRIAL-BANNER-LINE.
           05 FILLER                    PIC X(44) VALUE
               "*** TRIAL RUN - NOTHING PAID OR POSTED ***".

      * Printed instead of a budget check for a department where at
      * least one employee's currency had no line on the rate file -
       01 WS-GL-EMP-RET-CR              PIC 9(9)V99    VALUE ZERO.
       01 WS-GL-EMP-TAX-CR              PIC 9(9)V99    VALUE ZERO.
       01 WS-GL-EMP-HLT-CR              PIC 9(9)V99    VALUE ZERO.
      * The department's one-time earnings by GL account - each
      * converted line comes off the salary-expense debit and goes
      * to its code's own account instead, so the two sides still
      * agree by construction.  The table is sized to the earnings
      * code table; an account past it stays in salary expense,
      * with a warning.
       01 WS-GL-DEPT-EARNINGS           PIC 9(9)V99    VALUE ZERO.
       01 WS-GL-EARN-COUNT              PIC 9(3)       VALUE ZERO.
       01 WS-GL-EARN-TABLE.
           05 WS-GL-EARN-ENTRY OCCURS 50 TIMES.
               10 WS-GLE-ACCOUNT         PIC X(24).
               10 WS-GLE-AMOUNT          PIC 9(9)V99.
       01 WS-GL-EARN-IDX                PIC 9(3)       VALUE ZERO.
       01 WS-GL-EARN-FOUND-SW           PIC X(1)       VALUE "N".
           88 GL-EARN-ACCOUNT-FOUND                     VALUE "Y".
       01 WS-GL-EARN-ACCOUNT            PIC X(24).
       01 WS-PR-EARN-IDX                PIC 9(1)       VALUE ZERO.
       01 WS-GL-DEBIT-TOTAL             PIC 9(9)V99    VALUE ZERO.
       01 WS-GL-CREDIT-TOTAL            PIC 9(9)V99    VALUE ZERO.

      * Rejects broken out by REJ-REASON-CODE - the codes are
      * two-digit numbers, so the code itself subscripts the table.
       01 WS-CTL-REJ-CODE-TABLE         VALUE ZEROES.
           05 WS-CTL-REJ-CODE-COUNT     PIC 9(5) OCCURS 18 TIMES.
       01 WS-CTL-REJ-CODE-IDX           PIC 9(2)       VALUE ZERO.

       01 WS-CTL-GROSS-TOTAL            PIC 9(9)V99    VALUE ZERO.
       01 WS-CTL-HEALTH-TOTAL           PIC 9(9)V99    VALUE ZERO.
       01 WS-CTL-OTHER-DED-TOTAL        PIC 9(9)V99    VALUE ZERO.
       01 WS-CTL-NET-TOTAL              PIC 9(9)V99    VALUE ZERO.
       01 WS-CTL-FINAL-PAY-COUNT        PIC 9(5)       VALUE ZERO.
       01 WS-CTL-OTHER-GROUP-COUNT      PIC 9(5)       VALUE ZERO.

      * On once anything the run carried on past - a table too small
      * for its file, leave or a reversal trimmed to fit, a
      * department over budget - was put out on the console, so the
      * return code says there is something to read.
       01 WS-RUN-WARNING-SW             PIC X(1)       VALUE "N".
           88 RUN-HAD-WARNINGS                          VALUE "Y".
       01 WS-CTL-VAC-PAYOUT-TOTAL       PIC 9(9)V99    VALUE ZERO.
       01 WS-CTL-EARNINGS-TOTAL         PIC 9(9)V99    VALUE ZERO.
       01 WS-CTL-NONTAX-TOTAL           PIC 9(9)V99    VALUE ZERO.

       01 WS-CTL-HEADING-LINE.
           05 FILLER                    PIC X(27) VALUE
           05 FILLER                    PIC X(11) VALUE
               "  RUN TYPE ".
           05 CT-RUN-TYPE                PIC X(1).
           05 FILLER                    PIC X(12) VALUE
               "  PAY GROUP ".
           05 CT-PAY-GROUP               PIC X(2).
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 CT-GROUP-DESCRIPTION       PIC X(18).

       01 WS-CTL-COUNT-LINE.
           05 CT-COUNT-LABEL             PIC X(30).
       01 WS-STMT-RETRO-LINE            PIC X(44)      VALUE
           "** RETRO PAY FOR PERIOD SHOWN ABOVE **".

      * Printed under the heading of a final payment's page.
       01 WS-STMT-FINAL-PAY-LINE.
           05 FILLER                    PIC X(36) VALUE
               "** FINAL PAY - EMPLOYMENT ENDED ON ".
           05 SF-TERMINATION-DATE        PIC 9(8).
           05 FILLER                    PIC X(3)  VALUE " **".

      * HR's final-pay summary - the statement's employee, department
      * and amount lines reused, plus the settlement lines below.
       01 WS-FP-EOF                     PIC X(3)       VALUE "NO".
       01 WS-FP-WRITTEN-COUNT           PIC 9(5)       VALUE ZERO.
       01 WS-FP-DED-TOTAL               PIC 9(7)V99    VALUE ZERO.

       01 WS-FP-HEADING-LINE.
           05 FILLER                    PIC X(30) VALUE
               "FINAL PAY SUMMARY - PROCESSED ".
           05 FP-PROCESSING-DATE         PIC 9(8).

       01 WS-FP-TERM-LINE.
           05 FILLER                    PIC X(22) VALUE
               "TERMINATION DATE:".
           05 FP-TERMINATION-DATE        PIC 9(8).

       01 WS-FP-PAYOUT-LINE.
           05 FILLER                    PIC X(22) VALUE
               "VACATION PAID OUT:".
           05 FP-PAYOUT-HOURS            PIC ZZ9,99.
           05 FILLER                    PIC X(8)  VALUE " HRS AT ".
           05 FP-PAYOUT-RATE             PIC Z.ZZ9,99.
           05 FILLER                    PIC X(3)  VALUE " = ".
           05 FP-PAYOUT-AMOUNT           PIC X(10).
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 FP-PAYOUT-CURRENCY         PIC X(3).

       01 WS-FP-ROUTE-LINE.
           05 FILLER                    PIC X(22) VALUE
               "NET PAID BY:".
           05 FP-ROUTE-TEXT              PIC X(14).
           05 FP-BANK-ACCOUNT            PIC X(20).

       01 WS-FP-NONE-LINE               PIC X(44)      VALUE
           "NO FINAL PAYMENTS THIS RUN".

      * The withholding election lines under the net - filing
      * status always, the exemption line when one was claimed.
      * Allowance and extra amount reuse the amount line.
       01 WS-STMT-ELECTION-LINE.
           05 FILLER                    PIC X(22) VALUE
               "W/H ELECTION STATUS:".
           05 SE-FILING-STATUS           PIC X(1).

       01 WS-STMT-EXEMPT-LINE.
           05 SX-LABEL                   PIC X(24).
           05 SX-EXPIRY-DATE             PIC 9(8).

      * Label for a one-time earnings line on the statement - the
      * code's description, indented under the gross it is part of.
      * A line the code leaves untaxed says so after the currency.
       01 WS-ST-EARN-LABEL.
           05 FILLER                    PIC X(7)  VALUE "  INCL ".
           05 SN-DESC                    PIC X(13).
           05 FILLER                    PIC X(2)  VALUE ": ".

       01 WS-STMT-EARNINGS-LINE.
           05 SN-AMOUNT-LINE             PIC X(36).
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 SN-TAX-NOTE                PIC X(9).

      * Label for a deduction line on the statement - the deduction
      * type dropped into the same amount-line layout the standard
      * deductions print with.
       01 WS-HISTORY-STATUS             PIC X(2).
       01 WS-HISTORY-UPDATE-EOF         PIC X(3)       VALUE "NO".

      * EOF switch for 897-UPDATE-GL-HISTORY's pass back over the GL
      * extract, and the status the append open is checked through.
       01 WS-GL-HISTORY-STATUS          PIC X(2).
       01 WS-GL-HISTORY-EOF             PIC X(3)       VALUE "NO".

      * EOF switch for 780-UPDATE-DEDUCTION-MASTER's pass back over
      * the PAYROLL-FILE this run just wrote, and the subscript it
      * walks each record's deduction lines with.
       01 WS-TERM-IN-PERIOD-SW          PIC X(1)       VALUE "N".
           88 TERMINATED-IN-PERIOD                      VALUE "Y".

      * The current employee's final pay, when 224-COMPUTE-VACATION-
      * PAYOUT made one - vacation hours paid out, the rate and amount
      * they were paid at, and the sick hours forfeited.
       01 WS-FINAL-PAY-SW               PIC X(1)       VALUE "N".
           88 FINAL-PAY-EMPLOYEE                        VALUE "Y".
       01 WS-VAC-PAYOUT-HOURS           PIC 9(3)V99    VALUE ZERO.
       01 WS-VAC-PAYOUT-RATE            PIC 9(4)V99    VALUE ZERO.
       01 WS-VAC-PAYOUT-AMOUNT          PIC 9(7)V99    VALUE ZERO.
       01 WS-SICK-FORFEIT-HOURS         PIC 9(3)V99    VALUE ZERO.

      * One printed line per check payment - built the same way the
      * register detail line is, amount through 900-FORMAT-AMOUNT in
      * the employee's own currency convention.  The check number
           88 WS-AUDIT-OUTCOME-SUCCESS     VALUE "SUCCESS".
           88 WS-AUDIT-OUTCOME-FAILURE     VALUE "FAILURE".
           88 WS-AUDIT-OUTCOME-SKIPPED     VALUE "SKIPPED".
           88 WS-AUDIT-OUTCOME-PENDING     VALUE "PENDING".
       01 WS-AUDIT-DATE                  PIC 9(8).
       01 WS-AUDIT-TIME                  PIC 9(8).

      * The signed-on operator, as OPERAUTH returns it - checked
      * against the run type before anything is opened, and stamped
      * on the run history and every audit line the run writes.
       01 WS-OPERATOR-ID                 PIC X(8)       VALUE SPACES.
       01 WS-AUTH-PROGRAM                PIC X(10)      VALUE "PAYROLL".
       01 WS-AUTH-RESULT                 PIC X(1).
           88 OPERATOR-AUTHORIZED          VALUE "Y".
           88 OPERATOR-NOT-AUTHORIZED      VALUE "N".


       COPY "payroll_config.cpy".
       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-TYPE FROM COMMAND-LINE
           IF WS-RUN-TYPE NOT = "B" AND WS-RUN-TYPE NOT = "S"
                   AND WS-RUN-TYPE NOT = "V" AND WS-RUN-TYPE NOT = "A"
                   AND WS-RUN-TYPE NOT = "T"
               MOVE "R" TO WS-RUN-TYPE
           END-IF
           PERFORM 112-CHECK-OPERATOR
           IF RUN-TYPE-TRIAL
               MOVE "payroll_trial_record.dat" TO WS-PAYROLL-PATH
               MOVE "payroll_trial_rejects.dat" TO WS-REJECT-PATH
               MOVE "payroll_trial_register.txt" TO WS-REGISTER-PATH
               MOVE "payroll_trial_control.txt" TO WS-CONTROL-PATH
               DISPLAY "TRIAL RUN - NOTHING WILL BE PAID, POSTED, "
                   "OR UPDATED"
           END-IF
           PERFORM 101-READ-RUN-CONTROL
           PERFORM 104-LOAD-PAY-GROUP
           PERFORM 103-CHECK-PAY-CALENDAR
           MOVE PC-PAYROLL-PROCESSING-DATE TO WS-RUN-DATE
           PERFORM 107-CHECK-DUPLICATE-RUN
           IF DUPLICATE-RUN
               DISPLAY "PAYROLL ALREADY RUN FOR PROCESSING DATE "
                   WS-RUN-DATE " RUN TYPE " WS-RUN-TYPE
                   " PAY GROUP " WS-RUN-PAY-GROUP " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 108-SET-PERIOD-WINDOW
           IF NOT RUN-TYPE-TRIAL
               PERFORM 105-READ-CHECKPOINT
           END-IF
           PERFORM 110-LOAD-YTD-TABLE
           PERFORM 120-LOAD-TAX-TABLE
           PERFORM 127-LOAD-DEDUCTION-TABLE
           PERFORM 137-LOAD-BENEFITS-TABLE
           PERFORM 147-LOAD-ELECTION-TABLE
           PERFORM 121-LOAD-COST-DIST-TABLE
           PERFORM 138-LOAD-LEAVE-TABLE
           PERFORM 139-LOAD-LEAVE-TAKEN-TABLE
           PERFORM 140-LOAD-TIMESHEET-TABLE
           PERFORM 113-LOAD-EARNINGS-CODE-TABLE
           PERFORM 114-LOAD-EARNINGS-TABLE
           PERFORM 135-LOAD-CHECK-NUMBER
           PERFORM 142-LOAD-RETURNS-TABLE
           IF RUN-TYPE-SUPPLEMENTAL
           IF RUN-TYPE-RETRO
               PERFORM 134-LOAD-RETRO-LIST
           END-IF
      * A trial run opens only its own scratch PAYROLL-FILE and
      * rejects - the master is read, never rewritten, and none of
      * the money-moving files is so much as opened.
           IF RUN-TYPE-TRIAL
               OPEN INPUT EMPLOYEE-FILE
               OPEN OUTPUT PAYROLL-FILE
               OPEN OUTPUT REJECT-FILE
           ELSE
               OPEN I-O EMPLOYEE-FILE
               PERFORM 102-OPEN-RUN-FILES
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = "YES"
               READ EMPLOYEE-FILE
                       ADD 1 TO WS-CTL-SKIPPED-COUNT
                       PERFORM 106-CHECK-SKIP
                   ELSE
                       PERFORM 109-CHECK-PAY-GROUP
                       MOVE "Y" TO WS-SUPP-SELECT-SW
                       IF RUN-TYPE-SUPPLEMENTAL
                           PERFORM 130-CHECK-SUPPLEMENTAL-LIST
                       IF RUN-TYPE-RETRO
                           PERFORM 133-CHECK-RETRO-LIST
                       END-IF
                       IF NOT EMPLOYEE-IN-RUN-GROUP
                           ADD 1 TO WS-CTL-PASSED-COUNT
                           ADD 1 TO WS-CTL-OTHER-GROUP-COUNT
                       ELSE IF EMPLOYEE-SELECTED
                           IF RUN-TYPE-REVERSAL
                               PERFORM 201-PROCESS-REVERSAL
                               PERFORM 170-WRITE-CHECKPOINT
                               IF VALID-RECORD
                                   ADD 1 TO WS-CTL-VALID-COUNT
                                   PERFORM 200-PROCESS-PAYROLL
                                   IF NOT RUN-TYPE-TRIAL
                                       PERFORM 170-WRITE-CHECKPOINT
                                   END-IF
                               ELSE
                                   PERFORM 160-WRITE-REJECT
                               END-IF
                       ELSE
                           ADD 1 TO WS-CTL-PASSED-COUNT
                       END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CLOSE PAYROLL-FILE
           CLOSE REJECT-FILE
           IF RUN-TYPE-TRIAL
               PERFORM 800-PRINT-PAYROLL-REGISTER
               PERFORM 870-PRINT-CONTROL-REPORT
               PERFORM 990-SET-RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RETIREMENT-FILE
           CLOSE ACH-FILE
           CLOSE AUDIT-FILE
           PERFORM 780-UPDATE-DEDUCTION-MASTER
           PERFORM 800-PRINT-PAYROLL-REGISTER
           PERFORM 890-WRITE-GL-EXTRACT
           PERFORM 897-UPDATE-GL-HISTORY
           IF NOT RUN-TYPE-REVERSAL
               PERFORM 790-WRITE-REMITTANCE-EXTRACT
           END-IF
           PERFORM 850-PRINT-PAY-STATEMENTS
           PERFORM 865-PRINT-FINAL-PAY-SUMMARY
           PERFORM 870-PRINT-CONTROL-REPORT
           PERFORM 990-SET-RETURN-CODE
           STOP RUN.

      * The real run's output files - appended to on a restart so
      * the crashed run's rows stand, started fresh otherwise.
      * The check register persists across runs no matter what kind
      * of run this is - always appended, never started fresh the
      * way the print file is.
       102-OPEN-RUN-FILES.
           IF RESTART-RUN
               OPEN EXTEND PAYROLL-FILE
               OPEN EXTEND REJECT-FILE
               OPEN EXTEND RETIREMENT-FILE
               OPEN EXTEND ACH-FILE
               OPEN EXTEND AUDIT-FILE
               OPEN EXTEND CHECK-FILE
               IF WS-CHECK-STATUS = "35"
                   OPEN OUTPUT CHECK-FILE
               END-IF
           ELSE
               OPEN OUTPUT PAYROLL-FILE
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT RETIREMENT-FILE
               OPEN OUTPUT ACH-FILE
               OPEN OUTPUT AUDIT-FILE
               OPEN OUTPUT CHECK-FILE
           END-IF
           OPEN EXTEND CHECK-REGISTER-FILE
           IF WS-CHECK-REG-STATUS = "35"
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF.

      * Who is starting the run, and may they start this run type -
      * a reversal or retro run is as much a payment as a regular
      * one, and only the operators the authorization table names
      * for it may start it.  Refused before anything is opened.
       112-CHECK-OPERATOR.
           CALL "OPERAUTH" USING WS-AUTH-PROGRAM
                                 WS-RUN-TYPE
                                 WS-OPERATOR-ID
                                 WS-AUTH-RESULT
           IF OPERATOR-NOT-AUTHORIZED
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED FOR RUN TYPE " WS-RUN-TYPE
                   " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "NO AUTHORIZED OPERATOR SIGNED ON - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * The processing date off the run-control card, into the slot
      * PAYROLL-CONFIG always carried it in - edited data now, not
      * an edit-and-recompile.  No card, or a card whose date is not
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "NO RUN-CONTROL CARD ON DISK - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
           IF WS-RC-DATE = ZERO
               DISPLAY "RUN-CONTROL CARD CARRIES NO VALID "
                   "PROCESSING DATE - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RC-DATE TO PC-PAYROLL-PROCESSING-DATE
           IF RC-PAY-GROUP = SPACES
               MOVE PC-DEFAULT-PAY-GROUP TO WS-RUN-PAY-GROUP
           ELSE
               MOVE RC-PAY-GROUP TO WS-RUN-PAY-GROUP
           END-IF.

      * The card's pay group and its figures.  A group not on
      * pay_group.dat aborts - paying it against some other group's
      * period length and accruals would be a guess - except the
      * default group, which falls back on PAYROLL-CONFIG's figures
      * the way every run did before there were pay groups.
       104-LOAD-PAY-GROUP.
           MOVE "N" TO WS-PAY-GROUP-FOUND-SW
           MOVE "NO" TO WS-PAY-GROUP-EOF
           OPEN INPUT PAY-GROUP-FILE
           IF WS-PAY-GROUP-STATUS = "00"
               PERFORM UNTIL WS-PAY-GROUP-EOF = "YES"
                           OR PAY-GROUP-ON-FILE
                   READ PAY-GROUP-FILE
                       AT END
                           MOVE "YES" TO WS-PAY-GROUP-EOF
                       NOT AT END
                           IF PG-PAY-GROUP = WS-RUN-PAY-GROUP
                               MOVE "Y" TO WS-PAY-GROUP-FOUND-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-GROUP-FILE
           END-IF
           IF PAY-GROUP-ON-FILE
               MOVE PG-DESCRIPTION TO WS-GROUP-DESCRIPTION
               MOVE PG-PERIOD-DAYS TO WS-GROUP-PERIOD-DAYS
               MOVE PG-STANDARD-HOURS TO WS-GROUP-STANDARD-HOURS
               MOVE PG-VACATION-ACCRUAL TO WS-GROUP-VAC-ACCRUAL
               MOVE PG-SICK-ACCRUAL TO WS-GROUP-SICK-ACCRUAL
           ELSE IF WS-RUN-PAY-GROUP = PC-DEFAULT-PAY-GROUP
               MOVE "STANDARD CYCLE" TO WS-GROUP-DESCRIPTION
               MOVE PC-PAY-PERIOD-DAYS TO WS-GROUP-PERIOD-DAYS
               MOVE PC-PERIOD-STANDARD-HOURS
                   TO WS-GROUP-STANDARD-HOURS
               MOVE PC-VACATION-ACCRUAL-HOURS TO WS-GROUP-VAC-ACCRUAL
               MOVE PC-SICK-ACCRUAL-HOURS TO WS-GROUP-SICK-ACCRUAL
           ELSE
               DISPLAY "PAY GROUP " WS-RUN-PAY-GROUP
                   " IS NOT ON THE PAY-GROUP FILE - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * Is this employee in the group being paid?  A blank PAY-GROUP
      * is the default group's.
       109-CHECK-PAY-GROUP.
           MOVE "N" TO WS-IN-RUN-GROUP-SW
           MOVE PAY-GROUP OF EMPLOYEE-RECORD TO WS-RECORD-GROUP
           IF WS-RECORD-GROUP = SPACES
               MOVE PC-DEFAULT-PAY-GROUP TO WS-RECORD-GROUP
           END-IF
           IF WS-RECORD-GROUP = WS-RUN-PAY-GROUP
               MOVE "Y" TO WS-IN-RUN-GROUP-SW
           END-IF.

      * Is the card's date a scheduled period?  A regular run
      * against an off-calendar date is exactly the fat-fingered
      * date this card exists to catch, so it aborts; the off-cycle
      * run types are off-calendar by nature and only get the flag.
      * No calendar on disk leaves the check undone, with a warning
      * so someone cuts next year's calendar.  Only the card's pay
      * group's dates count; the scan also picks up that group's
      * previous scheduled date and counts its periods left in the
      * year.
       103-CHECK-PAY-CALENDAR.
           MOVE "N" TO WS-ON-CALENDAR-SW
           MOVE "N" TO WS-CALENDAR-LOADED-SW
           MOVE "NO" TO WS-CALENDAR-EOF
           MOVE ZERO TO WS-PRIOR-CAL-DATE
           MOVE ZERO TO WS-GROUP-PERIODS-LEFT
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               MOVE "Y" TO WS-CALENDAR-LOADED-SW
                       AT END
                           MOVE "YES" TO WS-CALENDAR-EOF
                       NOT AT END
                           PERFORM 111-TAKE-CALENDAR-LINE
                   END-READ
               END-PERFORM
               CLOSE PAY-CALENDAR-FILE
           END-IF
           IF NOT CALENDAR-ON-DISK
               MOVE "Y" TO WS-RUN-WARNING-SW
               DISPLAY "NO PAY-CALENDAR FILE ON DISK - PROCESSING "
                   "DATE " WS-RC-DATE " NOT CHECKED AGAINST SCHEDULE"
           ELSE
               IF NOT DATE-ON-CALENDAR
                   IF RUN-TYPE-REGULAR OR RUN-TYPE-TRIAL
                       DISPLAY "PROCESSING DATE " WS-RC-DATE
                           " IS NOT A SCHEDULED PERIOD FOR PAY GROUP "
                           WS-RUN-PAY-GROUP " - RUN ABORTED"
                       MOVE STEP-RC-ABORTED TO RETURN-CODE
                       STOP RUN
                   ELSE
                       DISPLAY "PROCESSING DATE " WS-RC-DATE
               END-IF
           END-IF.

      * One calendar line - ignored unless it is the card's group's.
       111-TAKE-CALENDAR-LINE.
           MOVE CAL-PAY-GROUP TO WS-CAL-GROUP
           IF WS-CAL-GROUP = SPACES
               MOVE PC-DEFAULT-PAY-GROUP TO WS-CAL-GROUP
           END-IF
           IF WS-CAL-GROUP = WS-RUN-PAY-GROUP
               IF CAL-PERIOD-DATE = WS-RC-DATE
                   MOVE "Y" TO WS-ON-CALENDAR-SW
               END-IF
               IF CAL-PERIOD-DATE < WS-RC-DATE
                       AND CAL-PERIOD-DATE > WS-PRIOR-CAL-DATE
                   MOVE CAL-PERIOD-DATE TO WS-PRIOR-CAL-DATE
               END-IF
               IF CAL-PERIOD-DATE NOT < WS-RC-DATE
                       AND CAL-PERIOD-DATE(1:4) = WS-RC-YEAR
                   ADD 1 TO WS-GROUP-PERIODS-LEFT
               END-IF
           END-IF.

      * No RUN-HISTORY-FILE yet (OPEN INPUT fails with a non-zero
      * status) just means this is the first run ever, so there is
      * nothing to duplicate.
                       AT END
                           MOVE "YES" TO WS-RUN-HISTORY-EOF
                       NOT AT END
                           MOVE RH-PAY-GROUP TO WS-RECORD-GROUP
                           IF WS-RECORD-GROUP = SPACES
                               MOVE PC-DEFAULT-PAY-GROUP
                                   TO WS-RECORD-GROUP
                           END-IF
                           IF RH-RUN-DATE = WS-RUN-DATE
                                   AND RH-RUN-TYPE = WS-RUN-TYPE
                                   AND WS-RECORD-GROUP =
                                       WS-RUN-PAY-GROUP
                               MOVE "Y" TO WS-DUPLICATE-RUN-SW
                           END-IF
                   END-READ
           IF WS-RUN-HISTORY-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-LINE
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TYPE TO RH-RUN-TYPE
           MOVE WS-RUN-PAY-GROUP TO RH-PAY-GROUP
           MOVE WS-OPERATOR-ID TO RH-OPERATOR-ID
           WRITE RUN-HISTORY-LINE
           CLOSE RUN-HISTORY-FILE.

      * The processing date and the period's first day as running
      * day numbers, computed once - the window every proration and
      * in-period termination check places an EFFECTIVE-DATE
      * against.  A scheduled date with an earlier one on the pay
      * group's calendar runs from the day after that one, so a
      * monthly group's period is the month it pays, whatever its
      * length; otherwise the period is the group's period length
      * in calendar days ending on the processing date.
      * WS-GROUP-PERIOD-DAYS is left holding the window's length.
       108-SET-PERIOD-WINDOW.
           MOVE WS-RUN-DATE TO WS-DN-DATE
           PERFORM 960-COMPUTE-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-RUN-DAY-NO
           COMPUTE WS-PERIOD-START-DAY-NO = WS-RUN-DAY-NO
               - WS-GROUP-PERIOD-DAYS + 1
           IF DATE-ON-CALENDAR AND WS-PRIOR-CAL-DATE NOT = ZERO
               MOVE WS-PRIOR-CAL-DATE TO WS-DN-DATE
               PERFORM 960-COMPUTE-DAY-NUMBER
               IF WS-RUN-DAY-NO - WS-DN-RESULT < 100
                   COMPUTE WS-PERIOD-START-DAY-NO = WS-DN-RESULT + 1
                   COMPUTE WS-GROUP-PERIOD-DAYS = WS-RUN-DAY-NO
                       - WS-DN-RESULT
               END-IF
           END-IF.

      * Picks up where a previous, incomplete run left off.  No
      * checkpoint file yet (OPEN INPUT fails with a non-zero status)
                       MOVE SPACES TO CHECKPOINT-LINE
               END-READ
               CLOSE CHECKPOINT-FILE
               MOVE CP-PAY-GROUP TO WS-RECORD-GROUP
               IF WS-RECORD-GROUP = SPACES
                   MOVE PC-DEFAULT-PAY-GROUP TO WS-RECORD-GROUP
               END-IF
               IF CP-EMPLOYEE-ID NOT = SPACES
                       AND CP-RUN-TYPE = WS-RUN-TYPE
                       AND CP-RUN-DATE = WS-RUN-DATE
                       AND WS-RECORD-GROUP = WS-RUN-PAY-GROUP
                   MOVE CP-EMPLOYEE-ID TO WS-CHECKPOINT-ID
                   MOVE "Y" TO WS-SKIPPING-SW
                   MOVE "Y" TO WS-RESTART-SW
                                       WS-YTD-HEALTH(WS-YTD-COUNT)
                                   MOVE YTD-NET-AMOUNT TO
                                       WS-YTD-NET(WS-YTD-COUNT)
                                   MOVE YTD-TAXABLE-AMOUNT TO
                                       WS-YTD-TAXABLE(WS-YTD-COUNT)
                               ELSE
                                   MOVE ZERO TO
                                       WS-YTD-GROSS(WS-YTD-COUNT)
                                       WS-YTD-RETIREMENT(WS-YTD-COUNT)
                                       WS-YTD-HEALTH(WS-YTD-COUNT)
                                       WS-YTD-NET(WS-YTD-COUNT)
                                       WS-YTD-TAXABLE(WS-YTD-COUNT)
                               END-IF
                           ELSE
                               DISPLAY "YTD-FILE HAS MORE THAN 500 "
                                   "EMPLOYEES - TABLE FULL AT "
                                   YTD-EMPLOYEE-ID " - RUN ABORTED"
                               MOVE STEP-RC-ABORTED TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
                               MOVE TB-MARGINAL-RATE TO
                                   WS-TB-RATE(WS-TAX-BRACKET-COUNT)
                           ELSE
                               MOVE "Y" TO WS-RUN-WARNING-SW
                               DISPLAY "TAX-BRACKET-FILE HAS MORE "
                                   "THAN 20 BANDS - EXTRA BAND "
                                   "NOT LOADED"
                                   "200 LINES - TABLE FULL AT "
                                   DED-EMPLOYEE-ID " " DED-TYPE
                                   " - RUN ABORTED"
                               MOVE STEP-RC-ABORTED TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
                                   DISPLAY "SUPPLEMENTAL LIST HAS "
                                       "MORE THAN 100 EMPLOYEES - "
                                       "RUN ABORTED"
                                   MOVE STEP-RC-ABORTED TO RETURN-CODE
                                   STOP RUN
                               END-IF
                           END-IF
           IF WS-SUPP-COUNT = ZERO
               DISPLAY "SUPPLEMENTAL RUN WITH NO EMPLOYEE LIST - "
                   "RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-REVERSAL-COUNT = ZERO
               DISPLAY "REVERSAL RUN WITH NO EMPLOYEE/DATE PAIRS - "
                   "RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

           ELSE
               DISPLAY "REVERSAL LIST HAS MORE THAN 100 PAIRS - "
                   "RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

               DISPLAY "REVERSAL LIST CARRIES " RV-EMPLOYEE-ID
                   " MORE THAN ONCE - ONE PAIR PER EMPLOYEE PER "
                   "RUN - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-RETRO-COUNT = ZERO
               DISPLAY "RETRO RUN WITH NO EMPLOYEE/DATE PAIRS - "
                   "RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

           ELSE
               DISPLAY "RETRO LIST HAS MORE THAN 100 PAIRS - "
                   "RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

               DISPLAY "RETRO LIST CARRIES " RTR-EMPLOYEE-ID
                   " MORE THAN ONCE - ONE PAIR PER EMPLOYEE PER "
                   "RUN - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

                                   MOVE TS-HOURS TO
                                       WS-TS-HOURS(WS-TIMESHEET-COUNT)
                               ELSE
                                   MOVE "Y" TO WS-RUN-WARNING-SW
                                   DISPLAY "TIMESHEET-FILE HAS MORE "
                                       "THAN 500 LINES - "
                                       TS-EMPLOYEE-ID " NOT LOADED"
               CLOSE TIMESHEET-FILE
           END-IF.

      * Reads the earnings code table ahead of the main loop.  No
      * code file on disk leaves the table empty - any earnings line
      * then rejects its employee as an unknown code.
       113-LOAD-EARNINGS-CODE-TABLE.
           MOVE ZERO TO WS-EARN-CODE-COUNT
           MOVE "NO" TO WS-EARN-CODE-EOF
           OPEN INPUT EARNINGS-CODE-FILE
           IF WS-EARN-CODE-STATUS = "00"
               PERFORM UNTIL WS-EARN-CODE-EOF = "YES"
                   READ EARNINGS-CODE-FILE
                       AT END
                           MOVE "YES" TO WS-EARN-CODE-EOF
                       NOT AT END
                           IF WS-EARN-CODE-COUNT < 50
                               ADD 1 TO WS-EARN-CODE-COUNT
                               MOVE EC-EARNINGS-CODE TO
                                   WS-EC-CODE(WS-EARN-CODE-COUNT)
                               MOVE EC-DESCRIPTION TO
                                   WS-EC-DESC(WS-EARN-CODE-COUNT)
                               MOVE EC-TAXABLE-FLAG TO
                                   WS-EC-TAXABLE(WS-EARN-CODE-COUNT)
                               MOVE EC-RETIREMENT-FLAG TO
                                   WS-EC-RETIRE(WS-EARN-CODE-COUNT)
                               MOVE EC-GL-ACCOUNT TO
                                   WS-EC-ACCOUNT(WS-EARN-CODE-COUNT)
                           ELSE
                               DISPLAY "EARNINGS-CODE-FILE HAS MORE "
                                   "THAN 50 CODES - TABLE FULL AT "
                                   EC-EARNINGS-CODE " - RUN ABORTED"
                               MOVE STEP-RC-ABORTED TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EARNINGS-CODE-FILE
           END-IF.

      * Reads this period's one-time earnings lines into
      * WS-EARNINGS-TABLE ahead of the main loop - lines stamped with
      * a different ER-PERIOD-DATE are left out the way stale
      * timesheet lines are.  No earnings file on disk just means
      * nobody has anything extra this period.
       114-LOAD-EARNINGS-TABLE.
           MOVE ZERO TO WS-EARNINGS-COUNT
           MOVE "NO" TO WS-EARNINGS-EOF
           OPEN INPUT EARNINGS-FILE
           IF WS-EARNINGS-STATUS = "00"
               PERFORM UNTIL WS-EARNINGS-EOF = "YES"
                   READ EARNINGS-FILE
                       AT END
                           MOVE "YES" TO WS-EARNINGS-EOF
                       NOT AT END
                           IF ER-PERIOD-DATE = WS-RUN-DATE
                               PERFORM 118-STORE-EARNINGS-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EARNINGS-FILE
           END-IF.

      * A line whose code is not on the table is still loaded, with
      * a zero code subscript, so the validation chain can reject
      * the employee instead of paying them short without a trace.
       118-STORE-EARNINGS-LINE.
           IF WS-EARNINGS-COUNT < 500
               ADD 1 TO WS-EARNINGS-COUNT
               MOVE ER-EMPLOYEE-ID TO WS-ER-ID(WS-EARNINGS-COUNT)
               MOVE ER-EARNINGS-CODE TO WS-ER-CODE(WS-EARNINGS-COUNT)
               MOVE ER-AMOUNT TO WS-ER-AMOUNT(WS-EARNINGS-COUNT)
               MOVE "N" TO WS-EARN-CODE-FOUND-SW
               MOVE ZERO TO WS-EARN-CODE-IDX
               PERFORM 119-SCAN-EARNINGS-CODE
                   UNTIL EARNINGS-CODE-FOUND
                       OR WS-EARN-CODE-IDX NOT LESS THAN
                           WS-EARN-CODE-COUNT
               IF EARNINGS-CODE-FOUND
                   MOVE WS-EARN-CODE-IDX TO
                       WS-ER-CODE-TIX(WS-EARNINGS-COUNT)
               ELSE
                   MOVE ZERO TO WS-ER-CODE-TIX(WS-EARNINGS-COUNT)
               END-IF
           ELSE
               MOVE "Y" TO WS-RUN-WARNING-SW
               DISPLAY "EARNINGS-FILE HAS MORE THAN 500 LINES - "
                   ER-EMPLOYEE-ID " " ER-EARNINGS-CODE " NOT LOADED"
           END-IF.

       119-SCAN-EARNINGS-CODE.
           ADD 1 TO WS-EARN-CODE-IDX
           IF WS-EC-CODE(WS-EARN-CODE-IDX) = ER-EARNINGS-CODE
               MOVE "Y" TO WS-EARN-CODE-FOUND-SW
           END-IF.

      * Reads the bank's returned-prenote list into WS-RETURNS-TABLE
      * ahead of the main loop.  No returns file on disk (OPEN INPUT
      * fails with a non-zero status) just means nothing has bounced.
                                   MOVE PRT-BANK-ACCOUNT TO
                                       WS-PRT-ACCOUNT(WS-RETURNS-COUNT)
                               ELSE
                                   MOVE "Y" TO WS-RUN-WARNING-SW
                                   DISPLAY "PRENOTE-RETURNS-FILE HAS "
                                       "MORE THAN 100 ACCOUNTS - "
                                       PRT-BANK-ACCOUNT " NOT LOADED"
                               DISPLAY "BENEFITS-FILE HAS MORE THAN "
                                   "500 EMPLOYEES - TABLE FULL AT "
                                   BEN-EMPLOYEE-ID " - RUN ABORTED"
                               MOVE STEP-RC-ABORTED TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               CLOSE BENEFITS-FILE
           END-IF.

      * Reads COST-DIST-FILE once into WS-COST-DIST-TABLE ahead of
      * the main loop.  No file on disk leaves every employee on the
      * master DEPARTMENT.  A file past the table's capacity aborts
      * the run - a split dropped half-way would charge the rest of
      * someone's pay to the wrong departments without a word.
       121-LOAD-COST-DIST-TABLE.
           MOVE ZERO TO WS-COST-DIST-COUNT
           MOVE "NO" TO WS-COST-DIST-EOF
           OPEN INPUT COST-DIST-FILE
           IF WS-COST-DIST-STATUS = "00"
               PERFORM UNTIL WS-COST-DIST-EOF = "YES"
                   READ COST-DIST-FILE
                       AT END
                           MOVE "YES" TO WS-COST-DIST-EOF
                       NOT AT END
                           IF WS-COST-DIST-COUNT < 1000
                               ADD 1 TO WS-COST-DIST-COUNT
                               MOVE CD-EMPLOYEE-ID TO
                                   WS-CD-ID(WS-COST-DIST-COUNT)
                               MOVE CD-DEPARTMENT TO
                                   WS-CD-DEPARTMENT
                                       (WS-COST-DIST-COUNT)
                               MOVE CD-PERCENT TO
                                   WS-CD-PERCENT(WS-COST-DIST-COUNT)
                           ELSE
                               DISPLAY "COST-DIST-FILE HAS MORE THAN "
                                   "1000 LINES - TABLE FULL AT "
                                   CD-EMPLOYEE-ID " - RUN ABORTED"
                               MOVE STEP-RC-ABORTED TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COST-DIST-FILE
           END-IF.

      * Collects WS-COST-DIST-SEARCH-ID's distribution lines into
      * WS-EMP-DIST-LIST and totals their percentages.  A count of
      * zero means no distribution - the master DEPARTMENT takes the
      * whole cost and COST-DIST-VALID stays on.
       122-GATHER-COST-DISTRIBUTION.
           MOVE ZERO TO WS-EMP-DIST-COUNT
           MOVE ZERO TO WS-EMP-DIST-TOTAL
           MOVE "Y" TO WS-EMP-DIST-VALID-SW
           MOVE ZERO TO WS-COST-DIST-IDX
           PERFORM 123-SCAN-COST-DIST-ENTRY
               WS-COST-DIST-COUNT TIMES
           IF WS-EMP-DIST-COUNT > ZERO
                   AND WS-EMP-DIST-TOTAL NOT = 100
               MOVE "N" TO WS-EMP-DIST-VALID-SW
           END-IF.

       123-SCAN-COST-DIST-ENTRY.
           ADD 1 TO WS-COST-DIST-IDX
           IF WS-CD-ID(WS-COST-DIST-IDX) = WS-COST-DIST-SEARCH-ID
               IF WS-EMP-DIST-COUNT < 10
                   ADD 1 TO WS-EMP-DIST-COUNT
                   MOVE WS-COST-DIST-IDX
                       TO WS-EMP-DIST-TIX(WS-EMP-DIST-COUNT)
                   ADD WS-CD-PERCENT(WS-COST-DIST-IDX)
                       TO WS-EMP-DIST-TOTAL
               ELSE
                   MOVE "N" TO WS-EMP-DIST-VALID-SW
               END-IF
           END-IF.

      * Reads ELECTION-FILE once into WS-ELECTION-TABLE ahead of the
      * main loop.  Nobody having filed an election leaves the count
      * at zero and every employee is withheld off the bands alone.
      * A file past the table's capacity aborts the run - an
      * employee whose exemption or extra withholding was silently
      * dropped would be withheld wrongly with nothing to show why.
       147-LOAD-ELECTION-TABLE.
           MOVE ZERO TO WS-ELECTION-COUNT
           MOVE "NO" TO WS-ELECTION-EOF
           OPEN INPUT ELECTION-FILE
           IF WS-ELECTION-STATUS = "00"
               PERFORM UNTIL WS-ELECTION-EOF = "YES"
                   READ ELECTION-FILE
                       AT END
                           MOVE "YES" TO WS-ELECTION-EOF
                       NOT AT END
                           IF WS-ELECTION-COUNT < 500
                               ADD 1 TO WS-ELECTION-COUNT
                               MOVE WE-EMPLOYEE-ID TO
                                   WS-WE-ID(WS-ELECTION-COUNT)
                               MOVE WE-FILING-STATUS TO
                                   WS-WE-FILING-STATUS
                                       (WS-ELECTION-COUNT)
                               MOVE WE-ALLOWANCE-AMOUNT TO
                                   WS-WE-ALLOWANCE(WS-ELECTION-COUNT)
                               MOVE WE-EXTRA-WITHHOLDING TO
                                   WS-WE-EXTRA(WS-ELECTION-COUNT)
                               MOVE WE-EXEMPT-FLAG TO
                                   WS-WE-EXEMPT-FLAG
                                       (WS-ELECTION-COUNT)
                               MOVE WE-EXEMPT-EXPIRY-DATE TO
                                   WS-WE-EXEMPT-EXPIRY
                                       (WS-ELECTION-COUNT)
                               MOVE WE-EFFECTIVE-DATE TO
                                   WS-WE-EFFECTIVE-DATE
                                       (WS-ELECTION-COUNT)
                           ELSE
                               DISPLAY "ELECTION-FILE HAS MORE THAN "
                                   "500 ENTRIES - TABLE FULL AT "
                                   WE-EMPLOYEE-ID " - RUN ABORTED"
                               MOVE STEP-RC-ABORTED TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ELECTION-FILE
           END-IF.

      * The election in force for WS-ELECTION-SEARCH-ID on the run
      * date - of the employee's elections that have started, the
      * one with the latest effective date.  An election keyed to
      * start later is not found yet, so the one before it goes on
      * applying.  The whole table is scanned, since an employee can
      * have more than one line.  WS-ELECTION-IDX is left on the
      * match.
       148-FIND-ELECTION-ENTRY.
           MOVE "N" TO WS-ELECTION-FOUND-SW
           MOVE ZERO TO WS-ELECTION-PICK
           MOVE ZERO TO WS-ELECTION-IDX
           PERFORM 149-SCAN-ELECTION-ENTRY WS-ELECTION-COUNT TIMES
           IF WS-ELECTION-PICK > ZERO
               MOVE "Y" TO WS-ELECTION-FOUND-SW
               MOVE WS-ELECTION-PICK TO WS-ELECTION-IDX
           END-IF.

       149-SCAN-ELECTION-ENTRY.
           ADD 1 TO WS-ELECTION-IDX
           IF WS-WE-ID(WS-ELECTION-IDX) = WS-ELECTION-SEARCH-ID
                   AND WS-WE-EFFECTIVE-DATE(WS-ELECTION-IDX)
                       NOT > WS-RUN-DATE
               IF WS-ELECTION-PICK = ZERO
                   MOVE WS-ELECTION-IDX TO WS-ELECTION-PICK
               ELSE IF WS-WE-EFFECTIVE-DATE(WS-ELECTION-IDX) >
                       WS-WE-EFFECTIVE-DATE(WS-ELECTION-PICK)
                   MOVE WS-ELECTION-IDX TO WS-ELECTION-PICK
               END-IF
               END-IF
           END-IF.

      * Reads LEAVE-FILE once into WS-LEAVE-TABLE ahead of the main
      * loop.  No leave file on disk (OPEN INPUT fails with a
      * non-zero status) just means leave tracking starts now -
                               DISPLAY "LEAVE-FILE HAS MORE THAN 500 "
                                   "EMPLOYEES - TABLE FULL AT "
                                   LV-EMPLOYEE-ID " - RUN ABORTED"
                               MOVE STEP-RC-ABORTED TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ

       141-STORE-LEAVE-TAKEN.
           IF NOT LT-TYPE-VACATION AND NOT LT-TYPE-SICK
               MOVE "Y" TO WS-RUN-WARNING-SW
               DISPLAY "LEAVE-TAKEN LINE WITH UNKNOWN TYPE - "
                   LT-EMPLOYEE-ID " " LT-LEAVE-TYPE " - NOT LOADED"
           ELSE
                   MOVE LT-HOURS TO
                       WS-LT-HOURS(WS-LEAVE-TAKEN-COUNT)
               ELSE
                   MOVE "Y" TO WS-RUN-WARNING-SW
                   DISPLAY "LEAVE-TAKEN-FILE HAS MORE THAN 500 "
                       "LINES - " LT-EMPLOYEE-ID " NOT LOADED"
               END-IF
                            WS-YTD-RETIREMENT(WS-YTD-COUNT)
                            WS-YTD-HEALTH(WS-YTD-COUNT)
                            WS-YTD-NET(WS-YTD-COUNT)
                            WS-YTD-TAXABLE(WS-YTD-COUNT)
               MOVE WS-YTD-COUNT TO WS-YTD-IDX
               MOVE "Y" TO WS-YTD-FOUND-SW
           ELSE
               MOVE "Y" TO WS-RUN-WARNING-SW
               DISPLAY "YTD TABLE FULL - " WS-YTD-SEARCH-ID
                   " NOT TRACKED FOR YTD"
           END-IF.
           PERFORM 156-CHECK-BANK-ACCOUNT
           PERFORM 158-CHECK-TERMINATION-DATE
           PERFORM 145-FIND-TIMESHEET-ENTRY
           PERFORM 151-GATHER-EMPLOYEE-EARNINGS
           MOVE EMPLOYEE-ID OF EMPLOYEE-RECORD
               TO WS-COST-DIST-SEARCH-ID
           PERFORM 122-GATHER-COST-DISTRIBUTION
           IF EMPLOYEE-ID OF EMPLOYEE-RECORD = SPACES
               MOVE "N" TO WS-VALID-RECORD-SW
               MOVE "01" TO WS-REJECT-CODE
                   TO WS-REJECT-TEXT
           ELSE IF PAY-TYPE-HOURLY
                   AND NOT TIMESHEET-ENTRY-FOUND
                   AND NOT TERMINATED-IN-PERIOD
               MOVE "N" TO WS-VALID-RECORD-SW
               MOVE "10" TO WS-REJECT-CODE
               MOVE "MISSING TIMESHEET" TO WS-REJECT-TEXT
               MOVE "N" TO WS-VALID-RECORD-SW
               MOVE "04" TO WS-REJECT-CODE
               MOVE "EMPLOYEE TERMINATED" TO WS-REJECT-TEXT
           ELSE IF NOT COST-DIST-VALID
               MOVE "N" TO WS-VALID-RECORD-SW
               MOVE "17" TO WS-REJECT-CODE
               MOVE "COST DISTRIBUTION NOT 100 PCT" TO WS-REJECT-TEXT
           ELSE IF EARNINGS-CODE-UNKNOWN
               MOVE "N" TO WS-VALID-RECORD-SW
               MOVE "18" TO WS-REJECT-CODE
               MOVE "UNKNOWN EARNINGS CODE" TO WS-REJECT-TEXT
           ELSE IF WS-EMP-EARN-COUNT > 5
               MOVE "N" TO WS-VALID-RECORD-SW
               MOVE "18" TO WS-REJECT-CODE
               MOVE "MORE THAN 5 EARNINGS LINES" TO WS-REJECT-TEXT
           END-IF.

      * Collects the current employee's one-time earnings lines for
      * 221-ADD-ONE-TIME-EARNINGS.  Only a run that pays the regular
      * period carries them - a bonus or retro run leaves the list
      * empty and the lines wait for the period's own run.
       151-GATHER-EMPLOYEE-EARNINGS.
           MOVE ZERO TO WS-EMP-EARN-COUNT
           MOVE "N" TO WS-EARN-UNKNOWN-SW
           MOVE ZERO TO WS-EARNINGS-IDX
           IF NOT RUN-TYPE-BONUS AND NOT RUN-TYPE-RETRO
               PERFORM 152-SCAN-EARNINGS-ENTRY
                   WS-EARNINGS-COUNT TIMES
           END-IF.

       152-SCAN-EARNINGS-ENTRY.
           ADD 1 TO WS-EARNINGS-IDX
           IF WS-ER-ID(WS-EARNINGS-IDX) =
                   EMPLOYEE-ID OF EMPLOYEE-RECORD
               ADD 1 TO WS-EMP-EARN-COUNT
               IF WS-ER-CODE-TIX(WS-EARNINGS-IDX) = ZERO
                   MOVE "Y" TO WS-EARN-UNKNOWN-SW
               END-IF
               IF WS-EMP-EARN-COUNT NOT > 5
                   MOVE WS-EARNINGS-IDX TO
                       WS-EMP-EARN-TIX(WS-EMP-EARN-COUNT)
               END-IF
           END-IF.

      * Places a past-or-current termination against the period
       165-COUNT-REJECT.
           ADD 1 TO WS-CTL-REJECT-COUNT
           MOVE WS-REJECT-CODE TO WS-CTL-REJ-CODE-IDX
           IF WS-CTL-REJ-CODE-IDX > 0 AND WS-CTL-REJ-CODE-IDX < 19
               ADD 1 TO WS-CTL-REJ-CODE-COUNT(WS-CTL-REJ-CODE-IDX)
           END-IF.

      * Written after every successfully processed employee, not
      * batched - PAYROLL-FILE/RETIREMENT-FILE/ACH-FILE rows and the
      * audit line for an employee are only ever one WRITE ahead of
      * the checkpoint this way, so a restart never has to
      * reprocess (and double-pay) anyone an abend left unrecorded.
       170-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-RUN-DATE TO CP-RUN-DATE
           MOVE WS-EMPLOYEE-ID TO CP-EMPLOYEE-ID
           MOVE WS-RUN-TYPE TO CP-RUN-TYPE
           MOVE WS-RUN-PAY-GROUP TO CP-PAY-GROUP
           WRITE CHECKPOINT-LINE
           CLOSE CHECKPOINT-FILE.

           MOVE "N" TO WS-RETRO-REJECT-SW
           MOVE "N" TO WS-PRORATED-SW
           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE "N" TO WS-FINAL-PAY-SW
           MOVE ZERO TO WS-VAC-PAYOUT-HOURS WS-VAC-PAYOUT-RATE
           MOVE ZERO TO WS-VAC-PAYOUT-AMOUNT WS-SICK-FORFEIT-HOURS
           MOVE ZERO TO WS-EARN-TOTAL WS-EARN-NONTAX-TOTAL
           MOVE ZERO TO WS-EARN-NONRET-TOTAL

           IF RUN-TYPE-BONUS
               PERFORM 210-COMPUTE-BONUS-PAY
           ELSE IF RETRO-REJECT
               PERFORM 160-WRITE-REJECT
           ELSE
               IF NOT RUN-TYPE-TRIAL
                   PERFORM 300-RECORD-TRANSACTION
               END-IF

               MOVE WS-EMPLOYEE-ID TO PR-EMPLOYEE-ID OF PAYROLL-RECORD
               MOVE WS-RUN-PAY-GROUP TO PR-PAY-GROUP OF PAYROLL-RECORD
               MOVE WS-EMPLOYEE-NAME TO
                   PR-EMPLOYEE-NAME OF PAYROLL-RECORD
               MOVE WS-EMPLOYEE-DEPARTMENT TO
               PERFORM 270-MOVE-DEDUCTION-LINE 5 TIMES
               MOVE WS-PRORATED-SW TO
                   PR-PRORATED-FLAG OF PAYROLL-RECORD
               MOVE WS-FINAL-PAY-SW TO
                   PR-FINAL-PAY-FLAG OF PAYROLL-RECORD
               IF FINAL-PAY-EMPLOYEE
                   MOVE EFFECTIVE-DATE OF EMPLOYEE-RECORD
                       TO PR-TERMINATION-DATE OF PAYROLL-RECORD
               ELSE
                   MOVE ZERO TO PR-TERMINATION-DATE OF PAYROLL-RECORD
               END-IF
               MOVE WS-VAC-PAYOUT-HOURS TO
                   PR-VAC-PAYOUT-HOURS OF PAYROLL-RECORD
               MOVE WS-VAC-PAYOUT-RATE TO
                   PR-VAC-PAYOUT-RATE OF PAYROLL-RECORD
               MOVE WS-VAC-PAYOUT-AMOUNT TO
                   PR-VAC-PAYOUT-AMOUNT OF PAYROLL-RECORD
               MOVE WS-SICK-FORFEIT-HOURS TO
                   PR-SICK-FORFEIT-HOURS OF PAYROLL-RECORD
               PERFORM 254-DETERMINE-PAYMENT-ROUTE
               MOVE WS-PAYMENT-ROUTE TO
                   PR-PAYMENT-ROUTE OF PAYROLL-RECORD
               MOVE WS-TAXABLE-WAGES TO
                   PR-TAXABLE-AMOUNT OF PAYROLL-RECORD
               MOVE WS-EMP-EARN-COUNT TO
                   PR-EARNINGS-COUNT OF PAYROLL-RECORD
               MOVE ZERO TO WS-EMP-EARN-IDX
               PERFORM 271-MOVE-EARNINGS-LINE 5 TIMES
               WRITE PAYROLL-RECORD

               ADD 1 TO WS-CTL-PAID-COUNT
               ADD WS-RETIREMENT-AMOUNT TO WS-CTL-RETIREMENT-TOTAL
               ADD WS-HEALTH-AMOUNT TO WS-CTL-HEALTH-TOTAL
               ADD WS-PAYROLL-AMOUNT TO WS-CTL-NET-TOTAL
               IF FINAL-PAY-EMPLOYEE
                   ADD 1 TO WS-CTL-FINAL-PAY-COUNT
                   ADD WS-VAC-PAYOUT-AMOUNT TO WS-CTL-VAC-PAYOUT-TOTAL
               END-IF
               ADD WS-EARN-TOTAL TO WS-CTL-EARNINGS-TOTAL
               ADD WS-EARN-NONTAX-TOTAL TO WS-CTL-NONTAX-TOTAL

               IF RUN-TYPE-REGULAR OR RUN-TYPE-SUPPLEMENTAL
                       OR RUN-TYPE-RETRO
                   PERFORM 250-WRITE-RETIREMENT-EXTRACT
               END-IF

               IF NOT RUN-TYPE-TRIAL
                   PERFORM 255-ROUTE-NET-PAYMENT
               END-IF
           END-IF.

      * One employee's reversal - the pair's original PAYROLL-RECORD
           MOVE ZERO TO WS-EMPLOYER-HEALTH
           MOVE ZERO TO WS-NEW-VAC-BALANCE
           MOVE ZERO TO WS-NEW-SICK-BALANCE
           MOVE WS-GROSS-AMOUNT TO WS-TAXABLE-WAGES
           MOVE WS-GROSS-AMOUNT TO WS-PAYROLL-AMOUNT.

      * Gross pay is straight salary for a regular run; tax comes
      * COMPUTE is guarded with ON SIZE ERROR - 200-PROCESS-PAYROLL
      * checks WS-AMOUNT-OVERFLOW-SW once all four have run and
      * rejects the employee rather than write a truncated figure.
      * The period's one-time earnings go onto gross last; the bands
      * and the employer tax see only taxable wages, and the
      * retirement contribution and match only the retirement base,
      * so a reimbursement is paid in full but never taxed.
       220-COMPUTE-REGULAR-PAY.
           IF RUN-TYPE-SUPPLEMENTAL
               MOVE "SUPPLMT" TO WS-TRANSACTION-TYPE
           ELSE
               PERFORM 223-COMPUTE-SALARIED-GROSS
           END-IF
           IF TERMINATED-IN-PERIOD
               PERFORM 224-COMPUTE-VACATION-PAYOUT
           END-IF
           PERFORM 221-ADD-ONE-TIME-EARNINGS
           PERFORM 230-COMPUTE-BANDED-TAX
           COMPUTE WS-RETIREMENT-AMOUNT =
               WS-RETIREMENT-BASE * PC-RETIREMENT-FUND-RATE
               ON SIZE ERROR
                   MOVE "Y" TO WS-AMOUNT-OVERFLOW-SW
           END-COMPUTE
           PERFORM 225-CAP-RETIREMENT-AMOUNT
           COMPUTE WS-EMPLOYER-RETIREMENT =
               WS-RETIREMENT-BASE * PC-EMPLOYER-MATCH-RATE
               ON SIZE ERROR
                   MOVE "Y" TO WS-AMOUNT-OVERFLOW-SW
           END-COMPUTE
           COMPUTE WS-EMPLOYER-TAX =
               WS-TAXABLE-WAGES * PC-EMPLOYER-TAX-RATE
               ON SIZE ERROR
                   MOVE "Y" TO WS-AMOUNT-OVERFLOW-SW
           END-COMPUTE
           PERFORM 228-SET-HEALTH-PREMIUM
           PERFORM 238-ADD-ELECTION-EXTRA
           IF WS-GROSS-AMOUNT < WS-TAX-AMOUNT + WS-RETIREMENT-AMOUNT
                   + WS-HEALTH-AMOUNT
               MOVE "Y" TO WS-NET-NEGATIVE-SW
               PERFORM 240-APPLY-EMPLOYEE-DEDUCTIONS
           END-IF.

      * The current employee's one-time earnings lines onto gross,
      * each also totalled by what its code keeps it out of, then
      * the two bases the deductions are taken on.  Nothing gathered
      * leaves both bases equal to gross.
       221-ADD-ONE-TIME-EARNINGS.
           MOVE ZERO TO WS-EMP-EARN-IDX
           PERFORM 231-ADD-EARNINGS-LINE WS-EMP-EARN-COUNT TIMES
           COMPUTE WS-TAXABLE-WAGES = WS-GROSS-AMOUNT
               - WS-EARN-NONTAX-TOTAL
           COMPUTE WS-RETIREMENT-BASE = WS-GROSS-AMOUNT
               - WS-EARN-NONRET-TOTAL.

       231-ADD-EARNINGS-LINE.
           ADD 1 TO WS-EMP-EARN-IDX
           MOVE WS-EMP-EARN-TIX(WS-EMP-EARN-IDX) TO WS-EARN-LINE-TIX
           MOVE WS-ER-CODE-TIX(WS-EARN-LINE-TIX) TO WS-EARN-CODE-IDX
           ADD WS-ER-AMOUNT(WS-EARN-LINE-TIX) TO WS-GROSS-AMOUNT
               ON SIZE ERROR
                   MOVE "Y" TO WS-AMOUNT-OVERFLOW-SW
           END-ADD
           ADD WS-ER-AMOUNT(WS-EARN-LINE-TIX) TO WS-EARN-TOTAL
           IF WS-EC-TAXABLE(WS-EARN-CODE-IDX) NOT = "Y"
               ADD WS-ER-AMOUNT(WS-EARN-LINE-TIX)
                   TO WS-EARN-NONTAX-TOTAL
           END-IF
           IF WS-EC-RETIRE(WS-EARN-CODE-IDX) NOT = "Y"
               ADD WS-ER-AMOUNT(WS-EARN-LINE-TIX)
                   TO WS-EARN-NONRET-TOTAL
           END-IF.

      * Salaried gross, prorated by calendar days inside the period
      * where EFFECTIVE-DATE calls for it.  A termination inside the
      * period (158 already placed it) pays the days from the
      * Hourly staff never come through here - their gross is
      * timesheet-driven and prorates itself.
       223-COMPUTE-SALARIED-GROSS.
           MOVE WS-GROUP-PERIOD-DAYS TO WS-PRORATE-DAYS
           IF TERMINATED-IN-PERIOD
               COMPUTE WS-PRORATE-DAYS = WS-EFF-DAY-NO
                   - WS-PERIOD-START-DAY-NO + 1
                   END-IF
               END-IF
           END-IF
           IF WS-PRORATE-DAYS NOT < WS-GROUP-PERIOD-DAYS
               COMPUTE WS-GROSS-AMOUNT = WS-EMPLOYEE-SALARY
                   ON SIZE ERROR
                       MOVE "Y" TO WS-AMOUNT-OVERFLOW-SW
           ELSE
               MOVE "Y" TO WS-PRORATED-SW
               COMPUTE WS-GROSS-AMOUNT ROUNDED = WS-EMPLOYEE-SALARY
                   * WS-PRORATE-DAYS / WS-GROUP-PERIOD-DAYS
                   ON SIZE ERROR
                       MOVE "Y" TO WS-AMOUNT-OVERFLOW-SW
               END-COMPUTE
           END-IF.

      * Final pay for an employee terminated inside the period.  The
      * vacation balance 227-APPLY-LEAVE left after this period's
      * draw and accrual is paid out at the employee's rate - the
      * hourly rate, or for salaried staff the period salary over
      * the pay group's standard hours - and added to gross as its
      * own earnings line, so tax, retirement and the employer amounts
      * all see it.  The sick balance is forfeited.  Both balances
      * land at zero on the record, so the end-of-run leave pass
      * zeroes the employee's leave file entry.
       224-COMPUTE-VACATION-PAYOUT.
           MOVE "Y" TO WS-FINAL-PAY-SW
           MOVE WS-NEW-VAC-BALANCE TO WS-VAC-PAYOUT-HOURS
           MOVE WS-NEW-SICK-BALANCE TO WS-SICK-FORFEIT-HOURS
           IF WS-EMPLOYEE-PAY-TYPE = "H"
               MOVE WS-EMPLOYEE-HOURLY-RATE TO WS-VAC-PAYOUT-RATE
           ELSE
               COMPUTE WS-VAC-PAYOUT-RATE ROUNDED =
                   WS-EMPLOYEE-SALARY / WS-GROUP-STANDARD-HOURS
                   ON SIZE ERROR
                       MOVE "Y" TO WS-AMOUNT-OVERFLOW-SW
               END-COMPUTE
           END-IF
           COMPUTE WS-VAC-PAYOUT-AMOUNT ROUNDED =
               WS-VAC-PAYOUT-RATE * WS-VAC-PAYOUT-HOURS
               ON SIZE ERROR
                   MOVE "Y" TO WS-AMOUNT-OVERFLOW-SW
           END-COMPUTE
           ADD WS-VAC-PAYOUT-AMOUNT TO WS-GROSS-AMOUNT
               ON SIZE ERROR
                   MOVE "Y" TO WS-AMOUNT-OVERFLOW-SW
           END-ADD
           MOVE ZERO TO WS-NEW-VAC-BALANCE
           MOVE ZERO TO WS-NEW-SICK-BALANCE.

      * Gross for the hourly staff - straight time against the
      * period's timesheet hours up to PC-OVERTIME-HOURS-LIMIT,
      * the premium rate against everything past it.  The hours
               MOVE "Y" TO WS-RETRO-REJECT-SW
               MOVE "16" TO WS-REJECT-CODE
               MOVE "RETRO BASE WAS PRORATED" TO WS-REJECT-TEXT
           ELSE IF WS-EMPLOYEE-SALARY NOT > WS-RETRO-OLD-BASE
               MOVE "Y" TO WS-RETRO-REJECT-SW
               MOVE "15" TO WS-REJECT-CODE
               MOVE "NO RETRO DIFFERENCE DUE" TO WS-REJECT-TEXT
           ELSE
               COMPUTE WS-GROSS-AMOUNT = WS-EMPLOYEE-SALARY
                   - WS-RETRO-OLD-BASE
               MOVE WS-GROSS-AMOUNT TO WS-TAXABLE-WAGES
               PERFORM 230-COMPUTE-BANDED-TAX
               COMPUTE WS-RETIREMENT-AMOUNT =
                   WS-GROSS-AMOUNT * PC-RETIREMENT-FUND-RATE
      * a payment the books say never happened would pay money
      * never owed - so the pair rejects as having no payment on
      * history, the mirror of the RETROPY-blocks-reversal rule.
      * The salary the period paid is the base's gross less any
      * one-time earnings it carried - those were paid in full and
      * have no difference owing on them.
       206-FIND-RETRO-BASE.
           MOVE "N" TO WS-RETRO-BASE-SW
           MOVE "N" TO WS-RETRO-PAID-SW
           MOVE "N" TO WS-RETRO-PRORATED-SW
           MOVE ZERO TO WS-RETRO-OLD-GROSS
           MOVE ZERO TO WS-RETRO-OLD-NET
           MOVE ZERO TO WS-RETRO-OLD-EARNINGS
           MOVE "NO" TO WS-RETRO-HISTORY-EOF
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               IF REVERSAL-ON-FILE
                   MOVE "N" TO WS-RETRO-BASE-SW
               END-IF
           END-IF
           COMPUTE WS-RETRO-OLD-BASE = WS-RETRO-OLD-GROSS
               - WS-RETRO-OLD-EARNINGS.

       207-MATCH-RETRO-RECORD.
           IF PR-EMPLOYEE-ID OF PAY-HISTORY-RECORD = WS-EMPLOYEE-ID
                       TO WS-RETRO-OLD-NET
                   MOVE PR-PRORATED-FLAG OF PAY-HISTORY-RECORD
                       TO WS-RETRO-PRORATED-SW
                   MOVE ZERO TO WS-RETRO-OLD-EARNINGS
                   MOVE ZERO TO WS-RETRO-EARN-IDX
                   PERFORM 204-ADD-RETRO-OLD-EARNINGS
                       PR-EARNINGS-COUNT OF PAY-HISTORY-RECORD TIMES
               END-IF
           END-IF.

       204-ADD-RETRO-OLD-EARNINGS.
           ADD 1 TO WS-RETRO-EARN-IDX
           ADD PR-EARNINGS-AMOUNT OF PAY-HISTORY-RECORD
                   (WS-RETRO-EARN-IDX)
               TO WS-RETRO-OLD-EARNINGS.

      * This period's leave for the current employee - the taken
      * hours off the loaded transactions by type, each trimmed to
      * the balance actually on hand (HR gets a warning instead of a
           MOVE ZERO TO WS-LEAVE-TAKEN-IDX
           PERFORM 232-GATHER-LEAVE-TAKEN WS-LEAVE-TAKEN-COUNT TIMES
           IF WS-LEAVE-VAC-TAKEN > WS-NEW-VAC-BALANCE
               MOVE "Y" TO WS-RUN-WARNING-SW
               DISPLAY "VACATION TAKEN EXCEEDS BALANCE FOR "
                   WS-EMPLOYEE-ID " - TRIMMED TO BALANCE"
               MOVE WS-NEW-VAC-BALANCE TO WS-LEAVE-VAC-TAKEN
           END-IF
           IF WS-LEAVE-SICK-TAKEN > WS-NEW-SICK-BALANCE
               MOVE "Y" TO WS-RUN-WARNING-SW
               DISPLAY "SICK TAKEN EXCEEDS BALANCE FOR "
                   WS-EMPLOYEE-ID " - TRIMMED TO BALANCE"
               MOVE WS-NEW-SICK-BALANCE TO WS-LEAVE-SICK-TAKEN
               + WS-LEAVE-SICK-TAKEN
           SUBTRACT WS-LEAVE-VAC-TAKEN FROM WS-NEW-VAC-BALANCE
           SUBTRACT WS-LEAVE-SICK-TAKEN FROM WS-NEW-SICK-BALANCE
           ADD WS-GROUP-VAC-ACCRUAL TO WS-NEW-VAC-BALANCE
               ON SIZE ERROR
                   MOVE 999,99 TO WS-NEW-VAC-BALANCE
           END-ADD
           ADD WS-GROUP-SICK-ACCRUAL TO WS-NEW-SICK-BALANCE
               ON SIZE ERROR
                   MOVE 999,99 TO WS-NEW-SICK-BALANCE
           END-ADD.
      * with no WS-YTD-TABLE entry simply has nothing withheld yet
      * this year - the cap still applies to the period amount
      * itself, so a single period big enough to clear the whole
      * annual limit on its own is trimmed too.  The headroom is also
      * paced over the pay group's scheduled periods left in the
      * year, this one included, so a weekly employee reaches the
      * limit no sooner than a monthly one.
       225-CAP-RETIREMENT-AMOUNT.
           MOVE WS-EMPLOYEE-ID TO WS-YTD-SEARCH-ID
           PERFORM 115-FIND-YTD-ENTRY
           ELSE
               COMPUTE WS-YTD-HEADROOM = PC-RETIREMENT-ANNUAL-LIMIT
                   - WS-YTD-RET-SO-FAR
               MOVE WS-YTD-HEADROOM TO WS-RET-PERIOD-CEILING
               IF WS-GROUP-PERIODS-LEFT > 1
                   COMPUTE WS-RET-PERIOD-CEILING =
                       WS-YTD-HEADROOM / WS-GROUP-PERIODS-LEFT
               END-IF
               IF WS-RETIREMENT-AMOUNT > WS-RET-PERIOD-CEILING
                   MOVE WS-RET-PERIOD-CEILING TO WS-RETIREMENT-AMOUNT
               END-IF
           END-IF.

      * each other, so no ordering of the table matters.  An empty
      * table (no TAX-BRACKET-FILE on disk) falls back to the old
      * flat PC-TAX-RATE rather than withholding nothing.
      * The employee's withholding election shapes it: an exemption
      * still inside its expiry withholds nothing at all; otherwise
      * the allowance comes off taxable wages before the bands (or
      * the flat rate) see it.  The extra flat amount is only
      * picked up here - 238-ADD-ELECTION-EXTRA puts it on once
      * retirement and health are known.  A retro difference
      * honors the exemption but not the allowance or extra amount -
      * those are per period, and the period they belong to already
      * took them.
       230-COMPUTE-BANDED-TAX.
           MOVE "N" TO WS-ELECTION-EXEMPT-SW
           MOVE ZERO TO WS-ELECTION-EXTRA-AMOUNT
           MOVE WS-TAXABLE-WAGES TO WS-TAXABLE-GROSS
           MOVE WS-EMPLOYEE-ID TO WS-ELECTION-SEARCH-ID
           PERFORM 148-FIND-ELECTION-ENTRY
           IF ELECTION-ENTRY-FOUND
               PERFORM 236-APPLY-ELECTION
           END-IF
           PERFORM 237-COMPUTE-TAX-AMOUNT.

      * The employee's election on file - an exemption still in
      * force, or the allowance off the taxable gross and the extra
      * amount to add to the tax.
       236-APPLY-ELECTION.
           IF WS-WE-EXEMPT-FLAG(WS-ELECTION-IDX) = "Y"
                   AND WS-WE-EXEMPT-EXPIRY(WS-ELECTION-IDX)
                       NOT < WS-RUN-DATE
               MOVE "Y" TO WS-ELECTION-EXEMPT-SW
           ELSE IF WS-TRANSACTION-TYPE NOT = "RETROPY"
               IF WS-WE-ALLOWANCE(WS-ELECTION-IDX)
                       < WS-TAXABLE-WAGES
                   COMPUTE WS-TAXABLE-GROSS = WS-TAXABLE-WAGES
                       - WS-WE-ALLOWANCE(WS-ELECTION-IDX)
               ELSE
                   MOVE ZERO TO WS-TAXABLE-GROSS
               END-IF
               MOVE WS-WE-EXTRA(WS-ELECTION-IDX)
                   TO WS-ELECTION-EXTRA-AMOUNT
           END-IF.

      * Tax on the taxable gross - none while an exemption is in
      * force, the flat PC-TAX-RATE with no bands on file, the bands
      * otherwise.
       237-COMPUTE-TAX-AMOUNT.
           IF ELECTION-EXEMPT-NOW
               MOVE ZERO TO WS-TAX-AMOUNT
           ELSE IF WS-TAX-BRACKET-COUNT = ZERO
               COMPUTE WS-TAX-AMOUNT = WS-TAXABLE-GROSS * PC-TAX-RATE
                   ON SIZE ERROR
                       MOVE "Y" TO WS-AMOUNT-OVERFLOW-SW
               END-COMPUTE
                   WS-TAX-BRACKET-COUNT TIMES
           END-IF.

      * The elected extra withholding onto the tax, held to the net
      * still left once the banded tax, retirement and health are
      * off gross - so an extra amount never by itself drives the
      * net negative, and takes whatever part of itself that net
      * can cover.  It goes on ahead of the DEDUCTION-FILE lines:
      * those are taken off the net after tax and stop themselves at
      * PC-PROTECTED-NET-AMOUNT, so they can never turn it negative.
       238-ADD-ELECTION-EXTRA.
           IF WS-ELECTION-EXTRA-AMOUNT > ZERO
                   AND WS-GROSS-AMOUNT > WS-TAX-AMOUNT
                       + WS-RETIREMENT-AMOUNT + WS-HEALTH-AMOUNT
               COMPUTE WS-ELECTION-EXTRA-ROOM = WS-GROSS-AMOUNT
                   - WS-TAX-AMOUNT - WS-RETIREMENT-AMOUNT
                   - WS-HEALTH-AMOUNT
               IF WS-ELECTION-EXTRA-AMOUNT > WS-ELECTION-EXTRA-ROOM
                   ADD WS-ELECTION-EXTRA-ROOM TO WS-TAX-AMOUNT
               ELSE
                   ADD WS-ELECTION-EXTRA-AMOUNT TO WS-TAX-AMOUNT
               END-IF
           END-IF.

      * One band's contribution - nothing at all when the taxable
      * gross never reaches the band's floor, the part of the band
      * it covers otherwise.
       235-ADD-BRACKET-TAX.
           ADD 1 TO WS-TAX-BRACKET-IDX
           IF WS-TAXABLE-GROSS > WS-TB-FLOOR(WS-TAX-BRACKET-IDX)
               IF WS-TAXABLE-GROSS >
                       WS-TB-CEILING(WS-TAX-BRACKET-IDX)
                   COMPUTE WS-TAX-BAND-SLICE =
                       WS-TB-CEILING(WS-TAX-BRACKET-IDX)
                       - WS-TB-FLOOR(WS-TAX-BRACKET-IDX)
               ELSE
                   COMPUTE WS-TAX-BAND-SLICE = WS-TAXABLE-GROSS
                       - WS-TB-FLOOR(WS-TAX-BRACKET-IDX)
               END-IF
               COMPUTE WS-TAX-AMOUNT = WS-TAX-AMOUNT
                       TO WS-EMP-DED-TIX(WS-EMP-DED-COUNT)
                   MOVE "N" TO WS-EMP-DED-DONE-SW(WS-EMP-DED-COUNT)
               ELSE
                   MOVE "Y" TO WS-RUN-WARNING-SW
                   DISPLAY "MORE THAN 5 DEDUCTIONS ON FILE FOR "
                       WS-EMPLOYEE-ID " - "
                       WS-DED-TYPE(WS-DEDUCTION-IDX) " NOT TAKEN"
      * the wait is up it is REWRITTEN live and deposits normally
      * from then on.  A returned prenote never ages live - the
      * employee stays on checks until EMPMAINT keys a corrected
      * account, which restarts the cycle.  A final payment goes out
      * as a check ahead of all of that when PC-FINAL-PAY-BY-CHECK
      * says so - and a leaver is never sent a prenote.
       254-DETERMINE-PAYMENT-ROUTE.
           MOVE "N" TO WS-PRENOTE-GO-LIVE-SW
           IF FINAL-PAY-EMPLOYEE AND PC-FINAL-PAY-FORCE-CHECK
               MOVE "C" TO WS-PAYMENT-ROUTE
           ELSE IF PRENOTE-LIVE OF EMPLOYEE-RECORD
               MOVE "D" TO WS-PAYMENT-ROUTE
           ELSE IF PRENOTE-NEEDED OF EMPLOYEE-RECORD
               MOVE "C" TO WS-PAYMENT-ROUTE
               PERFORM 260-WRITE-ACH-EXTRACT
           ELSE
               IF PRENOTE-NEEDED OF EMPLOYEE-RECORD
                       AND NOT FINAL-PAY-EMPLOYEE
                   PERFORM 262-SEND-PRENOTE
               END-IF
               PERFORM 264-WRITE-CHECK-PAYMENT
                   PAYROLL-RECORD(WS-APPLIED-IDX)
           END-IF.

      * One PAYROLL-RECORD earnings slot - the gathered line with
      * its code's description, treatment and GL account where there
      * is one, spaces/zero filler past WS-EMP-EARN-COUNT, so the
      * register, statement and GL passes never look the code up
      * again.
       271-MOVE-EARNINGS-LINE.
           ADD 1 TO WS-EMP-EARN-IDX
           IF WS-EMP-EARN-IDX NOT > WS-EMP-EARN-COUNT
               MOVE WS-EMP-EARN-TIX(WS-EMP-EARN-IDX) TO WS-EARN-LINE-TIX
               MOVE WS-ER-CODE-TIX(WS-EARN-LINE-TIX) TO WS-EARN-CODE-IDX
               MOVE WS-ER-CODE(WS-EARN-LINE-TIX) TO
                   PR-EARNINGS-CODE OF PAYROLL-RECORD(WS-EMP-EARN-IDX)
               MOVE WS-EC-DESC(WS-EARN-CODE-IDX) TO
                   PR-EARNINGS-DESC OF PAYROLL-RECORD(WS-EMP-EARN-IDX)
               MOVE WS-EC-TAXABLE(WS-EARN-CODE-IDX) TO
                   PR-EARNINGS-TAXABLE OF
                   PAYROLL-RECORD(WS-EMP-EARN-IDX)
               MOVE WS-EC-RETIRE(WS-EARN-CODE-IDX) TO
                   PR-EARNINGS-RETIRE OF
                   PAYROLL-RECORD(WS-EMP-EARN-IDX)
               MOVE WS-EC-ACCOUNT(WS-EARN-CODE-IDX) TO
                   PR-EARNINGS-ACCOUNT OF
                   PAYROLL-RECORD(WS-EMP-EARN-IDX)
               MOVE WS-ER-AMOUNT(WS-EARN-LINE-TIX) TO
                   PR-EARNINGS-AMOUNT OF
                   PAYROLL-RECORD(WS-EMP-EARN-IDX)
           ELSE
               MOVE SPACES TO
                   PR-EARNINGS-CODE OF PAYROLL-RECORD(WS-EMP-EARN-IDX)
                   PR-EARNINGS-DESC OF PAYROLL-RECORD(WS-EMP-EARN-IDX)
                   PR-EARNINGS-TAXABLE OF
                   PAYROLL-RECORD(WS-EMP-EARN-IDX)
                   PR-EARNINGS-RETIRE OF
                   PAYROLL-RECORD(WS-EMP-EARN-IDX)
                   PR-EARNINGS-ACCOUNT OF
                   PAYROLL-RECORD(WS-EMP-EARN-IDX)
               MOVE ZERO TO
                   PR-EARNINGS-AMOUNT OF
                   PAYROLL-RECORD(WS-EMP-EARN-IDX)
           END-IF.

      * An overflowed employee gets rejected the same way a bad
      * EMPLOYEE-FILE record does in 160-WRITE-REJECT, but from
      * 200-PROCESS-PAYROLL after the pay computations run rather
           MOVE "SKIPPED" TO WS-AUDIT-OUTCOME
           PERFORM 305-WRITE-AUDIT-RECORD.

      * The transaction is not put on the ledger here - LEDGPOST
      * posts the whole run from PAYROLL-FILE in batches once the run
      * is complete, so the employee loop never waits on, or fails
      * with, the ledger.  The audit line marks the payment PENDING;
      * LEDGPOST appends the ledger outcome for it.
       300-RECORD-TRANSACTION.
           DISPLAY "Transaction recorded for employee: " WS-EMPLOYEE-ID
               " type: " WS-TRANSACTION-TYPE

           MOVE WS-EMPLOYEE-ID TO WS-AUDIT-EMPLOYEE-ID
           MOVE WS-TRANSACTION-TYPE TO WS-AUDIT-TRANSACTION-TYPE
           MOVE WS-PAYROLL-AMOUNT TO WS-AUDIT-AMOUNT
           MOVE "PENDING" TO WS-AUDIT-OUTCOME
           PERFORM 305-WRITE-AUDIT-RECORD.

      * Independent of the ledger, which LEDGPOST posts to after the
      * run - every employee 100-MAIN's loop reaches gets
      * exactly one line here, stamped with the system date and time
      * at the moment it was written.  A trial run never opened the
      * audit trail and leaves it exactly as it was.
       305-WRITE-AUDIT-RECORD.
           IF NOT RUN-TYPE-TRIAL
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-TIME FROM TIME
               MOVE WS-AUDIT-EMPLOYEE-ID TO AU-EMPLOYEE-ID
               MOVE WS-AUDIT-TRANSACTION-TYPE TO AU-TRANSACTION-TYPE
               MOVE WS-AUDIT-AMOUNT TO AU-AMOUNT
               MOVE WS-AUDIT-OUTCOME TO AU-OUTCOME
               MOVE WS-AUDIT-DATE TO AU-DATE
               MOVE WS-AUDIT-TIME TO AU-TIME
               MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
               WRITE AUDIT-RECORD
           END-IF.

      * Folds the PAYROLL-FILE this run just finished writing back
      * into WS-YTD-TABLE and rewrites YTD-FILE in full.  Only
                       TO WS-YTD-HEALTH(WS-YTD-IDX)
                   ADD PR-NET-AMOUNT OF PAYROLL-RECORD
                       TO WS-YTD-NET(WS-YTD-IDX)
                   ADD PR-TAXABLE-AMOUNT OF PAYROLL-RECORD
                       TO WS-YTD-TAXABLE(WS-YTD-IDX)
               END-IF
           END-IF.

           IF PR-GROSS-AMOUNT OF PAYROLL-RECORD >
                   WS-YTD-GROSS(WS-YTD-IDX)
               MOVE ZERO TO WS-YTD-GROSS(WS-YTD-IDX)
               MOVE "Y" TO WS-RUN-WARNING-SW
               DISPLAY "REVERSAL EXCEEDS YTD FOR "
                   PR-EMPLOYEE-ID OF PAYROLL-RECORD
                   " - YTD FLOORED AT ZERO"
           ELSE
               SUBTRACT PR-NET-AMOUNT OF PAYROLL-RECORD
                   FROM WS-YTD-NET(WS-YTD-IDX)
           END-IF
           IF PR-TAXABLE-AMOUNT OF PAYROLL-RECORD >
                   WS-YTD-TAXABLE(WS-YTD-IDX)
               MOVE ZERO TO WS-YTD-TAXABLE(WS-YTD-IDX)
           ELSE
               SUBTRACT PR-TAXABLE-AMOUNT OF PAYROLL-RECORD
                   FROM WS-YTD-TAXABLE(WS-YTD-IDX)
           END-IF.

       760-WRITE-YTD-RECORD.
           MOVE WS-YTD-RETIREMENT(WS-YTD-IDX) TO YTD-RETIREMENT-AMOUNT
           MOVE WS-YTD-HEALTH(WS-YTD-IDX) TO YTD-HEALTH-AMOUNT
           MOVE WS-YTD-NET(WS-YTD-IDX) TO YTD-NET-AMOUNT
           MOVE WS-YTD-TAXABLE(WS-YTD-IDX) TO YTD-TAXABLE-AMOUNT
           WRITE YTD-RECORD.

      * Appends the PAYROLL-FILE this run just finished writing onto
               MOVE WS-LEAVE-COUNT TO WS-LEAVE-IDX
               MOVE "Y" TO WS-LEAVE-FOUND-SW
           ELSE
               MOVE "Y" TO WS-RUN-WARNING-SW
               DISPLAY "LEAVE TABLE FULL - " WS-LEAVE-SEARCH-ID
                   " NOT TRACKED FOR LEAVE"
           END-IF.
                       TO WS-DED-COLLECTED(WS-DEDUCTION-IDX)
               END-IF
           ELSE
               MOVE "Y" TO WS-RUN-WARNING-SW
               DISPLAY "DEDUCTION LINE WITH NO FILE ENTRY - "
                   PR-EMPLOYEE-ID OF PAYROLL-RECORD
                   " " WS-DED-SEARCH-TYPE
           IF PR-DEDUCTION-AMOUNT OF PAYROLL-RECORD(WS-PR-DED-IDX)
                   > WS-DED-COLLECTED(WS-DEDUCTION-IDX)
               MOVE ZERO TO WS-DED-COLLECTED(WS-DEDUCTION-IDX)
               MOVE "Y" TO WS-RUN-WARNING-SW
               DISPLAY "REVERSAL EXCEEDS COLLECTED FOR "
                   PR-EMPLOYEE-ID OF PAYROLL-RECORD
                   " " WS-DED-SEARCH-TYPE
                               MOVE DP-CASE-REFERENCE TO
                                   WS-DP-CASE-REF(WS-PAYEE-COUNT)
                           ELSE
                               MOVE "Y" TO WS-RUN-WARNING-SW
                               DISPLAY "DED-PAYEE-FILE HAS MORE THAN "
                                   "50 PAYEES - " DP-DED-TYPE
                                   " NOT LOADED"
               ELSE
                   DISPLAY "MORE THAN 20 DEDUCTION TYPES ON "
                       "PAYROLL-FILE - RUN ABORTED"
                   MOVE STEP-RC-ABORTED TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
               MOVE WS-CV-RESULT
                   TO WS-RMD-AMOUNT(WS-REMIT-DETAIL-COUNT)
           ELSE
               MOVE "Y" TO WS-RUN-WARNING-SW
               DISPLAY "MORE THAN 200 DEDUCTION TAKES THIS RUN - "
                   "DETAIL FOR " PR-EMPLOYEE-ID OF PAYROLL-RECORD
                   " " WS-DED-SEARCH-TYPE " NOT ON REPORT"
      * Puts PAYROLL-FILE into department order and walks it with a
      * control break on department, printing a detail line per
      * employee, a subtotal at each department break, and a grand
      * total at the end.  An employee split across departments by
      * the cost distribution prints under each of them with that
      * department's share and a line saying what percentage it is.
       800-PRINT-PAYROLL-REGISTER.
           PERFORM 820-LOAD-BUDGET-TABLE
           PERFORM 825-LOAD-RATE-TABLE
           SORT PAYROLL-SORT-FILE
               ON ASCENDING KEY PR-DEPARTMENT OF PAYROLL-SORT-RECORD
                                PR-EMPLOYEE-ID OF PAYROLL-SORT-RECORD
               INPUT PROCEDURE 802-RELEASE-SORT-INPUT
               GIVING PAYROLL-SORTED-FILE

           OPEN INPUT PAYROLL-SORTED-FILE
           OPEN OUTPUT REGISTER-FILE

           IF RUN-TYPE-TRIAL
               MOVE WS-TRIAL-BANNER-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE " (TRIAL)" TO RB-TRIAL-TAG
           END-IF
           MOVE WS-REG-HEADING-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           IF WS-RATE-COUNT > ZERO
               MOVE WS-FA-RESULT TO RD-NET-AMOUNT
               MOVE WS-REG-DETAIL-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
               IF PR-COST-SHARE-PCT OF PAYROLL-SORTED-RECORD > ZERO
                   MOVE PR-COST-SHARE-PCT OF PAYROLL-SORTED-RECORD
                       TO RCS-PERCENT
                   MOVE WS-REG-COST-SHARE-LINE TO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF
               IF PR-VAC-PAYOUT-AMOUNT OF PAYROLL-SORTED-RECORD > ZERO
                   MOVE PR-VAC-PAYOUT-HOURS OF PAYROLL-SORTED-RECORD
                       TO RVP-HOURS
                   MOVE PR-VAC-PAYOUT-AMOUNT OF PAYROLL-SORTED-RECORD
                       TO WS-FA-AMOUNT
                   PERFORM 900-FORMAT-AMOUNT
                   MOVE WS-FA-RESULT TO RVP-AMOUNT
                   MOVE WS-REG-VAC-PAYOUT-LINE TO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF
               MOVE ZERO TO WS-PR-EARN-IDX
               PERFORM 816-WRITE-REG-EARNINGS-LINE
                   PR-EARNINGS-COUNT OF PAYROLL-SORTED-RECORD TIMES

               MOVE ZERO TO WS-PR-DED-IDX
               PERFORM 815-WRITE-REG-DEDUCTION-LINE
           MOVE WS-GRAND-NET-TOTAL TO RG-GRAND-NET-TOTAL
           MOVE WS-REG-GRANDTOTAL-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           IF RUN-TYPE-TRIAL
               MOVE WS-TRIAL-BANNER-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF

           CLOSE PAYROLL-SORTED-FILE
           CLOSE REGISTER-FILE.

      * The register sort's input: every PAYROLL-FILE record, whole
      * or split by department per the employee's cost distribution.
       802-RELEASE-SORT-INPUT.
           MOVE "NO" TO WS-SORT-INPUT-EOF
           OPEN INPUT PAYROLL-FILE
           PERFORM UNTIL WS-SORT-INPUT-EOF = "YES"
               READ PAYROLL-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-INPUT-EOF
                   NOT AT END
                       PERFORM 803-RELEASE-PAYROLL-RECORD
               END-READ
           END-PERFORM
           CLOSE PAYROLL-FILE.

      * No distribution, or one that no longer totals 100 (a REVERSL
      * record never passed 150-VALIDATE-EMPLOYEE, and the file may
      * have been edited since the original ran), releases the
      * record whole under the department it was paid under.
      * Otherwise each distribution line releases one share.
       803-RELEASE-PAYROLL-RECORD.
           MOVE PR-EMPLOYEE-ID OF PAYROLL-RECORD
               TO WS-COST-DIST-SEARCH-ID
           PERFORM 122-GATHER-COST-DISTRIBUTION
           IF WS-EMP-DIST-COUNT = ZERO OR NOT COST-DIST-VALID
               MOVE PAYROLL-RECORD TO PAYROLL-SORT-RECORD
               MOVE ZERO TO PR-COST-SHARE-PCT OF PAYROLL-SORT-RECORD
               RELEASE PAYROLL-SORT-RECORD
           ELSE
               MOVE PAYROLL-RECORD TO WS-DIST-BASE-RECORD
               MOVE PAYROLL-RECORD TO WS-DIST-LEFT-RECORD
               MOVE ZERO TO WS-EMP-DIST-IDX
               PERFORM 804-RELEASE-COST-SHARE
                   WS-EMP-DIST-COUNT TIMES
           END-IF.

      * One department's share - every amount on the record taken at
      * the line's percentage, truncated, and subtracted from what
      * is left; the last line takes the remainder outright.
       804-RELEASE-COST-SHARE.
           ADD 1 TO WS-EMP-DIST-IDX
           MOVE WS-CD-PERCENT(WS-EMP-DIST-TIX(WS-EMP-DIST-IDX))
               TO WS-DIST-PCT
           IF WS-EMP-DIST-IDX = WS-EMP-DIST-COUNT
               MOVE WS-DIST-LEFT-RECORD TO PAYROLL-SORT-RECORD
           ELSE
               MOVE WS-DIST-BASE-RECORD TO PAYROLL-SORT-RECORD
               COMPUTE PR-GROSS-AMOUNT OF PAYROLL-SORT-RECORD =
                   PR-GROSS-AMOUNT OF WS-DIST-BASE-RECORD
                   * WS-DIST-PCT / 100
               SUBTRACT PR-GROSS-AMOUNT OF PAYROLL-SORT-RECORD
                   FROM PR-GROSS-AMOUNT OF WS-DIST-LEFT-RECORD
               COMPUTE PR-TAX-AMOUNT OF PAYROLL-SORT-RECORD =
                   PR-TAX-AMOUNT OF WS-DIST-BASE-RECORD
                   * WS-DIST-PCT / 100
               SUBTRACT PR-TAX-AMOUNT OF PAYROLL-SORT-RECORD
                   FROM PR-TAX-AMOUNT OF WS-DIST-LEFT-RECORD
               COMPUTE PR-RETIREMENT-AMOUNT OF PAYROLL-SORT-RECORD =
                   PR-RETIREMENT-AMOUNT OF WS-DIST-BASE-RECORD
                   * WS-DIST-PCT / 100
               SUBTRACT PR-RETIREMENT-AMOUNT OF PAYROLL-SORT-RECORD
                   FROM PR-RETIREMENT-AMOUNT OF WS-DIST-LEFT-RECORD
               COMPUTE PR-HEALTH-AMOUNT OF PAYROLL-SORT-RECORD =
                   PR-HEALTH-AMOUNT OF WS-DIST-BASE-RECORD
                   * WS-DIST-PCT / 100
               SUBTRACT PR-HEALTH-AMOUNT OF PAYROLL-SORT-RECORD
                   FROM PR-HEALTH-AMOUNT OF WS-DIST-LEFT-RECORD
               COMPUTE PR-NET-AMOUNT OF PAYROLL-SORT-RECORD =
                   PR-NET-AMOUNT OF WS-DIST-BASE-RECORD
                   * WS-DIST-PCT / 100
               SUBTRACT PR-NET-AMOUNT OF PAYROLL-SORT-RECORD
                   FROM PR-NET-AMOUNT OF WS-DIST-LEFT-RECORD
               COMPUTE PR-EMPLOYER-RETIREMENT OF PAYROLL-SORT-RECORD =
                   PR-EMPLOYER-RETIREMENT OF WS-DIST-BASE-RECORD
                   * WS-DIST-PCT / 100
               SUBTRACT PR-EMPLOYER-RETIREMENT OF PAYROLL-SORT-RECORD
                   FROM PR-EMPLOYER-RETIREMENT OF WS-DIST-LEFT-RECORD
               COMPUTE PR-EMPLOYER-TAX OF PAYROLL-SORT-RECORD =
                   PR-EMPLOYER-TAX OF WS-DIST-BASE-RECORD
                   * WS-DIST-PCT / 100
               SUBTRACT PR-EMPLOYER-TAX OF PAYROLL-SORT-RECORD
                   FROM PR-EMPLOYER-TAX OF WS-DIST-LEFT-RECORD
               COMPUTE PR-EMPLOYER-HEALTH OF PAYROLL-SORT-RECORD =
                   PR-EMPLOYER-HEALTH OF WS-DIST-BASE-RECORD
                   * WS-DIST-PCT / 100
               SUBTRACT PR-EMPLOYER-HEALTH OF PAYROLL-SORT-RECORD
                   FROM PR-EMPLOYER-HEALTH OF WS-DIST-LEFT-RECORD
               COMPUTE PR-VAC-PAYOUT-HOURS OF PAYROLL-SORT-RECORD =
                   PR-VAC-PAYOUT-HOURS OF WS-DIST-BASE-RECORD
                   * WS-DIST-PCT / 100
               SUBTRACT PR-VAC-PAYOUT-HOURS OF PAYROLL-SORT-RECORD
                   FROM PR-VAC-PAYOUT-HOURS OF WS-DIST-LEFT-RECORD
               COMPUTE PR-VAC-PAYOUT-AMOUNT OF PAYROLL-SORT-RECORD =
                   PR-VAC-PAYOUT-AMOUNT OF WS-DIST-BASE-RECORD
                   * WS-DIST-PCT / 100
               SUBTRACT PR-VAC-PAYOUT-AMOUNT OF PAYROLL-SORT-RECORD
                   FROM PR-VAC-PAYOUT-AMOUNT OF WS-DIST-LEFT-RECORD
               COMPUTE PR-TAXABLE-AMOUNT OF PAYROLL-SORT-RECORD =
                   PR-TAXABLE-AMOUNT OF WS-DIST-BASE-RECORD
                   * WS-DIST-PCT / 100
               SUBTRACT PR-TAXABLE-AMOUNT OF PAYROLL-SORT-RECORD
                   FROM PR-TAXABLE-AMOUNT OF WS-DIST-LEFT-RECORD
               MOVE ZERO TO WS-DIST-DED-IDX
               PERFORM 806-SPLIT-DEDUCTION-AMOUNT
                   PR-DEDUCTION-COUNT OF WS-DIST-BASE-RECORD TIMES
               MOVE ZERO TO WS-DIST-EARN-IDX
               PERFORM 807-SPLIT-EARNINGS-AMOUNT
                   PR-EARNINGS-COUNT OF WS-DIST-BASE-RECORD TIMES
           END-IF
           MOVE WS-CD-DEPARTMENT(WS-EMP-DIST-TIX(WS-EMP-DIST-IDX))
               TO PR-DEPARTMENT OF PAYROLL-SORT-RECORD
           MOVE WS-DIST-PCT TO PR-COST-SHARE-PCT OF PAYROLL-SORT-RECORD
           RELEASE PAYROLL-SORT-RECORD.

       806-SPLIT-DEDUCTION-AMOUNT.
           ADD 1 TO WS-DIST-DED-IDX
           COMPUTE PR-DEDUCTION-AMOUNT OF
                   PAYROLL-SORT-RECORD(WS-DIST-DED-IDX) =
               PR-DEDUCTION-AMOUNT OF
                   WS-DIST-BASE-RECORD(WS-DIST-DED-IDX)
               * WS-DIST-PCT / 100
           SUBTRACT PR-DEDUCTION-AMOUNT OF
                   PAYROLL-SORT-RECORD(WS-DIST-DED-IDX)
               FROM PR-DEDUCTION-AMOUNT OF
                   WS-DIST-LEFT-RECORD(WS-DIST-DED-IDX).

       807-SPLIT-EARNINGS-AMOUNT.
           ADD 1 TO WS-DIST-EARN-IDX
           COMPUTE PR-EARNINGS-AMOUNT OF
                   PAYROLL-SORT-RECORD(WS-DIST-EARN-IDX) =
               PR-EARNINGS-AMOUNT OF
                   WS-DIST-BASE-RECORD(WS-DIST-EARN-IDX)
               * WS-DIST-PCT / 100
           SUBTRACT PR-EARNINGS-AMOUNT OF
                   PAYROLL-SORT-RECORD(WS-DIST-EARN-IDX)
               FROM PR-EARNINGS-AMOUNT OF
                   WS-DIST-LEFT-RECORD(WS-DIST-EARN-IDX).

      * One register line per one-time earnings line inside the
      * gross, the same way as the deduction lines below it.
       816-WRITE-REG-EARNINGS-LINE.
           ADD 1 TO WS-PR-EARN-IDX
           MOVE PR-EARNINGS-CODE OF
               PAYROLL-SORTED-RECORD(WS-PR-EARN-IDX) TO REA-CODE
           MOVE PR-EARNINGS-DESC OF
               PAYROLL-SORTED-RECORD(WS-PR-EARN-IDX) TO REA-DESC
           MOVE PR-EARNINGS-AMOUNT OF
               PAYROLL-SORTED-RECORD(WS-PR-EARN-IDX) TO WS-FA-AMOUNT
           PERFORM 900-FORMAT-AMOUNT
           MOVE WS-FA-RESULT TO REA-AMOUNT
           IF PR-EARNINGS-TAXABLE OF
                   PAYROLL-SORTED-RECORD(WS-PR-EARN-IDX) = "Y"
               MOVE SPACES TO REA-TAX-NOTE
           ELSE
               MOVE "NOT TAXED" TO REA-TAX-NOTE
           END-IF
           MOVE WS-REG-EARNINGS-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE.

      * One register line per deduction taken, indented under the
      * employee's detail line - WS-FA-CURRENCY still holds this
      * record's currency from the detail-line formatting just
                           MOVE BG-BUDGET-AMOUNT TO
                               WS-BUDGET-AMOUNT(WS-BUDGET-COUNT)
                       ELSE
                           MOVE "Y" TO WS-RUN-WARNING-SW
                           DISPLAY "BUDGET-FILE HAS MORE THAN 50 "
                               "DEPARTMENTS - " BG-DEPARTMENT
                               " NOT LOADED"
                                   WS-RATE-TO-BASE(WS-RATE-COUNT)
                               MOVE XR-RATE-DATE TO WS-RATE-DATE
                           ELSE
                               MOVE "Y" TO WS-RUN-WARNING-SW
                               DISPLAY "EXCHANGE-RATE-FILE HAS MORE "
                                   "THAN 20 CURRENCIES - "
                                   XR-CURRENCY-CODE " NOT LOADED"
           MOVE "N" TO WS-DEPT-RATE-MISSING-SW
           MOVE ZERO TO WS-GL-DEPT-SALARY WS-GL-DEPT-EMP-RET
                        WS-GL-DEPT-EMP-TAX WS-GL-DEPT-EMP-HLT
           MOVE ZERO TO WS-GL-DEPT-EARNINGS WS-GL-EARN-COUNT
           OPEN INPUT PAYROLL-SORTED-FILE
           OPEN OUTPUT GL-FILE

                   TO WS-GL-CURRENT-DEPT
               MOVE ZERO TO WS-GL-DEPT-SALARY WS-GL-DEPT-EMP-RET
                            WS-GL-DEPT-EMP-TAX WS-GL-DEPT-EMP-HLT
               MOVE ZERO TO WS-GL-DEPT-EARNINGS WS-GL-EARN-COUNT
               MOVE "N" TO WS-GL-FIRST-SW
           END-IF
           MOVE PR-CURRENCY-CODE OF PAYROLL-SORTED-RECORD
           MOVE ZERO TO WS-PR-DED-IDX
           PERFORM 892-ADD-GL-DEDUCTION
               PR-DEDUCTION-COUNT OF PAYROLL-SORTED-RECORD TIMES
           MOVE ZERO TO WS-PR-EARN-IDX
           PERFORM 898-ADD-GL-EARNINGS
               PR-EARNINGS-COUNT OF PAYROLL-SORTED-RECORD TIMES
           MOVE PR-EMPLOYER-RETIREMENT OF PAYROLL-SORTED-RECORD
               TO WS-CV-AMOUNT
           PERFORM 895-CONVERT-TO-BASE
           PERFORM 895-CONVERT-TO-BASE
           ADD WS-CV-RESULT TO WS-GL-DEPT-SALARY WS-GL-OTHER-DED-CR.

      * One earnings line's converted amount against its code's GL
      * account for the department.  The salary-expense debit
      * already holds it through the components above; 893 moves it
      * out to the account at the break.
       898-ADD-GL-EARNINGS.
           ADD 1 TO WS-PR-EARN-IDX
           MOVE PR-EARNINGS-ACCOUNT OF
               PAYROLL-SORTED-RECORD(WS-PR-EARN-IDX)
               TO WS-GL-EARN-ACCOUNT
           MOVE "N" TO WS-GL-EARN-FOUND-SW
           MOVE ZERO TO WS-GL-EARN-IDX
           PERFORM 886-SCAN-GL-EARNINGS
               UNTIL GL-EARN-ACCOUNT-FOUND
                   OR WS-GL-EARN-IDX NOT LESS THAN WS-GL-EARN-COUNT
           IF NOT GL-EARN-ACCOUNT-FOUND
               IF WS-GL-EARN-COUNT < 50
                   ADD 1 TO WS-GL-EARN-COUNT
                   MOVE WS-GL-EARN-COUNT TO WS-GL-EARN-IDX
                   MOVE WS-GL-EARN-ACCOUNT
                       TO WS-GLE-ACCOUNT(WS-GL-EARN-IDX)
                   MOVE ZERO TO WS-GLE-AMOUNT(WS-GL-EARN-IDX)
                   MOVE "Y" TO WS-GL-EARN-FOUND-SW
               ELSE
                   MOVE "Y" TO WS-RUN-WARNING-SW
                   DISPLAY "GL EARNINGS ACCOUNTS FULL FOR DEPARTMENT "
                       WS-GL-CURRENT-DEPT " - " WS-GL-EARN-ACCOUNT
                       " LEFT IN SALARY EXPENSE"
               END-IF
           END-IF
           IF GL-EARN-ACCOUNT-FOUND
               MOVE PR-EARNINGS-AMOUNT OF
                   PAYROLL-SORTED-RECORD(WS-PR-EARN-IDX)
                   TO WS-CV-AMOUNT
               PERFORM 895-CONVERT-TO-BASE
               ADD WS-CV-RESULT TO WS-GLE-AMOUNT(WS-GL-EARN-IDX)
                                   WS-GL-DEPT-EARNINGS
           END-IF.

       886-SCAN-GL-EARNINGS.
           ADD 1 TO WS-GL-EARN-IDX
           IF WS-GLE-ACCOUNT(WS-GL-EARN-IDX) = WS-GL-EARN-ACCOUNT
               MOVE "Y" TO WS-GL-EARN-FOUND-SW
           END-IF.

      * The department's debit lines at its control break - expense
      * accounts with nothing in them this run (a bonus run has no
      * employer-side amounts, for instance) put no line on the
      * file.  One-time earnings come out of salary expense and
      * post to their own accounts, one line per account.
       893-WRITE-DEPT-DEBITS.
           MOVE WS-GL-CURRENT-DEPT TO WS-GL-LINE-DEPT
           MOVE ZERO TO WS-GL-LINE-CREDIT
           SUBTRACT WS-GL-DEPT-EARNINGS FROM WS-GL-DEPT-SALARY
           IF WS-GL-DEPT-SALARY > ZERO
               MOVE "SALARY EXPENSE" TO WS-GL-LINE-ACCOUNT
               MOVE WS-GL-DEPT-SALARY TO WS-GL-LINE-DEBIT
               PERFORM 894-WRITE-GL-LINE
           END-IF
           MOVE ZERO TO WS-GL-EARN-IDX
           PERFORM 899-WRITE-GL-EARNINGS-LINE WS-GL-EARN-COUNT TIMES
           IF WS-GL-DEPT-EMP-RET > ZERO
               MOVE "EMPLOYER RETIREMENT EXP" TO WS-GL-LINE-ACCOUNT
               MOVE WS-GL-DEPT-EMP-RET TO WS-GL-LINE-DEBIT
               PERFORM 894-WRITE-GL-LINE
           END-IF.

       899-WRITE-GL-EARNINGS-LINE.
           ADD 1 TO WS-GL-EARN-IDX
           IF WS-GLE-AMOUNT(WS-GL-EARN-IDX) > ZERO
               MOVE WS-GLE-ACCOUNT(WS-GL-EARN-IDX)
                   TO WS-GL-LINE-ACCOUNT
               MOVE WS-GLE-AMOUNT(WS-GL-EARN-IDX) TO WS-GL-LINE-DEBIT
               PERFORM 894-WRITE-GL-LINE
           END-IF.

      * A reversal run's PAYROLL-FILE holds only REVERSL records, so
      * its whole extract posts with the sides swapped - what was
      * debited is credited back and the payables come back down,
               MOVE "Y" TO WS-RATE-FOUND-SW
           END-IF.

      * The GL extract just written, appended whole to the GL
      * history the way 770-UPDATE-PAY-HISTORY appends PAYROLL-FILE
      * - only a completed run gets this far, so each run's journal
      * lands on the history exactly once.
       897-UPDATE-GL-HISTORY.
           MOVE "NO" TO WS-GL-HISTORY-EOF
           OPEN INPUT GL-FILE
           OPEN EXTEND GL-HISTORY-FILE
           IF WS-GL-HISTORY-STATUS = "35"
               OPEN OUTPUT GL-HISTORY-FILE
           END-IF
           PERFORM UNTIL WS-GL-HISTORY-EOF = "YES"
               READ GL-FILE
                   AT END
                       MOVE "YES" TO WS-GL-HISTORY-EOF
                   NOT AT END
                       MOVE GL-RECORD TO GL-HISTORY-RECORD
                       WRITE GL-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE GL-FILE
           CLOSE GL-HISTORY-FILE.

      * Flags the department just subtotaled in WS-CURRENT-DEPT/
      * WS-DEPT-NET-TOTAL if it is over its budgeted net pay for the
      * period - a department with no entry in WS-BUDGET-TABLE is
                   WRITE REGISTER-LINE
               ELSE IF WS-DEPT-NET-TOTAL >
                       WS-BUDGET-AMOUNT(WS-BUDGET-IDX)
                   MOVE "Y" TO WS-RUN-WARNING-SW
                   COMPUTE RB-OVER-AMOUNT = WS-DEPT-NET-TOTAL
                       - WS-BUDGET-AMOUNT(WS-BUDGET-IDX)
                   MOVE WS-REG-BUDGET-EXCEPTION-LINE TO REGISTER-LINE
               MOVE WS-STMT-RETRO-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           IF PR-FINAL-PAY OF PAYROLL-RECORD
                   AND PR-TRANSACTION-TYPE OF PAYROLL-RECORD
                       NOT = "REVERSL"
               MOVE PR-TERMINATION-DATE OF PAYROLL-RECORD
                   TO SF-TERMINATION-DATE
               MOVE WS-STMT-FINAL-PAY-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE PR-EMPLOYEE-ID OF PAYROLL-RECORD TO ST-EMPLOYEE-ID
           MOVE PR-EMPLOYEE-NAME OF PAYROLL-RECORD TO ST-EMPLOYEE-NAME
           MOVE WS-STMT-EMPLOYEE-LINE TO STATEMENT-LINE
           MOVE "GROSS PAY:" TO ST-AMOUNT-LABEL
           MOVE PR-GROSS-AMOUNT OF PAYROLL-RECORD TO WS-FA-AMOUNT
           PERFORM 856-WRITE-AMOUNT-LINE
           IF PR-VAC-PAYOUT-AMOUNT OF PAYROLL-RECORD > ZERO
               MOVE "  INCL VAC PAYOUT:" TO ST-AMOUNT-LABEL
               MOVE PR-VAC-PAYOUT-AMOUNT OF PAYROLL-RECORD
                   TO WS-FA-AMOUNT
               PERFORM 856-WRITE-AMOUNT-LINE
           END-IF
           MOVE ZERO TO WS-PR-EARN-IDX
           PERFORM 859-WRITE-STMT-EARNINGS-LINE
               PR-EARNINGS-COUNT OF PAYROLL-RECORD TIMES
           MOVE "TAX WITHHELD:" TO ST-AMOUNT-LABEL
           MOVE PR-TAX-AMOUNT OF PAYROLL-RECORD TO WS-FA-AMOUNT
           PERFORM 856-WRITE-AMOUNT-LINE
           MOVE PR-NET-AMOUNT OF PAYROLL-RECORD TO WS-FA-AMOUNT
           PERFORM 856-WRITE-AMOUNT-LINE

      * The withholding election behind the tax line, on every page
      * whose tax went through 230-COMPUTE-BANDED-TAX.
           IF PR-TRANSACTION-TYPE OF PAYROLL-RECORD = "REGULAR"
                   OR PR-TRANSACTION-TYPE OF PAYROLL-RECORD
                       = "SUPPLMT"
                   OR PR-TRANSACTION-TYPE OF PAYROLL-RECORD
                       = "RETROPY"
               MOVE PR-EMPLOYEE-ID OF PAYROLL-RECORD
                   TO WS-ELECTION-SEARCH-ID
               PERFORM 148-FIND-ELECTION-ENTRY
               IF ELECTION-ENTRY-FOUND
                   PERFORM 858-WRITE-STMT-ELECTION-LINES
               END-IF
           END-IF

      * Leave balances only on the pages of the run types that
      * maintain them - a bonus or reversal record carries zeros
      * that would read as wiped-out balances.
                   TO ST-LEAVE-HOURS
               MOVE WS-STMT-LEAVE-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               IF PR-FINAL-PAY OF PAYROLL-RECORD
                   MOVE "VACATION PAID OUT:" TO ST-LEAVE-LABEL
                   MOVE PR-VAC-PAYOUT-HOURS OF PAYROLL-RECORD
                       TO ST-LEAVE-HOURS
                   MOVE WS-STMT-LEAVE-LINE TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   MOVE "SICK FORFEITED:" TO ST-LEAVE-LABEL
                   MOVE PR-SICK-FORFEIT-HOURS OF PAYROLL-RECORD
                       TO ST-LEAVE-HOURS
                   MOVE WS-STMT-LEAVE-LINE TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
           END-IF

           IF PR-PAID-BY-CHECK OF PAYROLL-RECORD
               PAYROLL-RECORD(WS-PR-DED-IDX) TO WS-FA-AMOUNT
           PERFORM 856-WRITE-AMOUNT-LINE.

      * One statement line per one-time earnings line inside the
      * gross, under it the way the vacation payout is.
       859-WRITE-STMT-EARNINGS-LINE.
           ADD 1 TO WS-PR-EARN-IDX
           MOVE PR-EARNINGS-DESC OF
               PAYROLL-RECORD(WS-PR-EARN-IDX) TO SN-DESC
           MOVE WS-ST-EARN-LABEL TO ST-AMOUNT-LABEL
           MOVE PR-EARNINGS-AMOUNT OF
               PAYROLL-RECORD(WS-PR-EARN-IDX) TO WS-FA-AMOUNT
           PERFORM 900-FORMAT-AMOUNT
           MOVE WS-FA-RESULT TO ST-AMOUNT
           MOVE WS-STMT-AMOUNT-LINE TO SN-AMOUNT-LINE
           IF PR-EARNINGS-TAXABLE OF
                   PAYROLL-RECORD(WS-PR-EARN-IDX) = "Y"
               MOVE SPACES TO SN-TAX-NOTE
           ELSE
               MOVE "NOT TAXED" TO SN-TAX-NOTE
           END-IF
           MOVE WS-STMT-EARNINGS-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      * The election as 230-COMPUTE-BANDED-TAX applied it - filing
      * status, then either the exemption (with its expiry) or the
      * allowance and extra amount.  A lapsed exemption says so, so
      * the employee knows why tax is back on the page.
       858-WRITE-STMT-ELECTION-LINES.
           MOVE WS-WE-FILING-STATUS(WS-ELECTION-IDX) TO SE-FILING-STATUS
           MOVE WS-STMT-ELECTION-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-WE-EXEMPT-FLAG(WS-ELECTION-IDX) = "Y"
               MOVE WS-WE-EXEMPT-EXPIRY(WS-ELECTION-IDX)
                   TO SX-EXPIRY-DATE
               IF WS-WE-EXEMPT-EXPIRY(WS-ELECTION-IDX)
                       NOT < WS-RUN-DATE
                   MOVE "EXEMPT FROM TAX THROUGH " TO SX-LABEL
               ELSE
                   MOVE "EXEMPTION EXPIRED ON   " TO SX-LABEL
               END-IF
               MOVE WS-STMT-EXEMPT-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           IF WS-WE-EXEMPT-FLAG(WS-ELECTION-IDX) NOT = "Y"
                   OR WS-WE-EXEMPT-EXPIRY(WS-ELECTION-IDX)
                       < WS-RUN-DATE
               IF WS-WE-ALLOWANCE(WS-ELECTION-IDX) > ZERO
                   MOVE "ELECTED ALLOWANCE:" TO ST-AMOUNT-LABEL
                   MOVE WS-WE-ALLOWANCE(WS-ELECTION-IDX)
                       TO WS-FA-AMOUNT
                   PERFORM 856-WRITE-AMOUNT-LINE
               END-IF
               IF WS-WE-EXTRA(WS-ELECTION-IDX) > ZERO
                   MOVE "EXTRA WITHHOLDING:" TO ST-AMOUNT-LABEL
                   MOVE WS-WE-EXTRA(WS-ELECTION-IDX) TO WS-FA-AMOUNT
                   PERFORM 856-WRITE-AMOUNT-LINE
               END-IF
           END-IF.

      * HR's exit-file record of every final payment the run made -
      * what the last period earned, the vacation paid out and at
      * what rate, the sick hours forfeited, the deductions and the
      * net, and how the net went out.  A REVERSL copy of a final
      * payment is not a settlement and is left off.
       865-PRINT-FINAL-PAY-SUMMARY.
           MOVE "NO" TO WS-FP-EOF
           MOVE ZERO TO WS-FP-WRITTEN-COUNT
           OPEN INPUT PAYROLL-FILE
           OPEN OUTPUT FINAL-PAY-FILE
           MOVE WS-RUN-DATE TO FP-PROCESSING-DATE
           MOVE WS-FP-HEADING-LINE TO FINAL-PAY-LINE
           WRITE FINAL-PAY-LINE
           PERFORM UNTIL WS-FP-EOF = "YES"
               READ PAYROLL-FILE
                   AT END
                       MOVE "YES" TO WS-FP-EOF
                   NOT AT END
                       IF PR-FINAL-PAY OF PAYROLL-RECORD
                               AND PR-TRANSACTION-TYPE OF
                                   PAYROLL-RECORD NOT = "REVERSL"
                           PERFORM 866-WRITE-FINAL-PAY-BLOCK
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FP-WRITTEN-COUNT = ZERO
               MOVE WS-FP-NONE-LINE TO FINAL-PAY-LINE
               WRITE FINAL-PAY-LINE
           END-IF
           CLOSE PAYROLL-FILE
           CLOSE FINAL-PAY-FILE.

       866-WRITE-FINAL-PAY-BLOCK.
           ADD 1 TO WS-FP-WRITTEN-COUNT
           MOVE WS-STMT-SEPARATOR-LINE TO FINAL-PAY-LINE
           WRITE FINAL-PAY-LINE
           MOVE PR-EMPLOYEE-ID OF PAYROLL-RECORD TO ST-EMPLOYEE-ID
           MOVE PR-EMPLOYEE-NAME OF PAYROLL-RECORD TO ST-EMPLOYEE-NAME
           MOVE WS-STMT-EMPLOYEE-LINE TO FINAL-PAY-LINE
           WRITE FINAL-PAY-LINE
           MOVE PR-DEPARTMENT OF PAYROLL-RECORD TO ST-DEPARTMENT
           MOVE WS-STMT-DEPT-LINE TO FINAL-PAY-LINE
           WRITE FINAL-PAY-LINE
           MOVE PR-TERMINATION-DATE OF PAYROLL-RECORD
               TO FP-TERMINATION-DATE
           MOVE WS-FP-TERM-LINE TO FINAL-PAY-LINE
           WRITE FINAL-PAY-LINE

           MOVE PR-CURRENCY-CODE OF PAYROLL-RECORD TO WS-FA-CURRENCY
           MOVE PR-CURRENCY-CODE OF PAYROLL-RECORD
               TO ST-AMOUNT-CURRENCY
           MOVE "FINAL PERIOD PAY:" TO ST-AMOUNT-LABEL
           COMPUTE WS-FA-AMOUNT = PR-GROSS-AMOUNT OF PAYROLL-RECORD
               - PR-VAC-PAYOUT-AMOUNT OF PAYROLL-RECORD
           PERFORM 867-WRITE-FINAL-AMOUNT-LINE
           MOVE PR-VAC-PAYOUT-HOURS OF PAYROLL-RECORD
               TO FP-PAYOUT-HOURS
           MOVE PR-VAC-PAYOUT-RATE OF PAYROLL-RECORD TO FP-PAYOUT-RATE
           MOVE PR-VAC-PAYOUT-AMOUNT OF PAYROLL-RECORD TO WS-FA-AMOUNT
           PERFORM 900-FORMAT-AMOUNT
           MOVE WS-FA-RESULT TO FP-PAYOUT-AMOUNT
           MOVE PR-CURRENCY-CODE OF PAYROLL-RECORD
               TO FP-PAYOUT-CURRENCY
           MOVE WS-FP-PAYOUT-LINE TO FINAL-PAY-LINE
           WRITE FINAL-PAY-LINE
           MOVE "GROSS PAY:" TO ST-AMOUNT-LABEL
           MOVE PR-GROSS-AMOUNT OF PAYROLL-RECORD TO WS-FA-AMOUNT
           PERFORM 867-WRITE-FINAL-AMOUNT-LINE
           MOVE "TAX WITHHELD:" TO ST-AMOUNT-LABEL
           MOVE PR-TAX-AMOUNT OF PAYROLL-RECORD TO WS-FA-AMOUNT
           PERFORM 867-WRITE-FINAL-AMOUNT-LINE
           MOVE "RETIREMENT:" TO ST-AMOUNT-LABEL
           MOVE PR-RETIREMENT-AMOUNT OF PAYROLL-RECORD TO WS-FA-AMOUNT
           PERFORM 867-WRITE-FINAL-AMOUNT-LINE
           MOVE "HEALTH INSURANCE:" TO ST-AMOUNT-LABEL
           MOVE PR-HEALTH-AMOUNT OF PAYROLL-RECORD TO WS-FA-AMOUNT
           PERFORM 867-WRITE-FINAL-AMOUNT-LINE
           MOVE ZERO TO WS-FP-DED-TOTAL
           MOVE ZERO TO WS-PR-DED-IDX
           PERFORM 868-ADD-FINAL-DEDUCTION
               PR-DEDUCTION-COUNT OF PAYROLL-RECORD TIMES
           MOVE "OTHER DEDUCTIONS:" TO ST-AMOUNT-LABEL
           MOVE WS-FP-DED-TOTAL TO WS-FA-AMOUNT
           PERFORM 867-WRITE-FINAL-AMOUNT-LINE
           MOVE "NET PAY:" TO ST-AMOUNT-LABEL
           MOVE PR-NET-AMOUNT OF PAYROLL-RECORD TO WS-FA-AMOUNT
           PERFORM 867-WRITE-FINAL-AMOUNT-LINE
           IF PR-PAID-BY-CHECK OF PAYROLL-RECORD
               MOVE "PRINTED CHECK" TO FP-ROUTE-TEXT
               MOVE SPACES TO FP-BANK-ACCOUNT
           ELSE
               MOVE "DEPOSIT TO" TO FP-ROUTE-TEXT
               MOVE PR-BANK-ACCOUNT OF PAYROLL-RECORD TO WS-MB-TEXT
               PERFORM 860-MASK-BANK-ACCOUNT
               MOVE WS-MB-TEXT TO FP-BANK-ACCOUNT
           END-IF
           MOVE WS-FP-ROUTE-LINE TO FINAL-PAY-LINE
           WRITE FINAL-PAY-LINE
           MOVE "VACATION BALANCE:" TO ST-LEAVE-LABEL
           MOVE PR-VACATION-BALANCE OF PAYROLL-RECORD TO ST-LEAVE-HOURS
           MOVE WS-STMT-LEAVE-LINE TO FINAL-PAY-LINE
           WRITE FINAL-PAY-LINE
           MOVE "SICK FORFEITED:" TO ST-LEAVE-LABEL
           MOVE PR-SICK-FORFEIT-HOURS OF PAYROLL-RECORD
               TO ST-LEAVE-HOURS
           MOVE WS-STMT-LEAVE-LINE TO FINAL-PAY-LINE
           WRITE FINAL-PAY-LINE
           MOVE SPACES TO FINAL-PAY-LINE
           WRITE FINAL-PAY-LINE.

       867-WRITE-FINAL-AMOUNT-LINE.
           PERFORM 900-FORMAT-AMOUNT
           MOVE WS-FA-RESULT TO ST-AMOUNT
           MOVE WS-STMT-AMOUNT-LINE TO FINAL-PAY-LINE
           WRITE FINAL-PAY-LINE.

       868-ADD-FINAL-DEDUCTION.
           ADD 1 TO WS-PR-DED-IDX
           ADD PR-DEDUCTION-AMOUNT OF PAYROLL-RECORD(WS-PR-DED-IDX)
               TO WS-FP-DED-TOTAL.

      * The single page operations signs off before releasing the
      * ACH file to the bank: what was read, where every record
      * went, rejects broken out by reason code, the money totals,
      * out-of-balance warning instead of a sign-off line.
       870-PRINT-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-FILE
           IF RUN-TYPE-TRIAL
               MOVE WS-TRIAL-BANNER-LINE TO CONTROL-LINE
               WRITE CONTROL-LINE
           END-IF
           MOVE WS-RUN-DATE TO CT-RUN-DATE
           MOVE WS-RUN-TYPE TO CT-RUN-TYPE
           MOVE WS-RUN-PAY-GROUP TO CT-PAY-GROUP
           MOVE WS-GROUP-DESCRIPTION TO CT-GROUP-DESCRIPTION
           MOVE WS-CTL-HEADING-LINE TO CONTROL-LINE
           WRITE CONTROL-LINE

           MOVE "SKIPPED TO CHECKPOINT:" TO CT-COUNT-LABEL
           MOVE WS-CTL-SKIPPED-COUNT TO CT-COUNT
           PERFORM 875-WRITE-COUNT-LINE
           MOVE "PASSED OVER (NOT SELECTED):" TO CT-COUNT-LABEL
           MOVE WS-CTL-PASSED-COUNT TO CT-COUNT
           PERFORM 875-WRITE-COUNT-LINE
           MOVE "  IN OTHER PAY GROUPS:" TO CT-COUNT-LABEL
           MOVE WS-CTL-OTHER-GROUP-COUNT TO CT-COUNT
           PERFORM 875-WRITE-COUNT-LINE
           MOVE "VALIDATED:" TO CT-COUNT-LABEL
           MOVE WS-CTL-VALID-COUNT TO CT-COUNT
           PERFORM 875-WRITE-COUNT-LINE
           MOVE "REJECTED:" TO CT-COUNT-LABEL
           MOVE WS-CTL-REJECT-COUNT TO CT-COUNT
           PERFORM 875-WRITE-COUNT-LINE
           MOVE "FINAL PAYMENTS (IN PAID):" TO CT-COUNT-LABEL
           MOVE WS-CTL-FINAL-PAY-COUNT TO CT-COUNT
           PERFORM 875-WRITE-COUNT-LINE

           MOVE ZERO TO WS-CTL-REJ-CODE-IDX
           PERFORM 880-WRITE-REJ-CODE-LINE 18 TIMES

           MOVE "GROSS PAY:" TO CT-AMOUNT-LABEL
           MOVE WS-CTL-GROSS-TOTAL TO CT-AMOUNT
           PERFORM 885-WRITE-AMOUNT-LINE
           MOVE "  INCL VAC PAYOUT:" TO CT-AMOUNT-LABEL
           MOVE WS-CTL-VAC-PAYOUT-TOTAL TO CT-AMOUNT
           PERFORM 885-WRITE-AMOUNT-LINE
           MOVE "  INCL ONE-TIME PAY:" TO CT-AMOUNT-LABEL
           MOVE WS-CTL-EARNINGS-TOTAL TO CT-AMOUNT
           PERFORM 885-WRITE-AMOUNT-LINE
           MOVE "    NOT TAXED:" TO CT-AMOUNT-LABEL
           MOVE WS-CTL-NONTAX-TOTAL TO CT-AMOUNT
           PERFORM 885-WRITE-AMOUNT-LINE
           MOVE "TAX WITHHELD:" TO CT-AMOUNT-LABEL
           MOVE WS-CTL-TAX-TOTAL TO CT-AMOUNT
           PERFORM 885-WRITE-AMOUNT-LINE
                   INTO WS-FA-RESULT
           END-IF.

      * The run's return code, set last thing before STOP RUN (the
      * CALLs along the way leave theirs behind in RETURN-CODE).  A
      * control report out of balance means employees are missing
      * from the run's own proof - nothing downstream should touch
      * its files until someone has looked, so it counts as an
      * abort; rejects and console warnings as the codes say.
       990-SET-RETURN-CODE.
           IF WS-CTL-ACCOUNTED-COUNT NOT = WS-CTL-READ-COUNT
               MOVE STEP-RC-ABORTED TO RETURN-CODE
           ELSE IF WS-CTL-REJECT-COUNT > ZERO
               MOVE STEP-RC-REJECTS TO RETURN-CODE
           ELSE IF RUN-HAD-WARNINGS
               MOVE STEP-RC-WARNING TO RETURN-CODE
           ELSE
               MOVE STEP-RC-CLEAN TO RETURN-CODE
           END-IF.

       END PROGRAM PAYROLL.
