      * wrong paycheck gets made, so anything past this rejects
      * back to the warehouse instead of riding into the run.
           05 PC-TIMESHEET-MAX-HOURS      PIC 9(3)V99 VALUE 080,00.
      * The pay group a run-control card with no group on it pays,
      * and the group an employee with a blank PAY-GROUP belongs to.
      * The period length, standard hours and accruals below are
      * this group's figures when pay_group.dat does not list it;
      * every other group must be on that file.
           05 PC-DEFAULT-PAY-GROUP        PIC X(2) VALUE "BW".
      * Calendar days in one pay period - what a mid-period hire or
      * termination prorates against: the period runs from
      * (processing date - PC-PAY-PERIOD-DAYS + 1) through the
      * by the end-of-run leave pass.
           05 PC-VACATION-ACCRUAL-HOURS   PIC 9(2)V99 VALUE 06,67.
           05 PC-SICK-ACCRUAL-HOURS       PIC 9(2)V99 VALUE 04,00.
      * Final pay for an employee terminated inside the period - the
      * vacation balance left after the period's draw and accrual is
      * paid out on the last check at the employee's rate (a
      * salaried employee's is the period salary over
      * PC-PERIOD-STANDARD-HOURS) and the sick balance is forfeited.
      * PC-FINAL-PAY-BY-CHECK "Y" sends every final net out as a
      * printed check handed over at exit, whatever the direct
      * deposit account's standing; "N" routes it like any other.
           05 PC-PERIOD-STANDARD-HOURS    PIC 9(3)V99 VALUE 080,00.
           05 PC-FINAL-PAY-BY-CHECK       PIC X(1) VALUE "Y".
               88 PC-FINAL-PAY-FORCE-CHECK             VALUE "Y".
      * Floor under net pay for the per-employee deduction file -
      * garnishments and electives are applied in priority order
      * only as far as this much net survives, so a stack of orders
      * escheat review - counted from the CHR-CHECK-DATE on the
      * check register to the day the reconciliation runs.
           05 PC-CHECK-STALE-DAYS         PIC 9(3) VALUE 180.
      * The company disbursement account payroll checks are drawn
      * on - carried on every line of the positive-pay file POSPAY
      * sends the bank, which matches presented checks against it.
           05 PC-CHECK-ISSUE-ACCOUNT      PIC X(20)
                                          VALUE "00417730925".
      * Two-person check on large pay changes - a maintenance
      * transaction whose salary moves more than this percentage
      * from the master is held on the pending-changes file by
      * EMPMAINT instead of applied, and only goes live when a
      * matching approval transaction arrives in a later run.
           05 PC-SALARY-APPROVAL-PCT      PIC 9(3) VALUE 020.
      * Pre-release variance review - VARRPT flags an employee whose
      * gross or net moved more than this percentage from their last
      * regular payment, for sign-off before ACH-FILE goes to the
      * bank.  A percentage on VARRPT's command line overrides it
      * for one run.
           05 PC-VARIANCE-PCT             PIC 9(3) VALUE 015.
      * The environment variable an operator's sign-on sets to their
      * operator ID - what OPERAUTH reads to know who is running a
      * posting program, and what the audit trail, run history and
      * change log are stamped with.
           05 PC-OPERATOR-VARIABLE        PIC X(20)
                                          VALUE "PAYROLL_OPERATOR".
      * Where CYCLE finds the step programs it runs - prefixed to
      * each program name (the lower-case PROGRAM-ID) to make the
      * command.  Spaces means the programs are found on the PATH.
           05 PC-CYCLE-PROGRAM-DIR        PIC X(40) VALUE "./".
      * Enabled flag, ledger URL, and API key are deliberately not
      * kept here - they come back from the "blockchain_config" CALL
      * in INTEGRATION.cbl at run time instead, so the key is never a
      * the source. Only the retry tuning value, not a secret, lives
      * in this copybook.
           05 PC-BLOCKCHAIN-RETRY-COUNT   PIC 9(2) VALUE 3.
      * How many of a run's transactions LEDGPOST puts in one ledger
      * submission.  Each batch is one "blockchain_interface" call,
      * retried and dead-lettered as a unit; no more than 12 fit the
      * 1024-byte payload INTEGRATION sends.
           05 PC-LEDGER-BATCH-SIZE        PIC 9(2) VALUE 10.
