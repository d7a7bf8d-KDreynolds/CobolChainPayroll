      * PAY-GROUP-RECORD - layout for PAY-GROUP-FILE.  COPYed under
      * the 01 PAY-GROUP-RECORD already declared in the FD.  One line
      * per pay group: the frequency a group of employees is paid on
      * and what follows from it.  PG-PERIOD-DAYS is the period
      * length a run prorates against when the calendar gives no
      * earlier period to measure from; PG-STANDARD-HOURS is a full
      * period's hours, what a salaried employee's period salary is
      * divided by to get an hourly figure; the accrual hours are
      * what one of this group's periods earns in leave.  A rate
      * change is an edit to this file's data, not a recompile.
           05  PG-PAY-GROUP             PIC X(2).
           05  PG-DESCRIPTION           PIC X(20).
           05  PG-PERIOD-DAYS           PIC 9(2).
           05  PG-STANDARD-HOURS        PIC 9(3)V99.
           05  PG-VACATION-ACCRUAL      PIC 9(2)V99.
           05  PG-SICK-ACCRUAL          PIC 9(2)V99.
