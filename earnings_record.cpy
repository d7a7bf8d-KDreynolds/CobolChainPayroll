      * EARNINGS-RECORD - layout for EARNINGS-FILE.  COPYed under the
      * 01 EARNINGS-RECORD already declared in the FD.  One line per
      * one-time amount owed an employee for a pay period, keyed up
      * by the payroll office from sales, the shift rota and expense
      * claims - what used to go through a hand-computed
      * supplemental run.  ER-EARNINGS-CODE must be on the earnings
      * code table; ER-PERIOD-DATE ties the line to its pay period
      * the way TS-PERIOD-DATE does, and lines for any other period
      * are ignored by the load.
           05  ER-EMPLOYEE-ID           PIC X(10).
           05  ER-PERIOD-DATE           PIC 9(8).
           05  ER-EARNINGS-CODE         PIC X(4).
           05  ER-AMOUNT                PIC 9(7)V99.
