      * QTR-FILING-RECORD - layout for QTRTAX's FILING-EXTRACT-FILE,
      * the fixed-format quarterly withholding file handed to the
      * tax filing service.  COPYed under the 01 QTR-FILING-RECORD
      * already declared in the FD.  One header, one detail per
      * employee and currency with anything on history for the
      * quarter, one trailer.  Amounts are in the employee's own
      * currency, net of any REVERSL records, and carry a separate
      * leading sign so a quarter a reversal took below zero still
      * goes to the service as what history holds.  The trailer's
      * totals are hash totals summed across currencies - a control
      * the service proves the file with, not a filing figure.
           05  QF-RECORD-TYPE           PIC X(1).
               88  QF-HEADER-RECORD                VALUE "H".
               88  QF-DETAIL-RECORD                VALUE "D".
               88  QF-TRAILER-RECORD               VALUE "T".
           05  QF-DETAIL-AREA.
               10  QF-EMPLOYEE-ID       PIC X(10).
               10  QF-EMPLOYEE-NAME     PIC X(30).
               10  QF-CURRENCY-CODE     PIC X(3).
               10  QF-GROSS-AMOUNT      PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
               10  QF-TAX-AMOUNT        PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
               10  QF-EMPLOYER-TAX      PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
               10  QF-RETIREMENT-AMOUNT PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
               10  QF-HEALTH-AMOUNT     PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
               10  QF-MONTH-TAX         PIC S9(9)V99
                                        SIGN LEADING SEPARATE
                                        OCCURS 3 TIMES.
           05  QF-HEADER-AREA REDEFINES QF-DETAIL-AREA.
               10  QF-TAX-YEAR          PIC 9(4).
               10  QF-QUARTER           PIC 9(1).
               10  QF-PERIOD-FROM       PIC 9(8).
               10  QF-PERIOD-TO         PIC 9(8).
               10  QF-CREATED-DATE      PIC 9(8).
               10  FILLER               PIC X(110).
           05  QF-TRAILER-AREA REDEFINES QF-DETAIL-AREA.
               10  QF-DETAIL-COUNT      PIC 9(7).
               10  QF-TOTAL-GROSS       PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
               10  QF-TOTAL-TAX         PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
               10  QF-TOTAL-EMPLOYER-TAX
                                        PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
               10  FILLER               PIC X(90).
