      * SCHEDULED-CHANGE-RECORD - layout for SCHEDULED-FILE.  COPYed
      * under the 01 SCHEDULED-CHANGE-RECORD already declared in the
      * FD.  One line per add, change or terminate transaction
      * EMPMAINT parked instead of applying because its
      * MT-EFFECTIVE-DATE fell after the processing date on the
      * run-control card - the transaction as keyed, untouched,
      * until the first EMPMAINT run whose processing date reaches
      * SC-EFFECTIVE-DATE releases it through the same validation,
      * approval gate and change-log images a transaction keyed that
      * day would get.  SC-KEYED-BY and SC-KEYED-DATE are who keyed
      * it and when; a salary change the gate holds on release is
      * held under SC-KEYED-BY, so its keyer still cannot approve
      * it.  A cancel transaction (MT-ACTION "X") for the employee
      * and effective date takes the line off before it is due.
           05  SC-ACTION                PIC X(1).
               88  SC-ACTION-ADD          VALUE "A".
               88  SC-ACTION-CHANGE       VALUE "C".
               88  SC-ACTION-TERMINATE    VALUE "T".
           05  SC-EMPLOYEE-ID           PIC X(10).
           05  SC-EMPLOYEE-NAME         PIC X(30).
           05  SC-DEPARTMENT            PIC X(20).
           05  SC-SALARY                PIC 9(7)V99.
           05  SC-BANK-ACCOUNT          PIC X(20).
           05  SC-CURRENCY-CODE         PIC X(3).
           05  SC-EFFECTIVE-DATE        PIC 9(8).
           05  SC-PAY-TYPE              PIC X(1).
               88  SC-PAY-TYPE-HOURLY     VALUE "H".
           05  SC-HOURLY-RATE           PIC 9(4)V99.
           05  SC-PAY-GROUP             PIC X(2).
           05  SC-KEYED-BY              PIC X(8).
           05  SC-KEYED-DATE            PIC 9(8).
