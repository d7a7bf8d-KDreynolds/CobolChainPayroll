      * employee arrives in a later run and releases it onto the
      * master.  PD-OLD-SALARY is the master salary at the time the
      * change was held, so a reviewer can see both sides of the
      * change without digging the master back out.  PD-KEYED-BY is
      * the operator who keyed the held change - the one operator
      * whose approval EMPMAINT will not take.
           05  PD-EMPLOYEE-ID           PIC X(10).
           05  PD-OLD-SALARY            PIC 9(7)V99.
           05  PD-DEPARTMENT            PIC X(20).
           05  PD-EFFECTIVE-DATE        PIC 9(8).
           05  PD-PAY-TYPE              PIC X(1).
           05  PD-HOURLY-RATE           PIC 9(4)V99.
           05  PD-PAY-GROUP             PIC X(2).
           05  PD-KEYED-BY              PIC X(8).
