               88  PRENOTE-WAITING        VALUE "W".
               88  PRENOTE-LIVE           VALUE "L", " ".
           05  PRENOTE-DATE             PIC 9(8).
      * The pay group the employee is paid with - names the pay
      * frequency, calendar and period length on pay_group.dat.
      * PAYROLL pays one group per run, the one on the run-control
      * card; blank is PC-DEFAULT-PAY-GROUP, so a master keyed before
      * pay groups existed pays on the standard cycle unchanged.
           05  PAY-GROUP                PIC X(2).
