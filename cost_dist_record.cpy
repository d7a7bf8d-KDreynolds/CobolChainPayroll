      * COST-DIST-RECORD - layout for COST-DIST-FILE.  COPYed under
      * the 01 COST-DIST-RECORD already declared in the FD.  One
      * line per department an employee's labor cost is charged to
      * - someone working half for Warehouse and half for Logistics
      * carries two lines at 050,00 each.  An employee's lines must
      * total exactly 100 percent; PAYROLL rejects the employee
      * rather than post an unbalanced split.  An employee with no
      * lines at all charges everything to the master DEPARTMENT, as
      * before the file existed.
           05  CD-EMPLOYEE-ID           PIC X(10).
           05  CD-DEPARTMENT            PIC X(20).
           05  CD-PERCENT               PIC 9(3)V99.
