      * the change log per employee.  MT-DEPARTMENT names the scope
      * (spaces or "*" means all employees); MT-EMPLOYEE-ID is
      * ignored.  The mass fields at the end of the record drive it.
      * "W" keys an employee's withholding election form - filing
      * status, per-period allowance, extra withholding, and the
      * exemption claim with its expiry - onto the election file,
      * replacing whatever election the employee had before.  The
      * election fields at the end of the record carry it.
      * An add, change or terminate whose MT-EFFECTIVE-DATE is after
      * the run's processing date is not applied when keyed - it is
      * parked on the scheduled-changes file and applied by the run
      * whose processing date reaches it.  "X" cancels a parked
      * change before then: it carries only the employee ID and the
      * effective date of the change to cancel.
           05  MT-ACTION                PIC X(1).
               88  MT-ACTION-ADD          VALUE "A".
               88  MT-ACTION-CHANGE       VALUE "C".
               88  MT-ACTION-TERMINATE    VALUE "T".
               88  MT-ACTION-APPROVE      VALUE "P".
               88  MT-ACTION-MASS         VALUE "M".
               88  MT-ACTION-ELECTION     VALUE "W".
               88  MT-ACTION-CANCEL       VALUE "X".
           05  MT-EMPLOYEE-ID           PIC X(10).
           05  MT-EMPLOYEE-NAME         PIC X(30).
           05  MT-DEPARTMENT            PIC X(20).
           05  MT-MASS-FLAT-AMOUNT      PIC 9(7)V99.
           05  MT-MASS-PREVIEW          PIC X(1).
               88  MT-MASS-PREVIEW-ONLY   VALUE "Y".
      * Withholding election, read only when MT-ACTION is "W" -
      * the same fields WITHHOLDING-ELECTION-RECORD carries, keyed
      * from the employee's form.  MT-EFFECTIVE-DATE is the date the
      * election starts.
           05  MT-WE-FILING-STATUS      PIC X(1).
               88  MT-WE-STATUS-VALID     VALUE "S", "M", "H".
           05  MT-WE-ALLOWANCE-AMOUNT   PIC 9(5)V99.
           05  MT-WE-EXTRA-WITHHOLDING  PIC 9(5)V99.
           05  MT-WE-EXEMPT-FLAG        PIC X(1).
               88  MT-WE-CLAIMS-EXEMPT    VALUE "Y".
               88  MT-WE-EXEMPT-VALID     VALUE "Y", "N", " ".
           05  MT-WE-EXEMPT-EXPIRY-DATE PIC 9(8).
      * Pay group for an add or change - the group code on
      * pay_group.dat the employee is paid with.  Blank is
      * PC-DEFAULT-PAY-GROUP.
           05  MT-PAY-GROUP             PIC X(2).
