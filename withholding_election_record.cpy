      * WITHHOLDING-ELECTION-RECORD - layout for the withholding
      * election file.  COPYed under the 01 WITHHOLDING-ELECTION-
      * RECORD already declared in the FD.  One line per election
      * form an employee has filed, maintained by EMPMAINT's "W"
      * action and applied by PAYROLL's 230-COMPUTE-BANDED-TAX.  An
      * employee can have a form dated ahead on file beside the one
      * in force - PAYROLL applies the latest one whose
      * WE-EFFECTIVE-DATE has been reached by the run date, and
      * EMPMAINT drops a form once a later one has taken over.
      * An employee with no line here is withheld off the bands the
      * way everyone always was.
      *   WE-FILING-STATUS   - single, married, or head of household
      *                        as declared on the form.
      *   WE-ALLOWANCE-AMOUNT - taken off gross per period before the
      *                        bands are applied.
      *   WE-EXTRA-WITHHOLDING - flat amount withheld per period on
      *                        top of the banded tax.
      *   WE-EXEMPT-FLAG     - "Y" claims exemption: no withholding
      *                        at all through WE-EXEMPT-EXPIRY-DATE,
      *                        after which the bands apply again
      *                        until a new form is keyed.
      *   WE-EFFECTIVE-DATE  - date the election was keyed to start.
           05  WE-EMPLOYEE-ID           PIC X(10).
           05  WE-FILING-STATUS         PIC X(1).
               88  WE-STATUS-SINGLE       VALUE "S".
               88  WE-STATUS-MARRIED      VALUE "M".
               88  WE-STATUS-HEAD         VALUE "H".
           05  WE-ALLOWANCE-AMOUNT      PIC 9(5)V99.
           05  WE-EXTRA-WITHHOLDING     PIC 9(5)V99.
           05  WE-EXEMPT-FLAG           PIC X(1).
               88  WE-CLAIMS-EXEMPT       VALUE "Y".
           05  WE-EXEMPT-EXPIRY-DATE    PIC 9(8).
           05  WE-EFFECTIVE-DATE        PIC 9(8).
