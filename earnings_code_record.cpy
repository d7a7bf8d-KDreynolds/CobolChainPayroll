      * EARNINGS-CODE-RECORD - layout for EARNINGS-CODE-FILE.
      * COPYed under the 01 EARNINGS-CODE-RECORD already declared in
      * the FD.  One line per kind of one-time earnings payroll may
      * be asked to pay - commission, shift premium, on-call pay,
      * expense reimbursement - saying how PAYROLL treats it: a
      * taxable code goes into the base the withholding bands see,
      * a retirement-eligible one into the base the retirement
      * contribution and employer match are taken on, and every
      * line of the code posts to EC-GL-ACCOUNT in place of salary
      * expense.  A reimbursement is neither taxable nor eligible -
      * it rides the check but never the wage figures.
           05  EC-EARNINGS-CODE         PIC X(4).
           05  EC-DESCRIPTION           PIC X(16).
           05  EC-TAXABLE-FLAG          PIC X(1).
               88  EC-TAXABLE             VALUE "Y".
           05  EC-RETIREMENT-FLAG       PIC X(1).
               88  EC-RETIREMENT-ELIGIBLE VALUE "Y".
           05  EC-GL-ACCOUNT            PIC X(24).
