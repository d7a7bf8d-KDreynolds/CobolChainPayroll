           05  PR-PAYMENT-ROUTE         PIC X(1).
               88  PR-PAID-BY-DEPOSIT     VALUE "D".
               88  PR-PAID-BY-CHECK       VALUE "C".
      * Final pay - set on the REGULAR or SUPPLMT record that pays an
      * employee terminated inside the period.  The vacation balance
      * still owed is paid out at PR-VAC-PAYOUT-RATE as its own
      * earnings line (already inside PR-GROSS-AMOUNT, so it is
      * taxed with the rest of the check) and the sick balance is
      * forfeited, not paid - the hours are carried so the statement
      * and HR's final-pay summary can show both.  Blank/zero on
      * every other record.
           05  PR-FINAL-PAY-FLAG        PIC X(1).
               88  PR-FINAL-PAY           VALUE "Y".
           05  PR-TERMINATION-DATE      PIC 9(8).
           05  PR-VAC-PAYOUT-HOURS      PIC 9(3)V99.
           05  PR-VAC-PAYOUT-RATE       PIC 9(4)V99.
           05  PR-VAC-PAYOUT-AMOUNT     PIC 9(7)V99.
           05  PR-SICK-FORFEIT-HOURS    PIC 9(3)V99.
      * The pay group whose run wrote the record - the run-control
      * card's group, stamped so history can tell a weekly check from
      * a biweekly one paid on the same date.
           05  PR-PAY-GROUP             PIC X(2).
      * Taxable wages - the gross less any one-time earnings whose
      * code is not taxable (an expense reimbursement), before the
      * employee's withholding allowance.  What the year's taxable
      * total is built from, so a reimbursement never inflates it.
      * Equal to PR-GROSS-AMOUNT on a record with no such line.
           05  PR-TAXABLE-AMOUNT        PIC 9(7)V99.
      * The one-time earnings lines paid this period, off
      * EARNINGS-FILE - each already inside PR-GROSS-AMOUNT, each
      * printing on the register and statement and posting to its
      * own GL account.  The code's description, treatment and
      * account are carried as they stood when the line was paid,
      * so a reversal backs it out exactly.  Slots past
      * PR-EARNINGS-COUNT are spaces/zero.
           05  PR-EARNINGS-COUNT        PIC 9(1).
           05  PR-EARNINGS-ENTRY OCCURS 5 TIMES.
               10  PR-EARNINGS-CODE     PIC X(4).
               10  PR-EARNINGS-DESC     PIC X(16).
               10  PR-EARNINGS-TAXABLE  PIC X(1).
               10  PR-EARNINGS-RETIRE   PIC X(1).
               10  PR-EARNINGS-ACCOUNT  PIC X(24).
               10  PR-EARNINGS-AMOUNT   PIC 9(7)V99.
