      * AUDIT-RECORD - layout for AUDIT-FILE.  COPYed under the 01
      * AUDIT-RECORD already declared in the FD.
      * One line for every employee 100-MAIN's loop reaches, win or
      * lose - a rejected record or an overflowed amount still leaves
      * a trace here.  A payment is written PENDING, the ledger being
      * posted after the run; LEDGPOST then appends a second line for
      * it with the ledger's outcome - SUCCESS, FAILURE (its batch
      * dead-lettered) or SKIPPED (the ledger switched off).
      * AU-OPERATOR-ID is the operator who started the run;
      * a line written before operators signed on has it blank.
           05  AU-EMPLOYEE-ID           PIC X(10).
           05  AU-TRANSACTION-TYPE      PIC X(7).
           05  AU-AMOUNT                PIC 9(7)V99.
               88  AU-OUTCOME-SUCCESS     VALUE "SUCCESS".
               88  AU-OUTCOME-FAILURE     VALUE "FAILURE".
               88  AU-OUTCOME-SKIPPED     VALUE "SKIPPED".
               88  AU-OUTCOME-PENDING     VALUE "PENDING".
           05  AU-DATE                  PIC 9(8).
           05  AU-TIME                  PIC 9(8).
           05  AU-OPERATOR-ID           PIC X(8).
