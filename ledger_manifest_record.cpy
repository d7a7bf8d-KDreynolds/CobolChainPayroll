      * LEDGER-MANIFEST-RECORD - layout for LEDGER-MANIFEST-FILE.
      * COPYed under the 01 LEDGER-MANIFEST-RECORD already declared
      * in the FD.  One record per payroll run LEDGPOST has put on
      * the ledger, appended after the run's manifest was submitted -
      * the run's record count, net total and RUNHASH hash over its
      * PAYROLL-FILE records, exactly as the ledger was sent them.
      * LM-RUN-ID is the run's date, type and pay group from the run
      * history; LEDGPOST will not post a run that already has a
      * record here, and LEDGRECON proves each run against the
      * manifest the ledger holds for it.  A run posted while the
      * ledger was switched off is kept as "S" so it is never
      * mistaken for one the ledger should know about.
           05  LM-RUN-ID.
               10  LM-RUN-DATE          PIC 9(8).
               10  LM-RUN-TYPE          PIC X(1).
               10  LM-PAY-GROUP         PIC X(2).
           05  LM-RECORD-COUNT          PIC 9(7).
           05  LM-TOTAL-AMOUNT          PIC 9(11)V99.
           05  LM-RUN-HASH              PIC 9(9).
           05  LM-BATCH-COUNT           PIC 9(5).
           05  LM-BATCHES-POSTED        PIC 9(5).
           05  LM-BATCHES-DEAD          PIC 9(5).
           05  LM-MANIFEST-STATUS       PIC X(1).
               88  LM-MANIFEST-POSTED     VALUE "P".
               88  LM-MANIFEST-DEAD       VALUE "D".
               88  LM-LEDGER-OFF          VALUE "S".
           05  LM-POSTED-DATE           PIC 9(8).
           05  LM-OPERATOR-ID           PIC X(8).
