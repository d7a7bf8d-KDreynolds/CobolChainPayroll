      * POSPAY-RECORD - layout for POSPAY's POSITIVE-PAY-FILE, the
      * issued-check file handed to the bank so it pays only checks
      * this shop actually wrote.  COPYed under the 01 POSPAY-RECORD
      * already declared in the FD.  One header, one detail per
      * check issued or voided since the last file, one trailer.
      * PP-NOTICE-TYPE "I" tells the bank a check was issued; "V"
      * tells it a check on an earlier file is void and must not be
      * paid.  Amounts are in the check's own currency; the
      * trailer's amount and check-number totals are hash totals the
      * bank proves the file with, summed across currencies.
           05  PP-RECORD-TYPE           PIC X(1).
               88  PP-HEADER-RECORD                VALUE "H".
               88  PP-DETAIL-RECORD                VALUE "D".
               88  PP-TRAILER-RECORD               VALUE "T".
           05  PP-ACCOUNT-NUMBER        PIC X(20).
           05  PP-DETAIL-AREA.
               10  PP-NOTICE-TYPE       PIC X(1).
                   88  PP-ISSUE-NOTICE             VALUE "I".
                   88  PP-VOID-NOTICE              VALUE "V".
               10  PP-CHECK-NUMBER      PIC 9(8).
               10  PP-ISSUE-DATE        PIC 9(8).
               10  PP-CURRENCY-CODE     PIC X(3).
               10  PP-AMOUNT            PIC 9(7)V99.
               10  PP-PAYEE-NAME        PIC X(30).
           05  PP-HEADER-AREA REDEFINES PP-DETAIL-AREA.
               10  PP-FILE-DATE         PIC 9(8).
               10  FILLER               PIC X(51).
           05  PP-TRAILER-AREA REDEFINES PP-DETAIL-AREA.
               10  PP-DETAIL-COUNT      PIC 9(7).
               10  PP-AMOUNT-HASH       PIC 9(11)V99.
               10  PP-CHECK-NUMBER-HASH PIC 9(15).
               10  FILLER               PIC X(24).
