      * POSPAY-LOG-RECORD - layout for POSPAY's SENT-LOG-FILE.
      * COPYed under the 01 POSPAY-LOG-RECORD already declared in
      * the FD.  One record per notice ever put on a positive-pay
      * file - appended by POSPAY once the file it went out on is
      * complete, never rewritten.  A check with an "I" record has
      * been reported issued; one with a "V" record has been
      * reported void.  POSPAY sends only what the log does not
      * already hold, so no check goes to the bank twice and none
      * on the register is missed.
           05  PL-CHECK-NUMBER          PIC 9(8).
           05  PL-NOTICE-TYPE           PIC X(1).
           05  PL-AMOUNT                PIC 9(7)V99.
           05  PL-SENT-DATE             PIC 9(8).
