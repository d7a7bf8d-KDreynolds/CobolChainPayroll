           05  YTD-RETIREMENT-AMOUNT    PIC 9(8)V99.
           05  YTD-HEALTH-AMOUNT        PIC 9(8)V99.
           05  YTD-NET-AMOUNT           PIC 9(8)V99.
      * The year's taxable wages - gross less the non-taxable
      * one-time earnings (reimbursements) paid inside it.
           05  YTD-TAXABLE-AMOUNT       PIC 9(8)V99.
