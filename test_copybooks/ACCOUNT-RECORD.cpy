      * due diligence runs and 'R' once remitted to the state.
           05  ACCT-ESCHEAT-STATUS     PIC X.
           05  ACCT-PRE-ESCHEAT-DATE   PIC 9(8).
      * Month (YYYYMM) the maintenance fee was last assessed for -
      * gates the month-end fee run to one assessment per month.
           05  ACCT-LAST-FEE-PERIOD    PIC 9(6).
