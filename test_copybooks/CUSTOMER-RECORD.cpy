               88  CUST-INACTIVE       VALUE 'I'.
               88  CUST-SUSPENDED      VALUE 'S'.
               88  CUST-CLOSED         VALUE 'C'.
      *Taxpayer identification - W-9 certification and the date of
      *the most recent IRS B-notice (incorrect name/TIN). Interest
      *paid to a customer without a certified TIN, or with a
      *B-notice not yet answered by a fresh certification, is
      *subject to backup withholding.
           05  CUST-TAX-ID             PIC X(9).
           05  CUST-TIN-TYPE           PIC X.
               88  CUST-TIN-SSN        VALUE 'S'.
               88  CUST-TIN-EIN        VALUE 'E'.
           05  CUST-W9-STATUS          PIC X.
               88  CUST-W9-CERTIFIED   VALUE 'C'.
               88  CUST-W9-NOT-ON-FILE VALUE 'N' SPACE.
           05  CUST-W9-CERT-DATE       PIC 9(8).
           05  CUST-B-NOTICE-DATE      PIC 9(8).
      *Date and source of the last change to the record - 'D' when
      *it came from the DB2 CUSTOMER table through DB2CUSTSYNC, 'B'
      *when the flat master was maintained directly. The sync will
      *not overwrite a record maintained directly the same day.
           05  CUST-LAST-MAINT-DATE    PIC 9(8).
           05  CUST-LAST-MAINT-SOURCE  PIC X.
               88  CUST-MAINT-BY-SYNC  VALUE 'D'.
               88  CUST-MAINT-DIRECT   VALUE 'B'.
