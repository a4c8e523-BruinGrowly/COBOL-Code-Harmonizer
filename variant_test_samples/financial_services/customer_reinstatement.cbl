
       SETUP-TEST-CUSTOMERS SECTION.
       SETUP-CUSTS.
           MOVE ZERO TO CUST-LAST-MAINT-DATE.
           MOVE SPACE TO CUST-LAST-MAINT-SOURCE.
      *Test customer 1 - suspended with an outstanding balance
           MOVE 1000000001 TO CUST-ID.
           MOVE 'JANE SUSPENDED' TO CUST-NAME.
           MOVE 250.00 TO CUST-BALANCE.
           MOVE 'S' TO CUST-STATUS.
           MOVE '123456789' TO CUST-TAX-ID.
           MOVE 'S' TO CUST-TIN-TYPE.
           MOVE 'C' TO CUST-W9-STATUS.
           MOVE 20190315 TO CUST-W9-CERT-DATE.
           MOVE ZERO TO CUST-B-NOTICE-DATE.
           WRITE CUSTOMER-RECORD.

      *Test customer 2 - suspended with balance already resolved,
      *never returned a W-9
           MOVE 1000000002 TO CUST-ID.
           MOVE 'JOHN CLEARED' TO CUST-NAME.
           MOVE 0.00 TO CUST-BALANCE.
           MOVE 'S' TO CUST-STATUS.
           MOVE SPACES TO CUST-TAX-ID.
           MOVE SPACE TO CUST-TIN-TYPE.
           MOVE 'N' TO CUST-W9-STATUS.
           MOVE ZERO TO CUST-W9-CERT-DATE.
           MOVE ZERO TO CUST-B-NOTICE-DATE.
           WRITE CUSTOMER-RECORD.

      *Test customer 3 - inactive (dormant), not suspended for cause,
      *B-noticed since her last certification
           MOVE 1000000003 TO CUST-ID.
           MOVE 'MARY DORMANT' TO CUST-NAME.
           MOVE 0.00 TO CUST-BALANCE.
           MOVE 'I' TO CUST-STATUS.
           MOVE '987654321' TO CUST-TAX-ID.
           MOVE 'S' TO CUST-TIN-TYPE.
           MOVE 'C' TO CUST-W9-STATUS.
           MOVE 20180102 TO CUST-W9-CERT-DATE.
           MOVE 20250910 TO CUST-B-NOTICE-DATE.
           WRITE CUSTOMER-RECORD.

      *Test customer 4 - closed, must go through new-account setup
           MOVE 'PETE DEPARTED' TO CUST-NAME.
           MOVE 0.00 TO CUST-BALANCE.
           MOVE 'C' TO CUST-STATUS.
           MOVE '555443333' TO CUST-TAX-ID.
           MOVE 'S' TO CUST-TIN-TYPE.
           MOVE 'C' TO CUST-W9-STATUS.
           MOVE 20150601 TO CUST-W9-CERT-DATE.
           MOVE ZERO TO CUST-B-NOTICE-DATE.
           WRITE CUSTOMER-RECORD.

      *Scripted driver - runs both seeded test customers through the
               ELSE
                   MOVE ZERO TO CUST-BALANCE
                   MOVE 'A' TO CUST-STATUS
                   MOVE WS-TODAY-DATE TO CUST-LAST-MAINT-DATE
                   MOVE 'B' TO CUST-LAST-MAINT-SOURCE
                   REWRITE CUSTOMER-RECORD
                   DISPLAY 'Customer ' CUST-ID ' reinstated to '
                       'active status - payoff ' WS-DISPLAY-PAYOFF
       REINSTATE-INACTIVE-CUSTOMER SECTION.
       REINSTATE-INACTIVE.
           MOVE 'A' TO CUST-STATUS
           MOVE WS-TODAY-DATE TO CUST-LAST-MAINT-DATE
           MOVE 'B' TO CUST-LAST-MAINT-SOURCE
           REWRITE CUSTOMER-RECORD
           DISPLAY 'Customer ' CUST-ID ' reinstated from inactive '
               'to active status - no reinstatement fee applies'.
               MOVE WS-NEW-CITY TO CUST-CITY
               MOVE WS-NEW-STATE TO CUST-STATE
               MOVE WS-NEW-ZIP TO CUST-ZIP
               MOVE WS-TODAY-DATE TO CUST-LAST-MAINT-DATE
               MOVE 'B' TO CUST-LAST-MAINT-SOURCE
               REWRITE CUSTOMER-RECORD
               DISPLAY 'Customer ' CUST-ID ' address updated effective '
                   WS-TODAY-DATE
