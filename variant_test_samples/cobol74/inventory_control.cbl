               ACCESS IS DYNAMIC
               RECORD KEY IS VEND-ITEM-CODE
               FILE STATUS IS WS-VEND-FILE-STATUS.
      *USAGE HISTORY - ONE RECORD PER SHIPMENT, APPENDED RUN AFTER
      *RUN, SO THE MONTH-END ANALYSIS HAS A YEAR OF ISSUES TO RANK.
           SELECT USAGE-FILE ASSIGN TO USAGEFIL
               FILE STATUS IS WS-USAGE-FILE-STATUS.
      *MONTH-END OUTPUTS - STOCK VALUATION FOR FINANCE AND THE
      *ABC / SLOW-MOVING ANALYSIS FOR PURCHASING.
           SELECT VALUATION-FILE ASSIGN TO VALRPT.
           SELECT ANALYSIS-FILE ASSIGN TO ABCRPT.
      *PICKING - ORDERPROCESSOR APPENDS A PICK REQUEST FOR EVERY LINE
      *OF AN APPROVED ORDER; THIS RUN TURNS THEM INTO THE PICK LIST
      *(PRINTED) AND THE PICK DETAIL THE WAREHOUSE KEYS ITS PICKED
      *QUANTITIES INTO AND SENDS BACK AS THE CONFIRMATION FILE.
           SELECT PICK-REQUEST-FILE ASSIGN TO PICKREQ
               FILE STATUS IS WS-PICKREQ-FILE-STATUS.
           SELECT PICK-LIST-FILE ASSIGN TO PICKLST.
           SELECT PICK-DETAIL-FILE ASSIGN TO PICKDTL.
           SELECT PICK-CONFIRM-FILE ASSIGN TO PICKCONF
               FILE STATUS IS WS-PICKCONF-FILE-STATUS.
      *LINES THAT DID NOT SHIP IN FULL, FOR ORDERPROCESSOR TO PUT
      *BACK ON ITS BACKORDER QUEUE, AND A PACKING SLIP PER ORDER.
           SELECT SHORT-PICK-FILE ASSIGN TO SHORTPK
               FILE STATUS IS WS-SHORTPK-FILE-STATUS.
           SELECT PACKING-SLIP-FILE ASSIGN TO PACKSLIP.
           SELECT PICK-SORT-FILE ASSIGN TO SORTWK1.
           SELECT CONFIRM-SORT-FILE ASSIGN TO SORTWK2.

       DATA DIVISION.
       FILE SECTION.
           05 ITEM-REORDER     PIC 9(6).
           05 ITEM-COST        PIC 9(5)V99.
           05 ITEM-BIN         PIC X(6).
      *WEIGHTED AVERAGE COST FOR THIS ITEM AT THIS LOCATION - RE-
      *AVERAGED ON EVERY PO RECEIPT AND TRANSFER IN. ITEM-COST STAYS
      *THE LAST COST KEYED; STOCK IS VALUED AT THE AVERAGE.
           05 ITEM-AVG-COST    PIC 9(5)V9999.
      *LAST SHIPMENT AND LAST RECEIPT (YYMMDD) - MOVEMENT AGING.
           05 ITEM-LAST-ISSUE  PIC 9(6).
           05 ITEM-LAST-RECEIPT PIC 9(6).
      *SET BY THE MONTH-END ANALYSIS: ABC CLASS OF THE ITEM CODE BY
      *ANNUAL USAGE VALUE, AND MOVEMENT CLASS OF THIS LOCATION -
      *SPACE = MOVING, '1' = NO ISSUE IN 90 DAYS, '2' = 180 DAYS,
      *'3' = 365 DAYS (OBSOLETE). CHECK-REORDER RAISES NO PO WHILE
      *THE MOVEMENT CLASS IS SET; THE NEXT SHIPMENT CLEARS IT.
           05 ITEM-ABC-CLASS   PIC X.
           05 ITEM-MOVE-CLASS  PIC X.

       FD ORDER-FILE.
       01 ORDER-RECORD.
           05 VEND-NAME        PIC X(30).
           05 VEND-LAST-COST   PIC 9(5)V99.

       FD USAGE-FILE.
       01 USAGE-RECORD.
           05 USE-ITEM-CODE    PIC X(8).
           05 USE-LOCATION     PIC X(3).
           05 USE-DATE         PIC 9(6).
           05 USE-QTY          PIC 9(6).
           05 USE-UNIT-COST    PIC 9(5)V9999.

       FD VALUATION-FILE.
       01 VALUATION-LINE      PIC X(100).

       FD ANALYSIS-FILE.
       01 ANALYSIS-LINE       PIC X(100).

      *PICK REQUEST AS ORDERPROCESSOR WRITES IT - ITEM CODE IS THE
      *SIX-DIGIT CATALOG ITEM NUMBER, LEFT-JUSTIFIED. SOURCE 'O' IS
      *A NEWLY APPROVED ORDER, 'B' A RELEASED BACKORDER.
       FD PICK-REQUEST-FILE.
       01 PICK-REQUEST-RECORD.
           05 PRQ-ORDER-ID     PIC 9(12).
           05 PRQ-CUSTOMER-ID  PIC 9(10).
           05 PRQ-LINE-NO      PIC 9(4).
           05 PRQ-ITEM-CODE    PIC X(8).
           05 PRQ-QTY          PIC 9(6).
           05 PRQ-SOURCE       PIC X.

       FD PICK-LIST-FILE.
       01 PICK-LIST-LINE      PIC X(100).

      *ONE PER PICK LINE IN WALK ORDER. THE WAREHOUSE FILLS IN
      *PKD-QTY-PICKED AND RETURNS THE SAME LAYOUT AS PICKCONF.
       FD PICK-DETAIL-FILE.
       01 PICK-DETAIL-RECORD.
           05 PKD-ORDER-ID     PIC 9(12).
           05 PKD-CUSTOMER-ID  PIC 9(10).
           05 PKD-LINE-NO      PIC 9(4).
           05 PKD-ITEM-CODE    PIC X(8).
           05 PKD-LOCATION     PIC X(3).
           05 PKD-BIN          PIC X(6).
           05 PKD-QTY-ORDERED  PIC 9(6).
           05 PKD-QTY-PICKED   PIC 9(6).

       FD PICK-CONFIRM-FILE.
       01 PICK-CONFIRM-RECORD.
           05 PCF-ORDER-ID     PIC 9(12).
           05 PCF-CUSTOMER-ID  PIC 9(10).
           05 PCF-LINE-NO      PIC 9(4).
           05 PCF-ITEM-CODE    PIC X(8).
           05 PCF-LOCATION     PIC X(3).
           05 PCF-BIN          PIC X(6).
           05 PCF-QTY-ORDERED  PIC 9(6).
           05 PCF-QTY-PICKED   PIC 9(6).

      *REASON: 'SHRT' PICKED SHORT, 'BOOK' BOOK STOCK BELOW THE
      *PICK, 'NOST' ITEM NOT STOCKED ON THE MASTER.
       FD SHORT-PICK-FILE.
       01 SHORT-PICK-RECORD.
           05 SPK-ORDER-ID     PIC 9(12).
           05 SPK-CUSTOMER-ID  PIC 9(10).
           05 SPK-LINE-NO      PIC 9(4).
           05 SPK-ITEM-CODE    PIC X(8).
           05 SPK-QTY          PIC 9(6).
           05 SPK-REASON       PIC X(4).

       FD PACKING-SLIP-FILE.
       01 PACKING-SLIP-LINE   PIC X(100).

       SD PICK-SORT-FILE.
       01 PICK-SORT-RECORD.
           05 PSR-LOCATION     PIC X(3).
           05 PSR-BIN          PIC X(6).
           05 PSR-ITEM-CODE    PIC X(8).
           05 PSR-ORDER-ID     PIC 9(12).
           05 PSR-LINE-NO      PIC 9(4).
           05 PSR-CUSTOMER-ID  PIC 9(10).
           05 PSR-DESC         PIC X(30).
           05 PSR-QTY          PIC 9(6).

       SD CONFIRM-SORT-FILE.
       01 CONFIRM-SORT-RECORD.
           05 CSR-ORDER-ID     PIC 9(12).
           05 CSR-CUSTOMER-ID  PIC 9(10).
           05 CSR-LINE-NO      PIC 9(4).
           05 CSR-ITEM-CODE    PIC X(8).
           05 CSR-LOCATION     PIC X(3).
           05 CSR-BIN          PIC X(6).
           05 CSR-QTY-ORDERED  PIC 9(6).
           05 CSR-QTY-PICKED   PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-EOF           PIC X VALUE 'N'.
       01 WS-VEND-FILE-STATUS PIC XX.
       01 WS-PO-FILE-STATUS   PIC XX.
       01 WS-PO-ON-FILE       PIC X.
       01 WS-USAGE-FILE-STATUS PIC XX.
       01 WS-PICKREQ-FILE-STATUS PIC XX.
       01 WS-PICKCONF-FILE-STATUS PIC XX.
       01 WS-SHORTPK-FILE-STATUS PIC XX.

      *RUN MODE FROM THE COMMAND LINE - MONTHEND ADDS THE STOCK
      *VALUATION AND THE ABC / SLOW-MOVING ANALYSIS AFTER THE DAY'S
      *ORDERS ARE POSTED.
       01 WS-RUN-MODE         PIC X(8).

      *INTER-WAREHOUSE TRANSFER WORK FIELDS - THE SOURCE RECORD'S
      *DESCRIPTION AND COST CARRY OVER WHEN THE RECEIVING LOCATION
      *STOCKS THE ITEM FOR THE FIRST TIME.
       01 WS-XFER-DESC        PIC X(30).
       01 WS-XFER-COST        PIC 9(5)V99.
       01 WS-XFER-AVG-COST    PIC 9(5)V9999.
       01 WS-XFER-ABC-CLASS   PIC X.
       01 WS-TRANSFERS        PIC 9(5) VALUE ZERO.

      *PER-LOCATION STOCK ROLLUP FOR THE REPORT, PLUS THE COMPANY-
       01 WS-VARIANCE-TOLERANCE PIC 9(4) VALUE 10.
       01 WS-VARIANCE-FLAG    PIC X(8).

      *WEIGHTED AVERAGE COST WORK FIELDS - STOCK ON HAND AT THE OLD
      *AVERAGE PLUS THE INCOMING QUANTITY AT ITS OWN COST, OVER THE
      *NEW QUANTITY.
       01 WS-BLEND-QTY        PIC 9(6).
       01 WS-BLEND-COST       PIC 9(5)V9999.
       01 WS-BLEND-OLD-VALUE  PIC 9(11)V9999.
       01 WS-BLEND-NEW-VALUE  PIC 9(11)V9999.
       01 WS-BLEND-TOTAL-QTY  PIC 9(7).

      *MONTH-END VALUATION - ONE PASS OF THE MASTER PER LOCATION IN
      *WS-LOC-TABLE, SUBTOTALLED, WITH THE TOTAL FOR ALL LOCATIONS.
       01 WS-VAL-LOC-ITEMS    PIC 9(5).
       01 WS-VAL-LOC-QTY      PIC 9(8).
       01 WS-VAL-LOC-VALUE    PIC 9(11)V99.
       01 WS-VAL-TOTAL-ITEMS  PIC 9(5) VALUE ZERO.
       01 WS-VAL-TOTAL-QTY    PIC 9(9) VALUE ZERO.
       01 WS-VAL-TOTAL-VALUE  PIC 9(11)V99 VALUE ZERO.

      *ABC ANALYSIS - ONE ENTRY PER ITEM CODE WITH ITS USAGE VALUE
      *(QUANTITY SHIPPED AT AVERAGE COST) OVER THE LAST 365 DAYS.
      *ITEMS ARE RANKED BY USAGE VALUE; THOSE MAKING UP THE FIRST
      *80 PERCENT OF TOTAL USAGE ARE CLASS A, THE NEXT 15 PERCENT
      *CLASS B, AND THE REST - INCLUDING NO USAGE AT ALL - CLASS C.
       01 WS-ABC-TABLE.
           05 WS-ABC-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-ABC-ENTRY OCCURS 500 TIMES.
               10 WS-ABC-ITEM  PIC X(8).
               10 WS-ABC-USAGE PIC 9(11)V99.
               10 WS-ABC-RANK  PIC 9(4).
               10 WS-ABC-CLASS PIC X.
       01 WS-ABC-IX           PIC 9(4).
       01 WS-ABC-FOUND-IX     PIC 9(4).
       01 WS-ABC-SEARCH-ITEM  PIC X(8).
       01 WS-ABC-BEST-IX      PIC 9(4).
       01 WS-ABC-RANK-NO      PIC 9(4).
       01 WS-ABC-A-PCT        PIC 9(3) VALUE 80.
       01 WS-ABC-B-PCT        PIC 9(3) VALUE 95.
       01 WS-ABC-TOTAL-USAGE  PIC 9(13)V99.
       01 WS-ABC-CUM-USAGE    PIC 9(13)V99.
       01 WS-ABC-CUM-PCT      PIC 9(3).
       01 WS-ABC-PCT-BEFORE   PIC 9(3)V99.
       01 WS-ABC-USE-VALUE    PIC 9(11)V99.
       01 WS-ABC-A-COUNT      PIC 9(4).
       01 WS-ABC-B-COUNT      PIC 9(4).
       01 WS-ABC-C-COUNT      PIC 9(4).
       01 WS-USAGE-EOF        PIC X.
       01 WS-USAGE-IN-PERIOD  PIC 9(7).

      *SLOW-MOVING THRESHOLDS IN DAYS SINCE THE LAST ISSUE (OR THE
      *LAST RECEIPT WHEN THE LOCATION HAS NEVER SHIPPED), AND THE
      *COUNT AND TIED-UP VALUE IN EACH BAND.
       01 WS-SLOW-DAYS-1      PIC 9(3) VALUE 90.
       01 WS-SLOW-DAYS-2      PIC 9(3) VALUE 180.
       01 WS-OBSOLETE-DAYS    PIC 9(3) VALUE 365.
       01 WS-IDLE-DAYS        PIC 9(7).
       01 WS-IDLE-FLAG        PIC X(8).
       01 WS-SLOW-1-COUNT     PIC 9(5).
       01 WS-SLOW-1-VALUE     PIC 9(11)V99.
       01 WS-SLOW-2-COUNT     PIC 9(5).
       01 WS-SLOW-2-VALUE     PIC 9(11)V99.
       01 WS-OBSOLETE-COUNT   PIC 9(5).
       01 WS-OBSOLETE-VALUE   PIC 9(11)V99.

      *DAY NUMBER FOR AGING - DAYS FROM A FIXED ORIGIN FOR A YYMMDD
      *DATE, YEARS BELOW 50 TAKEN AS 20XX. LEAP YEARS EVERY FOURTH
      *YEAR, NO CENTURY RULE - GOOD FOR 1901 THROUGH 2099.
       01 WS-DAY-DATE.
           05 WS-DAY-YY        PIC 99.
           05 WS-DAY-MM        PIC 99.
           05 WS-DAY-DD        PIC 99.
       01 WS-DAY-DATE-N REDEFINES WS-DAY-DATE PIC 9(6).
       01 WS-DAY-YEAR         PIC 9(4).
       01 WS-DAY-LEAPS        PIC 9(4).
       01 WS-DAY-LEAP-REM     PIC 9.
       01 WS-DAY-NUMBER       PIC 9(7).
       01 WS-RUN-DAY-NUMBER   PIC 9(7).
       01 WS-CUM-DAYS-VALUES.
           05 FILLER PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01 WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
           05 WS-CUM-DAYS     PIC 999 OCCURS 12 TIMES.

      *PICK LIST WORK FIELDS - THE LOCATION CHOSEN FOR A REQUEST IS
      *THE FIRST THAT CAN COVER IT ALONE, OTHERWISE THE ONE HOLDING
      *THE MOST; THE LOCATION BREAK AND ITS LINE/UNIT COUNTS.
       01 WS-PICKREQ-EOF      PIC X.
       01 WS-SORT-EOF         PIC X.
       01 WS-PICK-BEST-LOC    PIC X(3).
       01 WS-PICK-BEST-BIN    PIC X(6).
       01 WS-PICK-BEST-DESC   PIC X(30).
       01 WS-PICK-BEST-QTY    PIC 9(6).
       01 WS-PICK-COVERED     PIC X.
       01 WS-PICK-LAST-LOC    PIC X(3).
       01 WS-PICK-LOC-LINES   PIC 9(5).
       01 WS-PICK-LOC-UNITS   PIC 9(7).
       01 WS-PICK-REQUESTS    PIC 9(5) VALUE ZERO.
       01 WS-PICK-LINES-LISTED PIC 9(5) VALUE ZERO.
       01 WS-PICK-NOT-STOCKED PIC 9(5) VALUE ZERO.

      *SHIPMENT CONFIRMATION WORK FIELDS - ONE PACKING SLIP PER
      *ORDER, BROKEN ON THE SORTED ORDER ID.
       01 WS-PICKS-CONFIRMED  PIC 9(5) VALUE ZERO.
       01 WS-SHIPMENTS-POSTED PIC 9(5) VALUE ZERO.
       01 WS-SHORT-PICKS      PIC 9(5) VALUE ZERO.
       01 WS-PACKING-SLIPS    PIC 9(5) VALUE ZERO.
       01 WS-PICK-POST-QTY    PIC 9(6).
       01 WS-SHIPPED-QTY      PIC 9(6).
       01 WS-SHORT-QTY        PIC 9(6).
       01 WS-SHORT-REASON     PIC X(4).
       01 WS-SLIP-OPEN        PIC X VALUE 'N'.
       01 WS-SLIP-ORDER-ID    PIC 9(12).
       01 WS-SLIP-DESC        PIC X(30).
       01 WS-SLIP-NOTE        PIC X(16).
       01 WS-SLIP-SHIPPED     PIC 9(7).
       01 WS-SLIP-SHORT       PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-PROGRAM.
           PERFORM PROCESS-ORDERS
               UNTIL WS-EOF = 'Y'.
           PERFORM POST-SHIPMENT-CONFIRMATIONS.
           PERFORM PRODUCE-PICK-LIST.
           PERFORM GENERATE-REPORT.
           IF WS-RUN-MODE = 'MONTHEND'
               PERFORM MONTH-END-VALUATION
               PERFORM STOCK-USAGE-ANALYSIS
           END-IF.
           PERFORM TERMINATE-PROGRAM.
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           IF WS-RUN-MODE = 'MONTHEND'
               DISPLAY 'MONTH-END RUN - VALUATION AND STOCK ANALYSIS'
           END-IF.
           OPEN I-O INVENTORY-MASTER.
           OPEN INPUT ORDER-FILE.
      *A missing vendor master never blocks the run - LOOKUP-VENDOR
               CLOSE PURCHASE-ORDER-FILE
               OPEN I-O PURCHASE-ORDER-FILE
           END-IF.
      *USAGE HISTORY IS APPENDED TO - THE FIRST RUN CREATES IT.
           OPEN EXTEND USAGE-FILE.
           IF WS-USAGE-FILE-STATUS = '35'
               OPEN OUTPUT USAGE-FILE
           END-IF.
      *SHORT PICKS ACCUMULATE UNTIL ORDERPROCESSOR REQUEUES THEM.
           OPEN EXTEND SHORT-PICK-FILE.
           IF WS-SHORTPK-FILE-STATUS = '35'
               OPEN OUTPUT SHORT-PICK-FILE
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM READ-ORDER.

           READ INVENTORY-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND.
           IF WS-FOUND = 'Y'
               PERFORM SEED-ITEM-VALUATION
           END-IF.

      *A MASTER RECORD FROM BEFORE AVERAGE COSTING STARTS ITS
      *AVERAGE AT THE LAST COST KEYED AND ITS MOVEMENT CLOCK TODAY.
       SEED-ITEM-VALUATION.
           IF ITEM-AVG-COST NOT NUMERIC OR ITEM-AVG-COST = ZERO
               MOVE ITEM-COST TO ITEM-AVG-COST
           END-IF.
           IF ITEM-LAST-ISSUE NOT NUMERIC
               MOVE ZERO TO ITEM-LAST-ISSUE
           END-IF.
           IF ITEM-LAST-RECEIPT NOT NUMERIC
               MOVE ZERO TO ITEM-LAST-RECEIPT
           END-IF.
           IF ITEM-LAST-ISSUE = ZERO AND ITEM-LAST-RECEIPT = ZERO
               MOVE WS-RUN-DATE-N TO ITEM-LAST-RECEIPT
           END-IF.

       RECEIVE-ITEM.
           ADD ORD-QTY TO ITEM-QTY.
           MOVE WS-RUN-DATE-N TO ITEM-LAST-RECEIPT.
           REWRITE INV-RECORD.
           MOVE 'RECEIVED' TO WS-TRANS-ACTION.
           PERFORM WRITE-ITEM-DETAIL.
       SHIP-ITEM.
           IF ITEM-QTY >= ORD-QTY
               SUBTRACT ORD-QTY FROM ITEM-QTY
               MOVE WS-RUN-DATE-N TO ITEM-LAST-ISSUE
               MOVE SPACE TO ITEM-MOVE-CLASS
               REWRITE INV-RECORD
               PERFORM WRITE-USAGE-RECORD
               PERFORM CHECK-REORDER
               MOVE 'SHIPPED' TO WS-TRANS-ACTION
               PERFORM WRITE-ITEM-DETAIL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *ONE USAGE RECORD PER SHIPMENT, COSTED AT THE AVERAGE.
       WRITE-USAGE-RECORD.
           MOVE ITEM-CODE TO USE-ITEM-CODE.
           MOVE ITEM-LOCATION TO USE-LOCATION.
           MOVE WS-RUN-DATE-N TO USE-DATE.
           MOVE ORD-QTY TO USE-QTY.
           MOVE ITEM-AVG-COST TO USE-UNIT-COST.
           WRITE USAGE-RECORD.

      *NO PO FOR A LOCATION THE MONTH-END ANALYSIS FLAGGED AS NOT
      *MOVING - PURCHASING WORKS THOSE OFF THE ANALYSIS LISTING.
       CHECK-REORDER.
           IF ITEM-QTY < ITEM-REORDER
               IF ITEM-MOVE-CLASS = SPACE
                   PERFORM RAISE-PURCHASE-ORDER
               ELSE
                   DISPLAY 'REORDER SUPPRESSED - NOT MOVING: '
                           ITEM-CODE ' LOC: ' ITEM-LOCATION
                           ' CLASS: ' ITEM-MOVE-CLASS
               END-IF
           END-IF.

      *ONE OPEN PO PER ITEM - WHILE THE LAST ORDER IS STILL ON THE
      *WATER, DON'T ORDER THE SAME ITEM AGAIN. A CLOSED PO'S SLOT
           IF WS-PO-ON-FILE NOT = 'Y' OR PO-STATUS NOT = 'O'
               DISPLAY 'RECEIPT REFUSED - NO OPEN PO: ' ITEM-CODE
           ELSE
      *RE-AVERAGE AT THE INVOICED COST, OR THE PO COST WHEN THE
      *RECEIPT CARRIES NONE, BEFORE THE QUANTITY POSTS.
               MOVE ORD-QTY TO WS-BLEND-QTY
               IF ORD-COST = ZERO
                   MOVE PO-UNIT-COST TO WS-BLEND-COST
               ELSE
                   MOVE ORD-COST TO WS-BLEND-COST
               END-IF
               PERFORM BLEND-AVERAGE-COST
               ADD ORD-QTY TO ITEM-QTY
               MOVE WS-RUN-DATE-N TO ITEM-LAST-RECEIPT
               REWRITE INV-RECORD
               ADD ORD-QTY TO PO-QTY-RECEIVED

               DISPLAY 'PO RECEIPT: ' ITEM-CODE
                       ' QTY: ' ORD-QTY
                       ' NEW BAL: ' ITEM-QTY
                       ' AVG COST: ' ITEM-AVG-COST
           END-IF.

      *WEIGHTED AVERAGE - STOCK ON HAND AT THE OLD AVERAGE PLUS
      *WS-BLEND-QTY AT WS-BLEND-COST, OVER THE COMBINED QUANTITY.
      *CALLED BEFORE THE INCOMING QUANTITY IS ADDED TO ITEM-QTY.
       BLEND-AVERAGE-COST.
           COMPUTE WS-BLEND-OLD-VALUE = ITEM-QTY * ITEM-AVG-COST.
           COMPUTE WS-BLEND-NEW-VALUE = WS-BLEND-QTY * WS-BLEND-COST.
           COMPUTE WS-BLEND-TOTAL-QTY = ITEM-QTY + WS-BLEND-QTY.
           IF WS-BLEND-TOTAL-QTY > ZERO
               COMPUTE ITEM-AVG-COST ROUNDED =
                   (WS-BLEND-OLD-VALUE + WS-BLEND-NEW-VALUE)
                   / WS-BLEND-TOTAL-QTY
           END-IF.

      *ORD-TYPE 'T' - INTER-WAREHOUSE TRANSFER, ONE BALANCED
           ELSE
               MOVE ITEM-DESC TO WS-XFER-DESC
               MOVE ITEM-COST TO WS-XFER-COST
               MOVE ITEM-AVG-COST TO WS-XFER-AVG-COST
               MOVE ITEM-ABC-CLASS TO WS-XFER-ABC-CLASS
               SUBTRACT ORD-QTY FROM ITEM-QTY
               REWRITE INV-RECORD
               PERFORM CHECK-REORDER
      *RECEIVING LEG OF THE TRANSFER - FIRST STOCKING AT THE
      *DESTINATION CREATES THE LOCATION RECORD WITH THE SOURCE'S
      *DESCRIPTION AND COST, A ZERO REORDER POINT, AND NO BIN
      *UNTIL THE WAREHOUSE ASSIGNS ONE. THE STOCK MOVES AT THE
      *SOURCE'S AVERAGE COST.
       POST-TRANSFER-RECEIPT.
           MOVE ORD-ITEM TO ITEM-CODE.
           MOVE ORD-TO-LOCATION TO ITEM-LOCATION.
                   MOVE ZERO TO ITEM-REORDER
                   MOVE WS-XFER-COST TO ITEM-COST
                   MOVE SPACES TO ITEM-BIN
                   MOVE WS-XFER-AVG-COST TO ITEM-AVG-COST
                   MOVE ZERO TO ITEM-LAST-ISSUE
                   MOVE WS-RUN-DATE-N TO ITEM-LAST-RECEIPT
                   MOVE WS-XFER-ABC-CLASS TO ITEM-ABC-CLASS
                   MOVE SPACE TO ITEM-MOVE-CLASS
                   WRITE INV-RECORD
               NOT INVALID KEY
                   PERFORM SEED-ITEM-VALUATION
                   MOVE ORD-QTY TO WS-BLEND-QTY
                   MOVE WS-XFER-AVG-COST TO WS-BLEND-COST
                   PERFORM BLEND-AVERAGE-COST
                   ADD ORD-QTY TO ITEM-QTY
                   MOVE WS-RUN-DATE-N TO ITEM-LAST-RECEIPT
                   REWRITE INV-RECORD
           END-READ.
           STRING ITEM-CODE ' ' ITEM-DESC ' XFER IN '
           STRING 'TRANSFERS POSTED: ' WS-TRANSFERS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING 'PICKS CONFIRMED: ' WS-PICKS-CONFIRMED
               ' SHIPPED: ' WS-SHIPMENTS-POSTED
               ' SHORT: ' WS-SHORT-PICKS
               ' PACKING SLIPS: ' WS-PACKING-SLIPS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING 'PICK REQUESTS: ' WS-PICK-REQUESTS
               ' LISTED: ' WS-PICK-LINES-LISTED
               ' NOT STOCKED: ' WS-PICK-NOT-STOCKED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM REPORT-STOCK-BY-LOCATION.
           PERFORM REPORT-OPEN-POS.

           READ INVENTORY-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-INV-EOF
               NOT AT END
                   PERFORM SEED-ITEM-VALUATION
                   COMPUTE WS-ITEM-VALUE ROUNDED =
                       ITEM-QTY * ITEM-AVG-COST
                   ADD ITEM-QTY TO WS-COMPANY-QTY
                   ADD WS-ITEM-VALUE TO WS-COMPANY-VALUE
                   PERFORM ADD-TO-LOCATION-TOTAL
                   END-IF
           END-READ.

      *SHIPMENT CONFIRMATION - THE WAREHOUSE'S PICKED QUANTITIES
      *POST TO THE MASTER THROUGH SHIP-ITEM, THE SAME AS A KEYED
      *SHIPMENT, IN ORDER SEQUENCE SO EACH ORDER GETS ONE PACKING
      *SLIP. THE CONFIRMATION FILE IS EMPTIED ONCE POSTED SO A
      *RERUN CANNOT SHIP THE SAME PICKS TWICE.
       POST-SHIPMENT-CONFIRMATIONS.
           OPEN INPUT PICK-CONFIRM-FILE.
           IF WS-PICKCONF-FILE-STATUS = '00'
               CLOSE PICK-CONFIRM-FILE
               OPEN OUTPUT PACKING-SLIP-FILE
               SORT CONFIRM-SORT-FILE
                   ON ASCENDING KEY CSR-ORDER-ID CSR-LINE-NO
                   USING PICK-CONFIRM-FILE
                   OUTPUT PROCEDURE IS POST-CONFIRMED-PICKS
               CLOSE PACKING-SLIP-FILE
               OPEN OUTPUT PICK-CONFIRM-FILE
               CLOSE PICK-CONFIRM-FILE
           ELSE
               DISPLAY 'NO SHIPMENT CONFIRMATIONS - STATUS: '
                       WS-PICKCONF-FILE-STATUS
           END-IF.

       POST-CONFIRMED-PICKS.
           MOVE 'N' TO WS-SLIP-OPEN.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM RETURN-CONFIRMED-PICK
               UNTIL WS-SORT-EOF = 'Y'.
           IF WS-SLIP-OPEN = 'Y'
               PERFORM WRITE-SLIP-FOOTER
           END-IF.

       RETURN-CONFIRMED-PICK.
           RETURN CONFIRM-SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF
               NOT AT END PERFORM POST-ONE-PICK
           END-RETURN.

      *AN OVER-PICK SHIPS ONLY WHAT WAS ORDERED - THE EXTRA GOES
      *BACK TO THE BIN. A PICK THE BOOK CANNOT COVER IS NOT POSTED
      *AND THE WHOLE LINE GOES BACK TO THE BACKORDER QUEUE.
       POST-ONE-PICK.
           IF WS-SLIP-OPEN = 'N' OR CSR-ORDER-ID NOT = WS-SLIP-ORDER-ID
               IF WS-SLIP-OPEN = 'Y'
                   PERFORM WRITE-SLIP-FOOTER
               END-IF
               PERFORM WRITE-SLIP-HEADER
           END-IF.
           ADD 1 TO WS-PICKS-CONFIRMED.
           MOVE ZERO TO WS-SHIPPED-QTY.
           MOVE SPACES TO WS-SLIP-DESC.
           MOVE SPACES TO WS-SLIP-NOTE.
           MOVE 'SHRT' TO WS-SHORT-REASON.
           IF CSR-QTY-PICKED > CSR-QTY-ORDERED
               MOVE CSR-QTY-ORDERED TO WS-PICK-POST-QTY
               MOVE 'OVER-PICK' TO WS-SLIP-NOTE
               DISPLAY 'OVER-PICK - ORDERED QTY SHIPPED: '
                       CSR-ITEM-CODE ' ORDER: ' CSR-ORDER-ID
           ELSE
               MOVE CSR-QTY-PICKED TO WS-PICK-POST-QTY
           END-IF.

           MOVE CSR-ITEM-CODE TO ORD-ITEM.
           MOVE WS-PICK-POST-QTY TO ORD-QTY.
           MOVE 'S' TO ORD-TYPE.
           MOVE SPACE TO ORD-SIGN.
           MOVE SPACES TO ORD-REASON.
           MOVE ZERO TO ORD-COST.
           MOVE CSR-LOCATION TO ORD-LOCATION.
           MOVE SPACES TO ORD-TO-LOCATION.
           PERFORM FIND-ITEM.
           IF WS-FOUND = 'Y'
               MOVE ITEM-DESC TO WS-SLIP-DESC
               IF WS-PICK-POST-QTY > ZERO
                   IF ITEM-QTY < WS-PICK-POST-QTY
                       MOVE 'BOOK' TO WS-SHORT-REASON
                       MOVE 'BOOK STOCK SHORT' TO WS-SLIP-NOTE
                       PERFORM INSUFFICIENT-STOCK
                   ELSE
                       PERFORM SHIP-ITEM
                       MOVE WS-PICK-POST-QTY TO WS-SHIPPED-QTY
                       ADD 1 TO WS-SHIPMENTS-POSTED
                   END-IF
               END-IF
           ELSE
               MOVE 'NOST' TO WS-SHORT-REASON
               MOVE 'NOT ON MASTER' TO WS-SLIP-NOTE
               PERFORM ITEM-NOT-FOUND
           END-IF.

           COMPUTE WS-SHORT-QTY = CSR-QTY-ORDERED - WS-SHIPPED-QTY.
           IF WS-SHORT-QTY > ZERO
               MOVE CSR-ORDER-ID TO SPK-ORDER-ID
               MOVE CSR-CUSTOMER-ID TO SPK-CUSTOMER-ID
               MOVE CSR-LINE-NO TO SPK-LINE-NO
               MOVE CSR-ITEM-CODE TO SPK-ITEM-CODE
               MOVE WS-SHORT-QTY TO SPK-QTY
               MOVE WS-SHORT-REASON TO SPK-REASON
               PERFORM WRITE-SHORT-PICK
           END-IF.

           ADD WS-SHIPPED-QTY TO WS-SLIP-SHIPPED.
           ADD WS-SHORT-QTY TO WS-SLIP-SHORT.
           MOVE SPACES TO PACKING-SLIP-LINE.
           STRING CSR-LINE-NO ' ' CSR-ITEM-CODE ' ' WS-SLIP-DESC
               ' ' CSR-QTY-ORDERED '  ' WS-SHIPPED-QTY
               '  ' WS-SHORT-QTY ' ' WS-SLIP-NOTE
               DELIMITED BY SIZE INTO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.

       WRITE-SLIP-HEADER.
           ADD 1 TO WS-PACKING-SLIPS.
           MOVE 'Y' TO WS-SLIP-OPEN.
           MOVE CSR-ORDER-ID TO WS-SLIP-ORDER-ID.
           MOVE ZERO TO WS-SLIP-SHIPPED.
           MOVE ZERO TO WS-SLIP-SHORT.
           MOVE 'PACKING SLIP' TO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           MOVE SPACES TO PACKING-SLIP-LINE.
           STRING 'ORDER: ' CSR-ORDER-ID
               ' CUSTOMER: ' CSR-CUSTOMER-ID
               ' SHIP DATE: ' WS-RUN-DATE-N
               DELIMITED BY SIZE INTO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           MOVE SPACES TO PACKING-SLIP-LINE.
           STRING 'LINE ITEM     DESCRIPTION'
               '                    ORDERED SHIPPED BACKORD'
               DELIMITED BY SIZE INTO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.

       WRITE-SLIP-FOOTER.
           MOVE SPACES TO PACKING-SLIP-LINE.
           STRING 'UNITS SHIPPED: ' WS-SLIP-SHIPPED
               ' UNITS BACKORDERED: ' WS-SLIP-SHORT
               DELIMITED BY SIZE INTO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           MOVE SPACES TO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.

       WRITE-SHORT-PICK.
           WRITE SHORT-PICK-RECORD.
           ADD 1 TO WS-SHORT-PICKS.
           DISPLAY 'SHORT PICK BACK TO BACKORDER: ' SPK-ITEM-CODE
                   ' ORDER: ' SPK-ORDER-ID
                   ' QTY: ' SPK-QTY ' ' SPK-REASON.

      *PICK LIST - EVERY PICK REQUEST IS GIVEN A LOCATION AND BIN
      *FROM THE MASTER, THEN SORTED SO EACH WAREHOUSE'S LINES COME
      *TOGETHER IN BIN ORDER FOR ONE WALK OF THE AISLES. THE
      *REQUEST FILE IS EMPTIED ONCE LISTED. NOTHING COMES OFF THE
      *MASTER UNTIL THE PICK IS CONFIRMED.
       PRODUCE-PICK-LIST.
           OPEN INPUT PICK-REQUEST-FILE.
           IF WS-PICKREQ-FILE-STATUS = '00'
               OPEN OUTPUT PICK-LIST-FILE
               OPEN OUTPUT PICK-DETAIL-FILE
               MOVE 'WAREHOUSE PICK LIST' TO PICK-LIST-LINE
               WRITE PICK-LIST-LINE
               MOVE SPACES TO PICK-LIST-LINE
               STRING 'RUN DATE: ' WS-RUN-DATE-N
                   DELIMITED BY SIZE INTO PICK-LIST-LINE
               WRITE PICK-LIST-LINE
               SORT PICK-SORT-FILE
                   ON ASCENDING KEY PSR-LOCATION PSR-BIN
                       PSR-ITEM-CODE PSR-ORDER-ID PSR-LINE-NO
                   INPUT PROCEDURE IS RELEASE-PICK-REQUESTS
                   OUTPUT PROCEDURE IS WRITE-PICK-LIST
               CLOSE PICK-LIST-FILE
               CLOSE PICK-DETAIL-FILE
               CLOSE PICK-REQUEST-FILE
               OPEN OUTPUT PICK-REQUEST-FILE
               CLOSE PICK-REQUEST-FILE
           ELSE
               DISPLAY 'NO PICK REQUESTS - STATUS: '
                       WS-PICKREQ-FILE-STATUS
           END-IF.

       RELEASE-PICK-REQUESTS.
           MOVE 'N' TO WS-PICKREQ-EOF.
           PERFORM READ-PICK-REQUEST
               UNTIL WS-PICKREQ-EOF = 'Y'.

       READ-PICK-REQUEST.
           READ PICK-REQUEST-FILE
               AT END MOVE 'Y' TO WS-PICKREQ-EOF
               NOT AT END PERFORM LOCATE-PICK-STOCK
           END-READ.

      *AN ITEM NO WAREHOUSE STOCKS CANNOT BE PICKED - IT GOES
      *STRAIGHT BACK TO THE BACKORDER QUEUE.
       LOCATE-PICK-STOCK.
           ADD 1 TO WS-PICK-REQUESTS.
           MOVE SPACES TO WS-PICK-BEST-LOC.
           MOVE ZERO TO WS-PICK-BEST-QTY.
           MOVE 'N' TO WS-PICK-COVERED.
           MOVE PRQ-ITEM-CODE TO ITEM-CODE.
           MOVE LOW-VALUES TO ITEM-LOCATION.
           MOVE 'N' TO WS-INV-EOF.
           START INVENTORY-MASTER
               KEY IS NOT LESS THAN INV-KEY
               INVALID KEY MOVE 'Y' TO WS-INV-EOF.
           PERFORM SCAN-PICK-LOCATION
               UNTIL WS-INV-EOF = 'Y'.

           IF WS-PICK-BEST-LOC = SPACES
               ADD 1 TO WS-PICK-NOT-STOCKED
               MOVE PRQ-ORDER-ID TO SPK-ORDER-ID
               MOVE PRQ-CUSTOMER-ID TO SPK-CUSTOMER-ID
               MOVE PRQ-LINE-NO TO SPK-LINE-NO
               MOVE PRQ-ITEM-CODE TO SPK-ITEM-CODE
               MOVE PRQ-QTY TO SPK-QTY
               MOVE 'NOST' TO SPK-REASON
               PERFORM WRITE-SHORT-PICK
           ELSE
               MOVE WS-PICK-BEST-LOC TO PSR-LOCATION
               MOVE WS-PICK-BEST-BIN TO PSR-BIN
               MOVE PRQ-ITEM-CODE TO PSR-ITEM-CODE
               MOVE PRQ-ORDER-ID TO PSR-ORDER-ID
               MOVE PRQ-LINE-NO TO PSR-LINE-NO
               MOVE PRQ-CUSTOMER-ID TO PSR-CUSTOMER-ID
               MOVE WS-PICK-BEST-DESC TO PSR-DESC
               MOVE PRQ-QTY TO PSR-QTY
               RELEASE PICK-SORT-RECORD
           END-IF.

       SCAN-PICK-LOCATION.
           READ INVENTORY-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-INV-EOF
               NOT AT END
                   IF ITEM-CODE NOT = PRQ-ITEM-CODE
                       MOVE 'Y' TO WS-INV-EOF
                   ELSE
                       PERFORM WEIGH-PICK-LOCATION
                   END-IF
           END-READ.

       WEIGH-PICK-LOCATION.
           IF WS-PICK-COVERED = 'N'
               IF ITEM-QTY NOT < PRQ-QTY
                   MOVE 'Y' TO WS-PICK-COVERED
                   PERFORM TAKE-PICK-LOCATION
               ELSE
                   IF WS-PICK-BEST-LOC = SPACES
                       OR ITEM-QTY > WS-PICK-BEST-QTY
                       PERFORM TAKE-PICK-LOCATION
                   END-IF
               END-IF
           END-IF.

       TAKE-PICK-LOCATION.
           MOVE ITEM-LOCATION TO WS-PICK-BEST-LOC.
           MOVE ITEM-BIN TO WS-PICK-BEST-BIN.
           MOVE ITEM-DESC TO WS-PICK-BEST-DESC.
           MOVE ITEM-QTY TO WS-PICK-BEST-QTY.

       WRITE-PICK-LIST.
           MOVE SPACES TO WS-PICK-LAST-LOC.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM RETURN-PICK-LINE
               UNTIL WS-SORT-EOF = 'Y'.
           IF WS-PICK-LAST-LOC NOT = SPACES
               PERFORM WRITE-PICK-LOCATION-TOTAL
           END-IF.

       RETURN-PICK-LINE.
           RETURN PICK-SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF
               NOT AT END PERFORM WRITE-PICK-LINE
           END-RETURN.

       WRITE-PICK-LINE.
           IF PSR-LOCATION NOT = WS-PICK-LAST-LOC
               IF WS-PICK-LAST-LOC NOT = SPACES
                   PERFORM WRITE-PICK-LOCATION-TOTAL
               END-IF
               MOVE PSR-LOCATION TO WS-PICK-LAST-LOC
               MOVE ZERO TO WS-PICK-LOC-LINES
               MOVE ZERO TO WS-PICK-LOC-UNITS
               MOVE SPACES TO PICK-LIST-LINE
               WRITE PICK-LIST-LINE
               STRING 'LOCATION: ' PSR-LOCATION
                   DELIMITED BY SIZE INTO PICK-LIST-LINE
               WRITE PICK-LIST-LINE
               MOVE 'BIN    ITEM     DESCRIPTION' TO PICK-LIST-LINE
               WRITE PICK-LIST-LINE
           END-IF.
           ADD 1 TO WS-PICK-LOC-LINES.
           ADD PSR-QTY TO WS-PICK-LOC-UNITS.
           ADD 1 TO WS-PICK-LINES-LISTED.
           MOVE SPACES TO PICK-LIST-LINE.
           STRING PSR-BIN ' ' PSR-ITEM-CODE ' ' PSR-DESC
               ' QTY: ' PSR-QTY
               ' ORDER: ' PSR-ORDER-ID '/' PSR-LINE-NO
               DELIMITED BY SIZE INTO PICK-LIST-LINE.
           WRITE PICK-LIST-LINE.

           MOVE PSR-ORDER-ID TO PKD-ORDER-ID.
           MOVE PSR-CUSTOMER-ID TO PKD-CUSTOMER-ID.
           MOVE PSR-LINE-NO TO PKD-LINE-NO.
           MOVE PSR-ITEM-CODE TO PKD-ITEM-CODE.
           MOVE PSR-LOCATION TO PKD-LOCATION.
           MOVE PSR-BIN TO PKD-BIN.
           MOVE PSR-QTY TO PKD-QTY-ORDERED.
           MOVE ZERO TO PKD-QTY-PICKED.
           WRITE PICK-DETAIL-RECORD.

       WRITE-PICK-LOCATION-TOTAL.
           MOVE SPACES TO PICK-LIST-LINE.
           STRING 'LOCATION ' WS-PICK-LAST-LOC
               ' PICK LINES: ' WS-PICK-LOC-LINES
               ' UNITS: ' WS-PICK-LOC-UNITS
               DELIMITED BY SIZE INTO PICK-LIST-LINE.
           WRITE PICK-LIST-LINE.

      *MONTH-END VALUATION FOR FINANCE - EVERY LOCATION WITH STOCK
      *ON HAND, ITEM BY ITEM AT WEIGHTED AVERAGE COST, SUBTOTALLED
      *BY LOCATION AND TOTALLED FOR ALL LOCATIONS. THE LOCATIONS
      *ARE THE ONES THE STOCK-BY-LOCATION ROLLUP JUST FOUND.
       MONTH-END-VALUATION.
           OPEN OUTPUT VALUATION-FILE.
           MOVE 'MONTH-END INVENTORY VALUATION - WEIGHTED AVERAGE COST'
               TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           STRING 'RUN DATE: ' WS-RUN-DATE-N
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           WRITE VALUATION-LINE.

           PERFORM VALUE-ONE-LOCATION
               VARYING WS-LOC-IX FROM 1 BY 1
               UNTIL WS-LOC-IX > WS-LOC-COUNT.

           MOVE SPACES TO VALUATION-LINE.
           STRING 'TOTAL ALL LOCATIONS ITEMS: ' WS-VAL-TOTAL-ITEMS
               ' QTY: ' WS-VAL-TOTAL-QTY
               ' VALUE: ' WS-VAL-TOTAL-VALUE
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
      *MORE WAREHOUSES THAN THE LOCATION TABLE HOLDS - SAY SO RATHER
      *THAN LET THE TOTAL QUIETLY UNDERSTATE THE COMPANY'S STOCK.
           IF WS-VAL-TOTAL-QTY NOT = WS-COMPANY-QTY
               MOVE SPACES TO VALUATION-LINE
               STRING '*LOCATIONS NOT LISTED - COMPANY QTY: '
                   WS-COMPANY-QTY ' VALUE: ' WS-COMPANY-VALUE
                   DELIMITED BY SIZE INTO VALUATION-LINE
               WRITE VALUATION-LINE
           END-IF.
           CLOSE VALUATION-FILE.
           DISPLAY 'MONTH-END VALUATION: ' WS-VAL-TOTAL-VALUE.

       VALUE-ONE-LOCATION.
           MOVE ZERO TO WS-VAL-LOC-ITEMS.
           MOVE ZERO TO WS-VAL-LOC-QTY.
           MOVE ZERO TO WS-VAL-LOC-VALUE.
           MOVE SPACES TO VALUATION-LINE.
           STRING 'LOCATION: ' WS-LOC-CODE(WS-LOC-IX)
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.

           MOVE 'N' TO WS-INV-EOF.
           MOVE LOW-VALUES TO INV-KEY.
           START INVENTORY-MASTER
               KEY IS NOT LESS THAN INV-KEY
               INVALID KEY MOVE 'Y' TO WS-INV-EOF.

           PERFORM VALUE-ONE-ITEM
               UNTIL WS-INV-EOF = 'Y'.

           MOVE SPACES TO VALUATION-LINE.
           STRING 'LOCATION ' WS-LOC-CODE(WS-LOC-IX)
               ' TOTAL ITEMS: ' WS-VAL-LOC-ITEMS
               ' QTY: ' WS-VAL-LOC-QTY
               ' VALUE: ' WS-VAL-LOC-VALUE
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           ADD WS-VAL-LOC-ITEMS TO WS-VAL-TOTAL-ITEMS.
           ADD WS-VAL-LOC-QTY TO WS-VAL-TOTAL-QTY.
           ADD WS-VAL-LOC-VALUE TO WS-VAL-TOTAL-VALUE.

       VALUE-ONE-ITEM.
           READ INVENTORY-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-INV-EOF
               NOT AT END
                   IF ITEM-LOCATION = WS-LOC-CODE(WS-LOC-IX)
                       AND ITEM-QTY > ZERO
                       PERFORM WRITE-VALUATION-DETAIL
                   END-IF
           END-READ.

       WRITE-VALUATION-DETAIL.
           PERFORM SEED-ITEM-VALUATION.
           COMPUTE WS-ITEM-VALUE ROUNDED = ITEM-QTY * ITEM-AVG-COST.
           ADD 1 TO WS-VAL-LOC-ITEMS.
           ADD ITEM-QTY TO WS-VAL-LOC-QTY.
           ADD WS-ITEM-VALUE TO WS-VAL-LOC-VALUE.
           MOVE SPACES TO VALUATION-LINE.
           STRING ITEM-CODE ' ' ITEM-DESC
               ' QTY: ' ITEM-QTY
               ' AVG COST: ' ITEM-AVG-COST
               ' VALUE: ' WS-ITEM-VALUE
               DELIMITED BY SIZE INTO VALUATION-LINE.
           WRITE VALUATION-LINE.

      *MONTH-END STOCK ANALYSIS FOR PURCHASING. THE ITEM CODES ON
      *THE MASTER ARE RANKED BY USAGE VALUE OVER THE LAST 365 DAYS
      *OF THE USAGE HISTORY AND CLASSED A/B/C; THEN EVERY LOCATION
      *RECORD IS STAMPED WITH ITS ITEM'S CLASS AND AGED ON ITS LAST
      *ISSUE, AND ANY STOCK IDLE 90/180/365 DAYS IS LISTED WITH THE
      *VALUE TIED UP IN IT. THE MOVEMENT CLASS STAMPED HERE IS WHAT
      *CHECK-REORDER HONORS UNTIL THE ITEM SHIPS AGAIN.
       STOCK-USAGE-ANALYSIS.
           OPEN OUTPUT ANALYSIS-FILE.
           MOVE 'ABC AND SLOW-MOVING STOCK ANALYSIS' TO ANALYSIS-LINE.
           WRITE ANALYSIS-LINE.
           MOVE SPACES TO ANALYSIS-LINE.
           STRING 'RUN DATE: ' WS-RUN-DATE-N
               ' - USAGE OVER THE LAST 365 DAYS'
               DELIMITED BY SIZE INTO ANALYSIS-LINE.
           WRITE ANALYSIS-LINE.
           MOVE SPACES TO ANALYSIS-LINE.
           WRITE ANALYSIS-LINE.

           MOVE WS-RUN-DATE TO WS-DAY-DATE.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.

           MOVE ZERO TO WS-ABC-COUNT.
           MOVE 'N' TO WS-INV-EOF.
           MOVE LOW-VALUES TO INV-KEY.
           START INVENTORY-MASTER
               KEY IS NOT LESS THAN INV-KEY
               INVALID KEY MOVE 'Y' TO WS-INV-EOF.
           PERFORM LOAD-ABC-ITEM
               UNTIL WS-INV-EOF = 'Y'.

      *THE HISTORY IS OPEN FOR APPEND - READ IT FROM THE TOP, THEN
      *LEAVE IT OPEN FOR APPEND AGAIN FOR TERMINATE-PROGRAM.
           CLOSE USAGE-FILE.
           MOVE ZERO TO WS-USAGE-IN-PERIOD.
           MOVE 'N' TO WS-USAGE-EOF.
           OPEN INPUT USAGE-FILE.
           IF WS-USAGE-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-USAGE-EOF
           END-IF.
           PERFORM READ-ONE-USAGE
               UNTIL WS-USAGE-EOF = 'Y'.
           CLOSE USAGE-FILE.
           OPEN EXTEND USAGE-FILE.

           MOVE ZERO TO WS-ABC-TOTAL-USAGE.
           PERFORM ADD-TO-TOTAL-USAGE
               VARYING WS-ABC-IX FROM 1 BY 1
               UNTIL WS-ABC-IX > WS-ABC-COUNT.

           MOVE 'RANK ITEM     ANNUAL USAGE VALUE  CUM PCT  CLASS'
               TO ANALYSIS-LINE.
           WRITE ANALYSIS-LINE.
           MOVE ZERO TO WS-ABC-CUM-USAGE.
           MOVE ZERO TO WS-ABC-A-COUNT.
           MOVE ZERO TO WS-ABC-B-COUNT.
           MOVE ZERO TO WS-ABC-C-COUNT.
           PERFORM RANK-NEXT-ITEM
               VARYING WS-ABC-RANK-NO FROM 1 BY 1
               UNTIL WS-ABC-RANK-NO > WS-ABC-COUNT.

           MOVE SPACES TO ANALYSIS-LINE.
           WRITE ANALYSIS-LINE.
           MOVE SPACES TO ANALYSIS-LINE.
           STRING 'SHIPMENTS IN PERIOD: ' WS-USAGE-IN-PERIOD
               ' TOTAL USAGE VALUE: ' WS-ABC-TOTAL-USAGE
               DELIMITED BY SIZE INTO ANALYSIS-LINE.
           WRITE ANALYSIS-LINE.
           MOVE SPACES TO ANALYSIS-LINE.
           STRING 'CLASS A ITEMS: ' WS-ABC-A-COUNT
               ' CLASS B ITEMS: ' WS-ABC-B-COUNT
               ' CLASS C ITEMS: ' WS-ABC-C-COUNT
               DELIMITED BY SIZE INTO ANALYSIS-LINE.
           WRITE ANALYSIS-LINE.

           MOVE SPACES TO ANALYSIS-LINE.
           WRITE ANALYSIS-LINE.
           MOVE 'SLOW-MOVING AND OBSOLETE STOCK - REORDERS SUPPRESSED'
               TO ANALYSIS-LINE.
           WRITE ANALYSIS-LINE.
           MOVE 'ITEM     LOC DESCRIPTION' TO ANALYSIS-LINE.
           WRITE ANALYSIS-LINE.
           MOVE ZERO TO WS-SLOW-1-COUNT.
           MOVE ZERO TO WS-SLOW-1-VALUE.
           MOVE ZERO TO WS-SLOW-2-COUNT.
           MOVE ZERO TO WS-SLOW-2-VALUE.
           MOVE ZERO TO WS-OBSOLETE-COUNT.
           MOVE ZERO TO WS-OBSOLETE-VALUE.
           MOVE 'N' TO WS-INV-EOF.
           MOVE LOW-VALUES TO INV-KEY.
           START INVENTORY-MASTER
               KEY IS NOT LESS THAN INV-KEY
               INVALID KEY MOVE 'Y' TO WS-INV-EOF.
           PERFORM CLASSIFY-ONE-LOCATION
               UNTIL WS-INV-EOF = 'Y'.

           MOVE SPACES TO ANALYSIS-LINE.
           WRITE ANALYSIS-LINE.
           MOVE SPACES TO ANALYSIS-LINE.
           STRING 'NO ISSUE 90 DAYS: ' WS-SLOW-1-COUNT
               ' VALUE: ' WS-SLOW-1-VALUE
               DELIMITED BY SIZE INTO ANALYSIS-LINE.
           WRITE ANALYSIS-LINE.
           MOVE SPACES TO ANALYSIS-LINE.
           STRING 'NO ISSUE 180 DAYS: ' WS-SLOW-2-COUNT
               ' VALUE: ' WS-SLOW-2-VALUE
               DELIMITED BY SIZE INTO ANALYSIS-LINE.
           WRITE ANALYSIS-LINE.
           MOVE SPACES TO ANALYSIS-LINE.
           STRING 'OBSOLETE - NO ISSUE 365 DAYS: ' WS-OBSOLETE-COUNT
               ' VALUE: ' WS-OBSOLETE-VALUE
               DELIMITED BY SIZE INTO ANALYSIS-LINE.
           WRITE ANALYSIS-LINE.
           CLOSE ANALYSIS-FILE.
           DISPLAY 'STOCK ANALYSIS: ' WS-ABC-COUNT ' ITEMS RANKED'.

      *THE MASTER IS IN ITEM-CODE ORDER, SO A NEW ITEM CODE IS ONE
      *THAT DIFFERS FROM THE LAST ENTRY ADDED.
       LOAD-ABC-ITEM.
           READ INVENTORY-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-INV-EOF
               NOT AT END PERFORM ADD-ABC-ITEM
           END-READ.

       ADD-ABC-ITEM.
           MOVE 'N' TO WS-FOUND.
           IF WS-ABC-COUNT > ZERO
               IF WS-ABC-ITEM(WS-ABC-COUNT) = ITEM-CODE
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-IF.
           IF WS-FOUND = 'N'
               IF WS-ABC-COUNT < 500
                   ADD 1 TO WS-ABC-COUNT
                   MOVE ITEM-CODE TO WS-ABC-ITEM(WS-ABC-COUNT)
                   MOVE ZERO TO WS-ABC-USAGE(WS-ABC-COUNT)
                   MOVE ZERO TO WS-ABC-RANK(WS-ABC-COUNT)
                   MOVE 'C' TO WS-ABC-CLASS(WS-ABC-COUNT)
               ELSE
                   DISPLAY 'ABC TABLE FULL - NOT CLASSED: ' ITEM-CODE
               END-IF
           END-IF.

       READ-ONE-USAGE.
           READ USAGE-FILE
               AT END MOVE 'Y' TO WS-USAGE-EOF
               NOT AT END PERFORM APPLY-USAGE-RECORD
           END-READ.

      *ONLY SHIPMENTS WITHIN THE LAST 365 DAYS COUNT TOWARD USAGE.
       APPLY-USAGE-RECORD.
           MOVE USE-DATE TO WS-DAY-DATE-N.
           PERFORM COMPUTE-DAY-NUMBER.
           IF WS-DAY-NUMBER > ZERO
               AND WS-DAY-NUMBER NOT > WS-RUN-DAY-NUMBER
               COMPUTE WS-IDLE-DAYS =
                   WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
               IF WS-IDLE-DAYS < WS-OBSOLETE-DAYS
                   MOVE USE-ITEM-CODE TO WS-ABC-SEARCH-ITEM
                   PERFORM FIND-ABC-ITEM
                   IF WS-ABC-FOUND-IX > ZERO
                       COMPUTE WS-ABC-USE-VALUE ROUNDED =
                           USE-QTY * USE-UNIT-COST
                       ADD WS-ABC-USE-VALUE
                           TO WS-ABC-USAGE(WS-ABC-FOUND-IX)
                       ADD 1 TO WS-USAGE-IN-PERIOD
                   END-IF
               END-IF
           END-IF.

       FIND-ABC-ITEM.
           MOVE ZERO TO WS-ABC-FOUND-IX.
           PERFORM MATCH-ABC-SLOT
               VARYING WS-ABC-IX FROM 1 BY 1
               UNTIL WS-ABC-IX > WS-ABC-COUNT
                  OR WS-ABC-FOUND-IX > ZERO.

       MATCH-ABC-SLOT.
           IF WS-ABC-ITEM(WS-ABC-IX) = WS-ABC-SEARCH-ITEM
               MOVE WS-ABC-IX TO WS-ABC-FOUND-IX.

       ADD-TO-TOTAL-USAGE.
           ADD WS-ABC-USAGE(WS-ABC-IX) TO WS-ABC-TOTAL-USAGE.

      *NEXT RANK GOES TO THE HIGHEST USAGE NOT YET RANKED. THE CLASS
      *FOLLOWS FROM THE SHARE OF TOTAL USAGE ALREADY RANKED AHEAD OF
      *THE ITEM - UNDER 80 PERCENT IS A, UNDER 95 PERCENT IS B.
       RANK-NEXT-ITEM.
           MOVE ZERO TO WS-ABC-BEST-IX.
           PERFORM PICK-HIGHEST-USAGE
               VARYING WS-ABC-IX FROM 1 BY 1
               UNTIL WS-ABC-IX > WS-ABC-COUNT.
           MOVE WS-ABC-RANK-NO TO WS-ABC-RANK(WS-ABC-BEST-IX).

           IF WS-ABC-USAGE(WS-ABC-BEST-IX) = ZERO
               MOVE 'C' TO WS-ABC-CLASS(WS-ABC-BEST-IX)
           ELSE
               COMPUTE WS-ABC-PCT-BEFORE =
                   WS-ABC-CUM-USAGE * 100 / WS-ABC-TOTAL-USAGE
               IF WS-ABC-PCT-BEFORE < WS-ABC-A-PCT
                   MOVE 'A' TO WS-ABC-CLASS(WS-ABC-BEST-IX)
               ELSE
                   IF WS-ABC-PCT-BEFORE < WS-ABC-B-PCT
                       MOVE 'B' TO WS-ABC-CLASS(WS-ABC-BEST-IX)
                   ELSE
                       MOVE 'C' TO WS-ABC-CLASS(WS-ABC-BEST-IX)
                   END-IF
               END-IF
           END-IF.

           ADD WS-ABC-USAGE(WS-ABC-BEST-IX) TO WS-ABC-CUM-USAGE.
           IF WS-ABC-TOTAL-USAGE > ZERO
               COMPUTE WS-ABC-CUM-PCT ROUNDED =
                   WS-ABC-CUM-USAGE * 100 / WS-ABC-TOTAL-USAGE
           ELSE
               MOVE ZERO TO WS-ABC-CUM-PCT
           END-IF.

           IF WS-ABC-CLASS(WS-ABC-BEST-IX) = 'A'
               ADD 1 TO WS-ABC-A-COUNT
           ELSE
               IF WS-ABC-CLASS(WS-ABC-BEST-IX) = 'B'
                   ADD 1 TO WS-ABC-B-COUNT
               ELSE
                   ADD 1 TO WS-ABC-C-COUNT
               END-IF
           END-IF.

           MOVE SPACES TO ANALYSIS-LINE.
           STRING WS-ABC-RANK-NO ' ' WS-ABC-ITEM(WS-ABC-BEST-IX)
               ' ' WS-ABC-USAGE(WS-ABC-BEST-IX)
               '       ' WS-ABC-CUM-PCT
               '      ' WS-ABC-CLASS(WS-ABC-BEST-IX)
               DELIMITED BY SIZE INTO ANALYSIS-LINE.
           WRITE ANALYSIS-LINE.

       PICK-HIGHEST-USAGE.
           IF WS-ABC-RANK(WS-ABC-IX) = ZERO
               IF WS-ABC-BEST-IX = ZERO
                   MOVE WS-ABC-IX TO WS-ABC-BEST-IX
               ELSE
                   IF WS-ABC-USAGE(WS-ABC-IX) >
                      WS-ABC-USAGE(WS-ABC-BEST-IX)
                       MOVE WS-ABC-IX TO WS-ABC-BEST-IX
                   END-IF
               END-IF
           END-IF.

       CLASSIFY-ONE-LOCATION.
           READ INVENTORY-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-INV-EOF
               NOT AT END PERFORM CLASSIFY-ITEM-LOCATION
           END-READ.

      *AGE ON THE LAST ISSUE; A LOCATION THAT HAS NEVER SHIPPED AGES
      *FROM ITS LAST RECEIPT.
       CLASSIFY-ITEM-LOCATION.
           PERFORM SEED-ITEM-VALUATION.
           MOVE ITEM-CODE TO WS-ABC-SEARCH-ITEM.
           PERFORM FIND-ABC-ITEM.
           IF WS-ABC-FOUND-IX > ZERO
               MOVE WS-ABC-CLASS(WS-ABC-FOUND-IX) TO ITEM-ABC-CLASS
           END-IF.

           IF ITEM-LAST-ISSUE > ZERO
               MOVE ITEM-LAST-ISSUE TO WS-DAY-DATE-N
           ELSE
               MOVE ITEM-LAST-RECEIPT TO WS-DAY-DATE-N
           END-IF.
           PERFORM COMPUTE-DAY-NUMBER.
           IF WS-DAY-NUMBER > WS-RUN-DAY-NUMBER
               MOVE ZERO TO WS-IDLE-DAYS
           ELSE
               COMPUTE WS-IDLE-DAYS =
                   WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
           END-IF.

           MOVE SPACE TO ITEM-MOVE-CLASS.
           IF WS-IDLE-DAYS NOT < WS-OBSOLETE-DAYS
               MOVE '3' TO ITEM-MOVE-CLASS
               MOVE 'OBSOLETE' TO WS-IDLE-FLAG
           ELSE
               IF WS-IDLE-DAYS NOT < WS-SLOW-DAYS-2
                   MOVE '2' TO ITEM-MOVE-CLASS
                   MOVE 'SLOW 180' TO WS-IDLE-FLAG
               ELSE
                   IF WS-IDLE-DAYS NOT < WS-SLOW-DAYS-1
                       MOVE '1' TO ITEM-MOVE-CLASS
                       MOVE 'SLOW 90' TO WS-IDLE-FLAG
                   END-IF
               END-IF
           END-IF.
           REWRITE INV-RECORD.

           IF ITEM-MOVE-CLASS NOT = SPACE AND ITEM-QTY > ZERO
               COMPUTE WS-ITEM-VALUE ROUNDED =
                   ITEM-QTY * ITEM-AVG-COST
               IF ITEM-MOVE-CLASS = '3'
                   ADD 1 TO WS-OBSOLETE-COUNT
                   ADD WS-ITEM-VALUE TO WS-OBSOLETE-VALUE
               ELSE
                   IF ITEM-MOVE-CLASS = '2'
                       ADD 1 TO WS-SLOW-2-COUNT
                       ADD WS-ITEM-VALUE TO WS-SLOW-2-VALUE
                   ELSE
                       ADD 1 TO WS-SLOW-1-COUNT
                       ADD WS-ITEM-VALUE TO WS-SLOW-1-VALUE
                   END-IF
               END-IF
               MOVE SPACES TO ANALYSIS-LINE
               STRING ITEM-CODE ' ' ITEM-LOCATION ' ' ITEM-DESC
                   ' IDLE: ' WS-IDLE-DAYS
                   ' QTY: ' ITEM-QTY
                   ' VALUE: ' WS-ITEM-VALUE
                   ' ' WS-IDLE-FLAG
                   DELIMITED BY SIZE INTO ANALYSIS-LINE
               WRITE ANALYSIS-LINE
           END-IF.

      *DAY NUMBER OF THE YYMMDD DATE IN WS-DAY-DATE, COUNTED FROM
      *THE START OF 1900; ZERO FOR A DATE WITH NO VALID MONTH.
       COMPUTE-DAY-NUMBER.
           MOVE ZERO TO WS-DAY-NUMBER.
           IF WS-DAY-MM > ZERO AND WS-DAY-MM < 13
               IF WS-DAY-YY < 50
                   COMPUTE WS-DAY-YEAR = 2000 + WS-DAY-YY
               ELSE
                   COMPUTE WS-DAY-YEAR = 1900 + WS-DAY-YY
               END-IF
               DIVIDE WS-DAY-YEAR BY 4 GIVING WS-DAY-LEAPS
                   REMAINDER WS-DAY-LEAP-REM
               COMPUTE WS-DAY-NUMBER =
                   (WS-DAY-YEAR - 1900) * 365 + WS-DAY-LEAPS
                   + WS-CUM-DAYS(WS-DAY-MM) + WS-DAY-DD
               IF WS-DAY-LEAP-REM = ZERO AND WS-DAY-MM < 3
                   SUBTRACT 1 FROM WS-DAY-NUMBER
               END-IF
           END-IF.

       TERMINATE-PROGRAM.
           CLOSE INVENTORY-MASTER.
           CLOSE ORDER-FILE.
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE USAGE-FILE.
           CLOSE SHORT-PICK-FILE.
