               10 OL-Quantity      PIC 9(4).

       OBJECT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Approved lines go to the warehouse as pick requests; the
      *INVENTORY run lists them, posts the confirmed picks to
      *INVMAST, and hands back whatever was short-picked.
           SELECT PickRequestFile ASSIGN TO PICKREQ
               FILE STATUS IS WS-PickReqStatus.
           SELECT ShortPickFile ASSIGN TO SHORTPK
               FILE STATUS IS WS-ShortPickStatus.
      *Short picks that could not be queued this time, held while
      *SHORTPK is read and then written back to it for the next load.
           SELECT ShortPickHoldFile ASSIGN TO SHORTHLD
               FILE STATUS IS WS-ShortHoldStatus.

       DATA DIVISION.
       FILE SECTION.
      *Layout shared with INVENTORY's PICK-REQUEST-RECORD - the item
      *code is the six-digit item id, left-justified in eight.
      *Source 'O' is a newly approved order, 'B' a released backorder.
       FD PickRequestFile.
       01 PickRequestRecord.
           05 PR-OrderId       PIC 9(12).
           05 PR-CustomerId    PIC 9(10).
           05 PR-LineNo        PIC 9(4).
           05 PR-ItemCode.
               10 PR-ItemId    PIC 9(6).
               10 FILLER       PIC XX.
           05 PR-Quantity      PIC 9(6).
           05 PR-Source        PIC X.

      *Layout shared with INVENTORY's SHORT-PICK-RECORD.
       FD ShortPickFile.
       01 ShortPickRecord.
           05 SP-OrderId       PIC 9(12).
           05 SP-CustomerId    PIC 9(10).
           05 SP-LineNo        PIC 9(4).
           05 SP-ItemCode.
               10 SP-ItemId    PIC 9(6).
               10 FILLER       PIC XX.
           05 SP-Quantity      PIC 9(6).
           05 SP-Reason        PIC X(4).

       FD ShortPickHoldFile.
       01 ShortPickHoldRecord  PIC X(44).

       WORKING-STORAGE SECTION.
       01 WS-TaxRate          PIC V9999 VALUE .0825.
       01 WS-ShippingCost     PIC 9(5)V99.
               10 BO-Line OCCURS 10 TIMES.
                   15 BOL-ItemId   PIC 9(6).
                   15 BOL-Quantity PIC 9(4).
                   15 BOL-LineNo   PIC 9(4).
       01 WS-BOIdx            PIC 9(4).
       01 WS-BOLineIdx        PIC 9(4).
       01 WS-BOFillable       PIC X.
       01 WS-ReleasedCount    PIC 9(4).
       01 WS-WaitingCount     PIC 9(4).

       01 WS-PickReqStatus    PIC XX.
       01 WS-ShortPickStatus  PIC XX.
       01 WS-ShortEof         PIC X.
       01 WS-LastShortOrder   PIC 9(12).
       01 WS-RequeuedCount    PIC 9(4).
       01 WS-ShortHoldStatus  PIC XX.
       01 WS-ShortQueued      PIC X.
       01 WS-ShortHeldCount   PIC 9(6).

       PROCEDURE DIVISION.

       METHOD-ID. InitializeOrder.
                   CustomerId.
           DISPLAY 'Total amount: ' TotalAmount.
           DISPLAY 'Item count: ' ItemCount.
      *The approval takes its units from the table the same way a
      *released backorder does, so the next order checked in this
      *run cannot be approved against them again.
           PERFORM VARYING WS-LineIdx FROM 1 BY 1
               UNTIL WS-LineIdx > OrderLineCount
               PERFORM VARYING WS-InvIdx FROM 1 BY 1
                   UNTIL WS-InvIdx > InvStockCount
                   IF IS-ItemId(WS-InvIdx) = OL-ItemId(WS-LineIdx)
                       SUBTRACT OL-Quantity(WS-LineIdx)
                           FROM IS-QtyOnHand(WS-InvIdx)
                   END-IF
               END-PERFORM
           END-PERFORM.
           INVOKE SELF "WritePickRequests".
       END METHOD ApproveOrder.

       METHOD-ID. WritePickRequests.
      *ONE PICK REQUEST PER LINE OF THE APPROVED ORDER. STOCK COMES
      *OFF INVMAST ONLY WHEN THE WAREHOUSE CONFIRMS THE PICK.
       PROCEDURE DIVISION.
           INVOKE SELF "OpenPickRequests".
           PERFORM VARYING WS-LineIdx FROM 1 BY 1
               UNTIL WS-LineIdx > OrderLineCount
               MOVE SPACES TO PickRequestRecord
               MOVE OrderId TO PR-OrderId
               MOVE CustomerId TO PR-CustomerId
               MOVE WS-LineIdx TO PR-LineNo
               MOVE OL-ItemId(WS-LineIdx) TO PR-ItemId
               MOVE OL-Quantity(WS-LineIdx) TO PR-Quantity
               MOVE 'O' TO PR-Source
               WRITE PickRequestRecord
           END-PERFORM.
           CLOSE PickRequestFile.
           EXIT METHOD.
       END METHOD WritePickRequests.

       METHOD-ID. WriteBackorderPicks.
      *PICK REQUESTS FOR THE QUEUED ORDER AT WS-BOIdx, JUST
      *RELEASED AND ALLOCATED.
       PROCEDURE DIVISION.
           INVOKE SELF "OpenPickRequests".
           PERFORM VARYING WS-BOLineIdx FROM 1 BY 1
               UNTIL WS-BOLineIdx > BO-LineCount(WS-BOIdx)
               MOVE SPACES TO PickRequestRecord
               MOVE BO-OrderId(WS-BOIdx) TO PR-OrderId
               MOVE BO-CustomerId(WS-BOIdx) TO PR-CustomerId
               MOVE BOL-LineNo(WS-BOIdx, WS-BOLineIdx) TO PR-LineNo
               MOVE BOL-ItemId(WS-BOIdx, WS-BOLineIdx) TO PR-ItemId
               MOVE BOL-Quantity(WS-BOIdx, WS-BOLineIdx)
                   TO PR-Quantity
               MOVE 'B' TO PR-Source
               WRITE PickRequestRecord
           END-PERFORM.
           CLOSE PickRequestFile.
           EXIT METHOD.
       END METHOD WriteBackorderPicks.

       METHOD-ID. OpenPickRequests.
      *PICK REQUESTS ARE APPENDED UNTIL THE INVENTORY RUN LISTS
      *THEM - THE FIRST APPROVAL CREATES THE FILE.
       PROCEDURE DIVISION.
           OPEN EXTEND PickRequestFile.
           IF WS-PickReqStatus = '35'
               OPEN OUTPUT PickRequestFile
           END-IF.
           EXIT METHOD.
       END METHOD OpenPickRequests.

       METHOD-ID. BackorderOrder.
           MOVE 'BACKORDERED' TO OrderStatus.
           DISPLAY 'Order ' OrderId ' backordered for customer '
                       TO BOL-ItemId(BO-Count, WS-LineIdx)
                   MOVE OL-Quantity(WS-LineIdx)
                       TO BOL-Quantity(BO-Count, WS-LineIdx)
                   MOVE WS-LineIdx
                       TO BOL-LineNo(BO-Count, WS-LineIdx)
               END-PERFORM
           END-IF.
       END METHOD BackorderOrder.
                   INVOKE SELF "CheckBackorderFillable"
                   IF WS-BOFillable = 'Y'
                       INVOKE SELF "AllocateBackorder"
                       INVOKE SELF "WriteBackorderPicks"
                       MOVE 'R' TO BO-Status(WS-BOIdx)
                       ADD 1 TO WS-ReleasedCount
                       DISPLAY 'Backorder released: order '
           EXIT METHOD.
       END METHOD AllocateBackorder.

       METHOD-ID. LoadShortPicks.
      *LINES THE WAREHOUSE COULD NOT SHIP IN FULL COME BACK FROM THE
      *INVENTORY RUN ON SHORTPK - EACH ORDER'S SHORT LINES GO BACK
      *ON THE QUEUE AS ONE WAITING BACKORDER FOR THE SHORT QUANTITY,
      *RELEASED LIKE ANY OTHER WHEN STOCK COMES IN. A LINE THAT WILL
      *NOT FIT - QUEUE FULL, OR THE ORDER'S TEN LINES TAKEN - IS
      *REPORTED AND WRITTEN BACK TO SHORTPK FOR THE NEXT LOAD; ONLY
      *WHAT WAS QUEUED LEAVES THE FILE, SO NO SHORT PICK IS QUEUED
      *TWICE AND NONE IS LOST.
       PROCEDURE DIVISION.
           MOVE ZERO TO WS-RequeuedCount.
           MOVE ZERO TO WS-ShortHeldCount.
           MOVE ZERO TO WS-LastShortOrder.
           MOVE 'N' TO WS-ShortEof.
           OPEN INPUT ShortPickFile.
           IF WS-ShortPickStatus NOT = '00'
               DISPLAY 'No short picks to requeue'
               EXIT METHOD
           END-IF.
           OPEN OUTPUT ShortPickHoldFile.
           IF WS-ShortHoldStatus NOT = '00'
               DISPLAY 'Short pick hold file not available - '
                   WS-ShortHoldStatus ' - short picks left on SHORTPK'
               CLOSE ShortPickFile
               EXIT METHOD
           END-IF.
           READ ShortPickFile
               AT END MOVE 'Y' TO WS-ShortEof
           END-READ.
           PERFORM UNTIL WS-ShortEof = 'Y'
               MOVE 'N' TO WS-ShortQueued
               IF SP-OrderId NOT = WS-LastShortOrder
                   IF BO-Count < 50
                       ADD 1 TO BO-Count
                       MOVE SP-OrderId TO BO-OrderId(BO-Count)
                       MOVE SP-CustomerId TO BO-CustomerId(BO-Count)
                       MOVE 'W' TO BO-Status(BO-Count)
                       MOVE ZERO TO BO-LineCount(BO-Count)
                       MOVE SP-OrderId TO WS-LastShortOrder
                       ADD 1 TO WS-RequeuedCount
                   ELSE
                       DISPLAY 'Backorder queue full - short pick '
                           'held: order ' SP-OrderId
                           ' line ' SP-LineNo
                   END-IF
               END-IF
               IF SP-OrderId = WS-LastShortOrder
                   IF BO-LineCount(BO-Count) < 10
                       ADD 1 TO BO-LineCount(BO-Count)
                       MOVE BO-LineCount(BO-Count) TO WS-BOLineIdx
                       MOVE SP-ItemId
                           TO BOL-ItemId(BO-Count, WS-BOLineIdx)
                       MOVE SP-Quantity
                           TO BOL-Quantity(BO-Count, WS-BOLineIdx)
                       MOVE SP-LineNo
                           TO BOL-LineNo(BO-Count, WS-BOLineIdx)
                       MOVE 'Y' TO WS-ShortQueued
                   ELSE
                       DISPLAY 'Backorder lines full - short pick '
                           'held: order ' SP-OrderId
                           ' line ' SP-LineNo
                   END-IF
               END-IF
               IF WS-ShortQueued = 'N'
                   MOVE ShortPickRecord TO ShortPickHoldRecord
                   WRITE ShortPickHoldRecord
                   ADD 1 TO WS-ShortHeldCount
               END-IF
               READ ShortPickFile
                   AT END MOVE 'Y' TO WS-ShortEof
               END-READ
           END-PERFORM.
           CLOSE ShortPickFile.
           CLOSE ShortPickHoldFile.

      *SHORTPK NOW HOLDS ONLY THE LINES THAT WERE NOT QUEUED.
           OPEN INPUT ShortPickHoldFile.
           OPEN OUTPUT ShortPickFile.
           MOVE 'N' TO WS-ShortEof.
           READ ShortPickHoldFile
               AT END MOVE 'Y' TO WS-ShortEof
           END-READ.
           PERFORM UNTIL WS-ShortEof = 'Y'
               MOVE ShortPickHoldRecord TO ShortPickRecord
               WRITE ShortPickRecord
               READ ShortPickHoldFile
                   AT END MOVE 'Y' TO WS-ShortEof
               END-READ
           END-PERFORM.
           CLOSE ShortPickHoldFile.
           CLOSE ShortPickFile.

           DISPLAY 'Short picks requeued: ' WS-RequeuedCount
                   ' orders'.
           IF WS-ShortHeldCount > ZERO
               DISPLAY 'Short picks held on SHORTPK: '
                       WS-ShortHeldCount ' lines'
           END-IF.
           EXIT METHOD.
       END METHOD LoadShortPicks.

       METHOD-ID. CancelOrder.
       PROCEDURE DIVISION.
           IF OrderStatus = 'PENDING' OR OrderStatus = 'VALIDATED'
