      *                       IDENTIFICATION NUMBER THE SERIAL IS
      *                       ALSO BOOKED ONTO THE BOAT UNIT MASTER
      *                       (CBLUNITS.DAT) AS ON HAND - A HIN
      *                       ALREADY ON FILE REJECTS THE RECEIPT.
      *                       A SERIALIZED RECEIPT ALSO CARRIES THE
      *                       OFFICE WHOSE LOT HOLDS THE BOAT AND THE
      *                       FACTORY INVOICE COST THE LENDER FLOOR-
      *                       PLANNED, BOTH KEPT ON THE UNIT MASTER
      *                       FOR THE FLOOR-PLAN AGING (CBLRA22)
      *      'A' ADJUSTMENT - ADD OR SUBTRACT QTY PER INVX-SIGN
      *      'T' TRANSFER   - MOVE QTY FROM THE LOT TO THE SAME BOAT
      *                       TYPE IN INVX-TO-STATE (CREATED IF NEW).
      *                       AND THE UNIT MASTER IS RE-STATED TO
      *                       THE NEW LOT ALONG WITH THE QUANTITY
      *      'P' SET POINT  - SET THE LOT'S REORDER POINT TO QTY
      *      'C' CORRECTION - SET THE OFFICE AND FACTORY INVOICE COST
      *                       OF A NEW UNIT ALREADY ON HAND (INVX-HIN)
      *                       - EX: STOCK BOOKED BEFORE RECEIPTS
      *                       CARRIED THEM, OR A COST KEYED WRONG.
      *                       NO QUANTITY MOVES.  A TRADE-IN OR
      *                       REPOSSESSION KEEPS THE COST BASIS IT
      *                       WAS BOOKED WITH, SINCE CBLRA15 RELIEVES
      *                       ITS INVENTORY ACCOUNT BY THAT AMOUNT.
      *    AFTER THE TRANSACTIONS ARE APPLIED THE FILE IS REWRITTEN
      *    AND A REORDER ALERT LISTING PRINTS EVERY LOT AT OR BELOW
      *    ITS REORDER POINT.
       FD  INV-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS INVX-REC
           RECORD CONTAINS 35 CHARACTERS.
           01  INVX-REC.
               05  INVX-ACTION             PIC X.
               05  INVX-BOAT-TYPE          PIC X.
               05  INVX-SIGN               PIC X.
               05  INVX-TO-STATE           PIC X(2).
               05  INVX-HIN                PIC X(12).
               05  INVX-OFFICE-CODE        PIC X(2).
               05  INVX-UNIT-COST          PIC 9(7)V99.
       FD  BOAT-UNITS
           LABEL RECORD IS STANDARD.
           COPY CBLUNT01.
                       PERFORM L3-APPLY-TRANSFER
                   WHEN 'P'
                       PERFORM L3-APPLY-REORDER-POINT
                   WHEN 'C'
                       PERFORM L3-APPLY-UNIT-CORRECTION
                   WHEN OTHER
                       MOVE 'INVALID ACTION CODE' TO C-RESULT-LIT
               END-EVALUATE
           IF INVX-HIN NOT = SPACES AND INVX-QTY NOT = 1
               MOVE 'REJECTED - HIN NEEDS QTY 1' TO C-RESULT-LIT
           ELSE
               IF INVX-HIN NOT = SPACES
                       AND INVX-OFFICE-CODE NOT = '01'
                       AND INVX-OFFICE-CODE NOT = '02'
                   MOVE 'REJECTED - BAD OFFICE CODE' TO C-RESULT-LIT
               ELSE
                   IF INVX-HIN NOT = SPACES
                           AND INVX-UNIT-COST NOT NUMERIC
                       MOVE 'REJECTED - BAD UNIT COST' TO C-RESULT-LIT
                   ELSE
                       PERFORM L3-APPLY-RECEIPT-QTY
                   END-IF
               END-IF
           END-IF.
       L3-APPLY-RECEIPT-QTY.
           MOVE INVX-BOAT-TYPE TO C-SRCH-BOAT-TYPE.
           MOVE C-RUN-DATE-CCYYMMDD TO UNT-RECEIPT-DATE.
           MOVE 0                   TO UNT-CUSTOMER-NUMBER.
           MOVE SPACES              TO UNT-SOLD-DATE.
           MOVE 'N'                 TO UNT-CONDITION.
           MOVE INVX-UNIT-COST      TO UNT-COST-BASIS.
           MOVE 0                   TO UNT-ACQUIRED-FROM.
           MOVE INVX-OFFICE-CODE    TO UNT-OFFICE-CODE.
           WRITE UNT-REC
               INVALID KEY
                   MOVE 'N' TO C-UNIT-OK-SW
       L3-RESTATE-UNIT.
           MOVE INVX-TO-STATE TO UNT-STATE.
           REWRITE UNT-REC.
       L3-APPLY-UNIT-CORRECTION.
           EVALUATE TRUE
               WHEN INVX-HIN = SPACES
                   MOVE 'REJECTED - NO HIN' TO C-RESULT-LIT
               WHEN INVX-OFFICE-CODE NOT = '01'
                       AND INVX-OFFICE-CODE NOT = '02'
                   MOVE 'REJECTED - BAD OFFICE CODE' TO C-RESULT-LIT
               WHEN INVX-UNIT-COST NOT NUMERIC
                   MOVE 'REJECTED - BAD UNIT COST' TO C-RESULT-LIT
               WHEN INVX-UNIT-COST = 0
                   MOVE 'REJECTED - BAD UNIT COST' TO C-RESULT-LIT
               WHEN OTHER
                   MOVE INVX-HIN TO UNT-HIN
                   READ BOAT-UNITS
                       INVALID KEY
                           MOVE 'REJECTED - HIN NOT ON FILE'
                               TO C-RESULT-LIT
                       NOT INVALID KEY
                           PERFORM L3-CORRECT-UNIT
                   END-READ
           END-EVALUATE.
       L3-CORRECT-UNIT.
           IF UNT-STATUS NOT = 'A'
               MOVE 'REJECTED - HIN NOT ON HAND' TO C-RESULT-LIT
           ELSE
               IF UNT-CONDITION = 'U' OR UNT-CONDITION = 'R'
                   MOVE 'REJECTED - NOT NEW STOCK' TO C-RESULT-LIT
               ELSE
                   MOVE INVX-OFFICE-CODE TO UNT-OFFICE-CODE
                   MOVE INVX-UNIT-COST   TO UNT-COST-BASIS
                   REWRITE UNT-REC
                   MOVE 'COST / OFFICE CORRECTED' TO C-RESULT-LIT
               END-IF
           END-IF.
       L3-APPLY-REORDER-POINT.
           MOVE INVX-BOAT-TYPE TO C-SRCH-BOAT-TYPE.
           MOVE INVX-STATE     TO C-SRCH-STATE.
