       FD  BOAT-SALES-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS IN-REC
           RECORD CONTAINS 121 CHARACTERS.
           01  IN-REC                      PIC X(121).
       FD  BOAT-SALES
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 121 CHARACTERS.
           COPY CBLREC01.
       SD  SORT-FILE
           DATA RECORD IS SORT-REC.
               05  SD-STATE                PIC X(2).
               05  FILLER                  PIC X(16).
               05  SD-BOAT-TYPE            PIC X.
               05  FILLER                  PIC X(86).
       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           IF EOF NOT = 'T'
               PERFORM L3-CALC-TOTAL
               PERFORM L3-INV-CHECK
               PERFORM L3-TRADE-INV-CHECK
               PERFORM L3-OFFICE-ADD
           END-IF.
       L2-MAINLINE.
               PERFORM L3-CALCS
               IF C-REPRINT-SW = 'N'
                   PERFORM L3-INV-CHECK
                   PERFORM L3-TRADE-INV-CHECK
               END-IF
               PERFORM L3-MOVES
               IF C-REPRINT-SW = 'N'
                   PERFORM L3-ARCHIVE-SALE
                   PERFORM L3-UNIT-UPDATE
                   PERFORM L3-TRADE-IN-UNIT
               END-IF
           END-IF.
           COMPUTE C-RECS-PROCESSED = C-RECS-PROCESSED + 1.
               MOVE C-RUN-DATE-CCYYMMDD TO UNT-SOLD-DATE
           END-IF.
           REWRITE UNT-REC.
      *****************************************************************
      *    A BOAT TAKEN IN TRADE BECOMES USED STOCK UNDER ITS OWN HIN
      *    IN THE DEAL'S STATE, CARRYING THE ALLOWANCE AS ITS COST
      *    BASIS SO CBLRA15 CAN RELIEVE TRADE-IN INVENTORY WHEN IT IS
      *    SOLD AGAIN.  A HULL WE SOLD BEFORE AND ARE TAKING BACK IS
      *    ALREADY ON FILE AS SOLD AND IS RESTOCKED IN PLACE; ONE
      *    ALREADY ON HAND IS A RESTART REPLAY AND IS LEFT ALONE.  A
      *    REVERSAL HANDS THE TRADE BACK TO THE CUSTOMER WHO TRADED
      *    IT (CBLRA06 REFUSES THE REVERSAL ONCE IT HAS BEEN RESOLD).
      *****************************************************************
       L3-TRADE-IN-UNIT.
           IF I-TRADE-IN-ALLOWANCE > 0 AND I-TRADE-IN-HIN NOT = SPACES
               MOVE I-TRADE-IN-HIN TO UNT-HIN
               IF I-TRANS-CODE = 'R'
                   READ BOAT-UNITS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM L3-RETURN-TRADE-UNIT
                   END-READ
               ELSE
                   PERFORM L3-STOCK-TRADE-UNIT
                   WRITE UNT-REC
                       INVALID KEY
                           PERFORM L3-RESTOCK-TRADE-UNIT
                   END-WRITE
               END-IF
           END-IF.
       L3-STOCK-TRADE-UNIT.
           MOVE I-TRADE-IN-HIN        TO UNT-HIN.
           MOVE I-TRADE-IN-BOAT-TYPE  TO UNT-BOAT-TYPE.
           MOVE I-STATE               TO UNT-STATE.
           MOVE 'A'                   TO UNT-STATUS.
           MOVE C-RUN-DATE-CCYYMMDD   TO UNT-RECEIPT-DATE.
           MOVE 0                     TO UNT-CUSTOMER-NUMBER.
           MOVE SPACES                TO UNT-SOLD-DATE.
           MOVE 'U'                   TO UNT-CONDITION.
           MOVE I-TRADE-IN-ALLOWANCE  TO UNT-COST-BASIS.
           MOVE I-CUSTOMER-NUMBER     TO UNT-ACQUIRED-FROM.
           MOVE I-OFFICE-CODE         TO UNT-OFFICE-CODE.
       L3-RESTOCK-TRADE-UNIT.
           READ BOAT-UNITS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UNT-STATUS = 'S'
                       PERFORM L3-STOCK-TRADE-UNIT
                       REWRITE UNT-REC
                   END-IF
           END-READ.
       L3-RETURN-TRADE-UNIT.
           IF UNT-STATUS = 'A'
               MOVE 'S'                 TO UNT-STATUS
               MOVE I-CUSTOMER-NUMBER   TO UNT-CUSTOMER-NUMBER
               MOVE C-RUN-DATE-CCYYMMDD TO UNT-SOLD-DATE
               REWRITE UNT-REC
           END-IF.
      *****************************************************************
      *    THE TRADE ALSO COUNTS ON THE LOT FILE, IN ITS OWN BOAT TYPE
      *    AND THE DEAL'S STATE, SO A USED BOAT PASSES THE SAME
      *    OVERSELL GUARD AS NEW STOCK WHEN IT IS SOLD.  A LOT THE
      *    TRADE OPENS IS ADDED TO THE TABLE WITH NO REORDER POINT.
      *****************************************************************
       L3-TRADE-INV-CHECK.
           IF I-TRADE-IN-ALLOWANCE > 0 AND I-TRADE-IN-HIN NOT = SPACES
               MOVE 'N' TO C-INV-MATCH-SW
               SET INV-IDX TO 1
               PERFORM L3-TRADE-INV-SEARCH
                   UNTIL INV-IDX > INV-TABLE-CNT
                       OR C-INV-MATCH-SW = 'Y'
               IF C-INV-MATCH-SW = 'N' AND I-TRANS-CODE NOT = 'R'
                       AND INV-TABLE-CNT < 60
                   COMPUTE INV-TABLE-CNT = INV-TABLE-CNT + 1
                   SET INV-IDX TO INV-TABLE-CNT
                   MOVE I-TRADE-IN-BOAT-TYPE
                       TO INV-WS-BOAT-TYPE (INV-IDX)
                   MOVE I-STATE TO INV-WS-STATE (INV-IDX)
                   MOVE 0 TO INV-WS-QTY (INV-IDX)
                   MOVE 0 TO INV-WS-REORDER (INV-IDX)
                   MOVE 'Y' TO C-INV-MATCH-SW
               END-IF
               IF C-INV-MATCH-SW = 'Y'
                   IF I-TRANS-CODE = 'R'
                       IF INV-WS-QTY (INV-IDX) > 0
                           SUBTRACT 1 FROM INV-WS-QTY (INV-IDX)
                       END-IF
                   ELSE
                       ADD 1 TO INV-WS-QTY (INV-IDX)
                   END-IF
               END-IF
           END-IF.
       L3-TRADE-INV-SEARCH.
           IF I-TRADE-IN-BOAT-TYPE = INV-WS-BOAT-TYPE (INV-IDX)
                   AND I-STATE = INV-WS-STATE (INV-IDX)
               MOVE 'Y' TO C-INV-MATCH-SW
           ELSE
               SET INV-IDX UP BY 1
           END-IF.
       L3-FLAG-REV-EXCEPTION.
           IF REV-EXC-CNT < 200
               COMPUTE REV-EXC-CNT = REV-EXC-CNT + 1
