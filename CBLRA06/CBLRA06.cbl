       FD  BOAT-SALES
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 121 CHARACTERS.
           COPY CBLREC01.
       FD  TAX-TABLE
           LABEL RECORD IS STANDARD
       FD  ACCEPTED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACC-REC
           RECORD CONTAINS 121 CHARACTERS.
           01  ACC-REC                     PIC X(121).
       FD  REJECTED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS REJ-REC
           RECORD CONTAINS 121 CHARACTERS.
           01  REJ-REC                     PIC X(121).
       FD  RUN-STATUS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RST-REC.
               10  SHN-HIN                  PIC X(12).
           05  SHN-TABLE-CNT                PIC 9(4)   VALUE 0.
           05  C-SHN-FOUND-SW               PIC X      VALUE 'N'.
       01  TRADED-HIN-TABLE-WS.
           05  TRD-ENTRY OCCURS 200 TIMES INDEXED BY TRD-IDX.
               10  TRD-HIN                  PIC X(12).
           05  TRD-TABLE-CNT                PIC 9(4)   VALUE 0.
           05  C-TRD-FOUND-SW               PIC X      VALUE 'N'.
       01  ACCESSORY-TABLE-WS.
           05  ACC-CODE-ENTRY OCCURS 30 TIMES INDEXED BY ACC-CODE-IDX.
               10  ACC-CODE-WS-KEY          PIC X.
               WRITE ACC-REC FROM I-REC
               PERFORM L3-POST-GROUP-POSITION
               PERFORM L3-POST-SOLD-HIN
               PERFORM L3-POST-TRADED-HIN
           ELSE
               COMPUTE C-REJECT-COUNT = C-REJECT-COUNT + 1
               WRITE REJ-REC FROM I-REC
                   MOVE 'I-TRADE-IN-DESC MISSING' TO C-REASON
                   PERFORM L3-FLAG-EXCEPTION
               END-IF
               IF I-TRADE-IN-ALLOWANCE > 0
                   PERFORM L3-EDIT-TRADE-IN-UNIT
               END-IF
           END-IF.
      *****************************************************************
      *    A TRADE IS BOOKED BY CBLRA03 AS A USED UNIT UNDER ITS OWN
      *    HIN, SO THE HIN AND A PRICED BOAT TYPE ARE REQUIRED BEFORE
      *    IT CAN EVER BE SOLD AGAIN.  ON A SALE THE TRADE MAY NOT
      *    ALREADY BE ON HAND - A BOAT WE SOLD BEFORE AND ARE TAKING
      *    BACK (STATUS 'S') IS RESTOCKED BY CBLRA03.  ON A REVERSAL
      *    THE TRADE GOES BACK TO ITS OWNER, SO IT IS REFUSED ONCE
      *    THE USED UNIT HAS BEEN SOLD ON TO ANOTHER CUSTOMER.
      *****************************************************************
       L3-EDIT-TRADE-IN-UNIT.
           IF I-TRADE-IN-HIN = SPACES
               MOVE 'I-TRADE-IN-HIN MISSING' TO C-REASON
               PERFORM L3-FLAG-EXCEPTION
           ELSE
               IF I-TRADE-IN-HIN = I-HIN
                   MOVE 'I-TRADE-IN-HIN SAME AS I-HIN' TO C-REASON
                   PERFORM L3-FLAG-EXCEPTION
               END-IF
               MOVE 'N' TO C-BTYPE-FOUND-SW
               SET BTYPE-IDX TO 1
               PERFORM L3-TRADE-TYPE-SEARCH
                   UNTIL BTYPE-IDX > BTYPE-TABLE-CNT
                       OR C-BTYPE-FOUND-SW = 'Y'
               IF C-BTYPE-FOUND-SW = 'N'
                   MOVE 'I-TRADE-IN-BOAT-TYPE NOT ON PRICE TABLE'
                       TO C-REASON
                   PERFORM L3-FLAG-EXCEPTION
               END-IF
               MOVE I-TRADE-IN-HIN TO UNT-HIN
               READ BOAT-UNITS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM L3-EDIT-TRADE-IN-STATUS
               END-READ
               IF I-TRANS-CODE NOT = 'R'
                   PERFORM L3-TRADED-HIN-LOOKUP
                   IF C-TRD-FOUND-SW = 'Y'
                       MOVE 'I-TRADE-IN-HIN ALREADY TRADED TONIGHT'
                           TO C-REASON
                       PERFORM L3-FLAG-EXCEPTION
                   END-IF
               END-IF
           END-IF.
       L3-TRADE-TYPE-SEARCH.
           IF I-TRADE-IN-BOAT-TYPE = BTYPE-WS-KEY (BTYPE-IDX)
               MOVE 'Y' TO C-BTYPE-FOUND-SW
           ELSE
               SET BTYPE-IDX UP BY 1
           END-IF.
       L3-EDIT-TRADE-IN-STATUS.
           IF I-TRANS-CODE = 'R'
               IF UNT-STATUS = 'S'
                       AND UNT-CUSTOMER-NUMBER NOT = I-CUSTOMER-NUMBER
                   MOVE 'TRADE-IN ALREADY RESOLD - NO REVERSAL'
                       TO C-REASON
                   PERFORM L3-FLAG-EXCEPTION
               END-IF
           ELSE
               IF UNT-STATUS = 'A'
                   MOVE 'I-TRADE-IN-HIN ALREADY IN STOCK' TO C-REASON
                   PERFORM L3-FLAG-EXCEPTION
               END-IF
           END-IF.
       L3-EDIT-TRANS-CODE.
           IF I-TRANS-CODE NOT = 'S' AND I-TRANS-CODE NOT = 'R'
               COMPUTE SHN-TABLE-CNT = SHN-TABLE-CNT + 1
               MOVE I-HIN TO SHN-HIN (SHN-TABLE-CNT)
           END-IF.
       L3-POST-TRADED-HIN.
           IF I-TRANS-CODE NOT = 'R' AND I-TRADE-IN-ALLOWANCE > 0
                   AND TRD-TABLE-CNT < 200
               COMPUTE TRD-TABLE-CNT = TRD-TABLE-CNT + 1
               MOVE I-TRADE-IN-HIN TO TRD-HIN (TRD-TABLE-CNT)
           END-IF.
       L3-TRADED-HIN-LOOKUP.
           MOVE 'N' TO C-TRD-FOUND-SW.
           SET TRD-IDX TO 1.
           PERFORM L3-TRADED-HIN-SEARCH
               UNTIL TRD-IDX > TRD-TABLE-CNT
                   OR C-TRD-FOUND-SW = 'Y'.
       L3-TRADED-HIN-SEARCH.
           IF I-TRADE-IN-HIN = TRD-HIN (TRD-IDX)
               MOVE 'Y' TO C-TRD-FOUND-SW
           ELSE
               SET TRD-IDX UP BY 1
           END-IF.
       L3-SOLD-HIN-LOOKUP.
           MOVE 'N' TO C-SHN-FOUND-SW.
           SET SHN-IDX TO 1.
