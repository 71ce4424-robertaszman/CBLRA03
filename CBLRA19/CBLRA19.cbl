      *                     CBLREC01 SALE RECORD ON CBLQTCNV.DAT,
      *                     READY TO MERGE INTO THE NEXT NIGHT'S
      *                     CBLBOAT1.DAT.  THE HIN OF THE BOAT BEING
      *                     DELIVERED COMES ON THE TRANSACTION, AS
      *                     DO THE HIN AND BOAT TYPE OF ANY BOAT
      *                     TAKEN IN TRADE, WHICH THE NIGHTLY RUN
      *                     BOOKS AS USED STOCK.  THE
      *                     DEAL IS RE-PRICED AND A DRIFT FROM THE
      *                     QUOTED TOTAL IS FLAGGED ON THE LOG.
      *                     THE QUOTE KEEPS THE CONVERSION DATE AND
      *                     HIN SO ITS SALE CAN BE FOUND LATER.
      *      'X' CANCEL   - MARK AN OPEN QUOTE CANCELLED.
      *    AFTER THE TRANSACTIONS, AN AGING LISTING OF EVERY OPEN
      *    QUOTE PRINTS ON THE LOG SO THE SALES MANAGER CAN CHASE
       FD  QUOTE-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS QTX-REC
           RECORD CONTAINS 119 CHARACTERS.
           01  QTX-REC.
               05  QTX-ACTION              PIC X.
               05  QTX-NUMBER              PIC 9(6).
               05  QTX-SALESPERSON-ID      PIC X(5).
               05  QTX-OFFICE-CODE         PIC X(2).
               05  QTX-HIN                 PIC X(12).
               05  QTX-TRADE-IN-HIN        PIC X(12).
               05  QTX-TRADE-IN-BOAT-TYPE  PIC X.
       FD  CONVERT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 121 CHARACTERS.
           COPY CBLREC01.
       FD  PRTOUT
           LABEL RECORD IS OMITTED
           MOVE QTX-SALESPERSON-ID      TO QTE-SALESPERSON-ID.
           MOVE QTX-OFFICE-CODE         TO QTE-OFFICE-CODE.
           MOVE C-TOTAL-COST            TO QTE-QUOTED-TOTAL.
           MOVE SPACES                  TO QTE-CONVERT-DATE.
           MOVE SPACES                  TO QTE-HIN.
           WRITE QTE-REC
               INVALID KEY
                   MOVE 'REJECTED - DUPLICATE QUOTE' TO C-RESULT-LIT
               ELSE
                   PERFORM L3-WRITE-SALE-RECORD
                   MOVE 'A' TO QTE-STATUS
                   MOVE C-RUN-DATE-CCYYMMDD TO QTE-CONVERT-DATE
                   MOVE QTX-HIN TO QTE-HIN
                   REWRITE QTE-REC
               END-IF
           END-IF.
           MOVE 'S'                     TO I-TRANS-CODE.
           MOVE QTE-OFFICE-CODE         TO I-OFFICE-CODE.
           MOVE QTX-HIN                 TO I-HIN.
           MOVE QTX-TRADE-IN-HIN        TO I-TRADE-IN-HIN.
           MOVE QTX-TRADE-IN-BOAT-TYPE  TO I-TRADE-IN-BOAT-TYPE.
           WRITE I-REC.
           CALL 'CBLCALC1' USING QTE-STATE QTE-BOAT-TYPE
                   QTE-ACCESSORY-PACKAGE QTE-BOAT-COST
