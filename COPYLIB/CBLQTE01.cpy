      *    QUOTE DATE; CONVERSION RE-PRICES AND FLAGS A DRIFT.
      *    QTE-STATUS: 'O' = OPEN, 'A' = ACCEPTED (CONVERTED TO A
      *    SALE RECORD), 'C' = CANCELLED.
      *    QTE-CONVERT-DATE AND QTE-HIN ARE STAMPED WHEN THE QUOTE IS
      *    CONVERTED - THE SALE'S PURCHASE DATE AND THE HULL
      *    DELIVERED - SO THE CLOSING-RATIO REPORT (CBLRA28) CAN FIND
      *    THE SALE ON THE HISTORY.  BOTH ARE BLANK ON A QUOTE
      *    CONVERTED BEFORE THEY WERE CARRIED.
      *****************************************************************
       01  QTE-REC.
           05  QTE-KEY.
           05  QTE-SALESPERSON-ID           PIC X(5).
           05  QTE-OFFICE-CODE              PIC X(2).
           05  QTE-QUOTED-TOTAL             PIC 9(7)V99.
           05  QTE-CONVERT-DATE             PIC X(8).
           05  QTE-HIN                      PIC X(12).
