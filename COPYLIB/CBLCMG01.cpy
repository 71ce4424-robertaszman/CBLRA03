      *****************************************************************
      *    CBLCMG01 - RETIRED CUSTOMER NUMBER RECORD, ONE RECORD PER
      *    CUSTOMER NUMBER MERGED INTO ANOTHER, KEYED BY THE RETIRED
      *    (FROM) NUMBER.  THE CUSTOMER MERGE (CBLRA29) MOVES THE
      *    FROM CUSTOMER'S HISTORY, RECEIVABLES, PAYMENTS, LETTERS,
      *    CLOSED DEALS, UNITS, QUOTES AND RECALL NOTICES TO THE TO
      *    NUMBER, DELETES THE FROM CUSTOMER FROM THE CUSTOMER
      *    MASTER AND WRITES THIS RECORD, SO THE NUMBER CAN BE TRACED
      *    TO THE CUSTOMER WHO NOW CARRIES ITS ACCOUNT AND CUSTOMER
      *    MAINTENANCE (CBLRA05) REFUSES TO ADD IT AGAIN.
      *    CMG-FIRST-NAME AND CMG-LAST-NAME ARE THE RETIRED CUSTOMER
      *    AS IT STOOD ON THE MASTER WHEN MERGED - SPACES IF IT HAD
      *    ALREADY BEEN DELETED AND ONLY ITS RECORDS WERE LEFT.
      *****************************************************************
       01  CMG-REC.
           05  CMG-KEY.
               10  CMG-FROM-NUMBER          PIC 9(6).
           05  CMG-TO-NUMBER                PIC 9(6).
           05  CMG-MERGE-DATE               PIC X(8).
           05  CMG-FIRST-NAME               PIC X(15).
           05  CMG-LAST-NAME                PIC X(20).
