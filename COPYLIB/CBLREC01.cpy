      *    (CBLRA12), VALIDATED AGAINST IT BY CBLRA06, MARKED SOLD BY
      *    CBLRA03, AND ARCHIVED INTO SALES HISTORY SO A RECALL ON A
      *    HULL RANGE IS ONE LOOKUP FROM HIN TO CUSTOMER ADDRESS.
      *    I-TRADE-IN-HIN AND I-TRADE-IN-BOAT-TYPE IDENTIFY THE BOAT
      *    TAKEN IN TRADE.  THEY ARE REQUIRED WHENEVER THE ALLOWANCE
      *    IS NOT ZERO - CBLRA03 BOOKS THE TRADE ONTO THE UNIT MASTER
      *    AND THE LOT FILE AS USED STOCK WITH THE ALLOWANCE AS ITS
      *    COST BASIS, SO IT CAN BE SOLD AGAIN UNDER ITS OWN HIN.
      *****************************************************************
       01  I-REC.
           05  I-LAST-NAME                 PIC X(16).
           05  I-TRANS-CODE                PIC X.
           05  I-OFFICE-CODE               PIC X(2).
           05  I-HIN                       PIC X(12).
           05  I-TRADE-IN-HIN              PIC X(12).
           05  I-TRADE-IN-BOAT-TYPE        PIC X.
