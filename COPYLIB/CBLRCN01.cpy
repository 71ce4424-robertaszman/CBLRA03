      *****************************************************************
      *    CBLRCN01 - RECALL NOTIFICATION / COMPLETION RECORD, ONE
      *    RECORD PER HULL PER CAMPAIGN, KEYED BY CAMPAIGN NUMBER +
      *    HIN.  THE RECALL RUN (CBLRA21) WRITES THE RECORD THE
      *    FIRST TIME A CAMPAIGN MATCHES THE HULL AND STAMPS IT EACH
      *    TIME THE STATUS MOVES, SO THE MANUFACTURER CAN BE SHOWN
      *    WHICH OWNERS WERE NOTIFIED AND WHEN, WHICH BOATS WERE
      *    HELD ON THE LOT, AND WHICH BOATS WERE FIXED.  AN OWNER IS
      *    NOTIFIED ONCE PER CAMPAIGN - A LATER RUN DOES NOT REPEAT
      *    THE LETTER - AND A HELD BOAT THAT SELLS BEFORE IT IS
      *    FIXED GETS ITS OWNER LETTER ON THE NEXT RUN.
      *    RCN-STATUS: 'H' = HELD ON THE LOT (UNSOLD),
      *                'N' = OWNER NOTIFIED,
      *                'C' = RECALL WORK COMPLETED.
      *****************************************************************
       01  RCN-REC.
           05  RCN-KEY.
               10  RCN-CAMPAIGN-NUMBER      PIC 9(6).
               10  RCN-HIN                  PIC X(12).
           05  RCN-STATUS                   PIC X.
           05  RCN-CUSTOMER-NUMBER          PIC 9(6).
           05  RCN-MATCH-DATE               PIC X(8).
           05  RCN-NOTIFY-DATE              PIC X(8).
           05  RCN-COMPLETE-DATE            PIC X(8).
