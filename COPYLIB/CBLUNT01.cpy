      *    A MANUFACTURER RECALL ON A HULL RANGE JOINS HIN TO
      *    CUSTOMER NUMBER TO THE CBLCUSTM ADDRESS IN ONE LOOKUP.
      *    UNT-STATUS: 'A' = ON HAND, 'S' = SOLD.
      *    UNT-CONDITION: 'N' (OR SPACE) = NEW STOCK RECEIVED FROM THE
      *    MANUFACTURER, 'U' = USED STOCK TAKEN IN TRADE, 'R' =
      *    USED STOCK REPOSSESSED FROM A CHARGED-OFF DEAL.  A TRADE-IN
      *    IS BOOKED BY CBLRA03 WITH THE TRADE ALLOWANCE AS
      *    UNT-COST-BASIS AND THE TRADING CUSTOMER IN
      *    UNT-ACQUIRED-FROM; CBLRA15 RELIEVES TRADE-IN INVENTORY
      *    (1310) BY THE COST BASIS WHEN THE UNIT IS SOLD AGAIN.  A
      *    REPOSSESSION IS BOOKED BY CBLRA23 WITH THE RECOVERED VALUE
      *    AS UNT-COST-BASIS AND THE DEFAULTING CUSTOMER IN
      *    UNT-ACQUIRED-FROM; ITS RESALE RELIEVES REPOSSESSED
      *    INVENTORY (1320) THE SAME WAY.
      *    ON NEW STOCK UNT-COST-BASIS IS THE FACTORY INVOICE COST
      *    FLOOR-PLANNED WITH THE LENDER (FROM THE CBLRA12 RECEIPT,
      *    OR A CBLRA12 CORRECTION FOR STOCK BOOKED WITHOUT ONE).
      *    UNT-OFFICE-CODE IS THE SALES OFFICE WHOSE LOT HOLDS THE
      *    BOAT ('01' NORTH, '02' SOUTH), SO THE FLOOR-PLAN AGING
      *    (CBLRA22) CAN TOTAL AGED STOCK BY OFFICE.
      *****************************************************************
       01  UNT-REC.
           05  UNT-KEY.
           05  UNT-RECEIPT-DATE             PIC X(8).
           05  UNT-CUSTOMER-NUMBER          PIC 9(6).
           05  UNT-SOLD-DATE                PIC X(8).
           05  UNT-CONDITION                PIC X.
           05  UNT-COST-BASIS               PIC 9(7)V99.
           05  UNT-ACQUIRED-FROM            PIC 9(6).
           05  UNT-OFFICE-CODE              PIC X(2).
