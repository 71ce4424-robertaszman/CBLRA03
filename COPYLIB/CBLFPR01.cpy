      *****************************************************************
      *    CBLFPR01 - FLOOR-PLAN LENDER RATE TABLE RECORD LAYOUT, ONE
      *    RECORD PER BOAT TYPE.  A RECORD WITH A BLANK BOAT TYPE IS
      *    THE LENDER'S DEFAULT TERMS FOR ANY TYPE NOT LISTED.
      *    FPR-ANNUAL-RATE IS THE DECIMAL INTEREST RATE, NOT A
      *    PERCENTAGE (EX: .0875 FOR 8.75%), CHARGED ON THE INVOICE
      *    COST FROM THE DAY AFTER THE INTEREST-FREE PERIOD
      *    (FPR-FREE-DAYS) ENDS.  EACH CURTAILMENT IS DUE WHEN THE
      *    UNIT REACHES FPR-CURT-DAY DAYS ON THE LOT AND IS
      *    FPR-CURT-PCT OF THE INVOICE COST, AS A DECIMAL FRACTION
      *    (EX: .100 FOR 10%).  UNUSED CURTAILMENT SLOTS ARE ZERO.
      *****************************************************************
       01  FPR-REC.
           05  FPR-BOAT-TYPE               PIC X.
           05  FPR-ANNUAL-RATE             PIC 9V9999.
           05  FPR-FREE-DAYS               PIC 9(3).
           05  FPR-CURTAILMENT OCCURS 4 TIMES.
               10  FPR-CURT-DAY            PIC 9(3).
               10  FPR-CURT-PCT            PIC 9V999.
