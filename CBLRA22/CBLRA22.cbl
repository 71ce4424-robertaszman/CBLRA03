       identification division.
       program-id.     CBLRA22.
       AUTHOR.         Robert Aszman.
       DATE-WRITTEN.   10/15/2026.
      *****************************************************************
      *    FLOOR-PLAN AGING AND CURTAILMENT REPORT.  READS EVERY ON-
      *    HAND UNIT (STATUS 'A') ON THE BOAT UNIT MASTER AND AGES IT
      *    FROM UNT-RECEIPT-DATE TO THE RUN DATE INTO 0-90 / 91-180 /
      *    181-270 / 270+ DAY BANDS.  NEW STOCK IS FLOOR-PLANNED WITH
      *    THE LENDER AT ITS INVOICE COST (UNT-COST-BASIS), SO EACH
      *    NEW UNIT ALSO SHOWS:
      *      - FLOOR-PLAN INTEREST ACCRUED TO DATE AT THE LENDER RATE
      *        FOR ITS BOAT TYPE (CBLFPRTE.DAT, CBLFPR01), SIMPLE
      *        INTEREST ON THE INVOICE COST FOR THE DAYS PAST THE
      *        INTEREST-FREE PERIOD, 365-DAY YEAR.
      *      - ANY CURTAILMENT THE UNIT REACHES IN THE NEXT 30 DAYS,
      *        FLAGGED '*' WITH THE DAYS UNTIL DUE AND THE DOLLARS.
      *    USED STOCK TAKEN IN TRADE OR REPOSSESSED IS OWNED
      *    OUTRIGHT - IT IS AGED WITH EVERYTHING ELSE BUT CARRIES NO
      *    INTEREST OR CURTAILMENT.  A NEW UNIT WITH NO INVOICE COST
      *    ON FILE (STOCK BOOKED BEFORE RECEIPTS CARRIED ONE) IS AGED
      *    BUT NOTED AND COUNTED SEPARATELY, SINCE ITS PRINCIPAL,
      *    INTEREST AND CURTAILMENT CANNOT BE PRICED UNTIL THE COST
      *    IS LOADED WITH A CBLRA12 CORRECTION.  AFTER THE UNIT
      *    LISTING THE BANDS ARE TOTALED BY BOAT TYPE, BY STATE LOT
      *    AND BY OFFICE,
      *    FOLLOWED BY THE DOLLARS THE LENDER WILL EXPECT: INTEREST
      *    ACCRUED PLUS CURTAILMENTS DUE IN THE NEXT 30 DAYS.  THE
      *    SALES MANAGER USES IT TO PICK WHICH AGED HULLS TO DISCOUNT
      *    BEFORE THEY COST ANOTHER CURTAILMENT.  REPORT ONLY -
      *    NOTHING IS UPDATED, SO IT CAN RUN NIGHTLY OR WEEKLY.
       environment division.
       configuration section.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOAT-UNITS
               ASSIGN TO 'C:\COBOL\CBLUNITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNT-KEY.
           SELECT OPTIONAL LENDER-RATES
               ASSIGN TO 'C:\COBOL\CBLFPRTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\FLRPT22.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       data division.
       FILE SECTION.
       FD  BOAT-UNITS
           LABEL RECORD IS STANDARD.
           COPY CBLUNT01.
       FD  LENDER-RATES
           LABEL RECORD IS STANDARD
           DATA RECORD IS FPR-REC
           RECORD CONTAINS 37 CHARACTERS.
           COPY CBLFPR01.
       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01  PRTLINE                     PIC X(132).
       working-storage section.
       01  MISC.
           05  UNT-SCAN-EOF                PIC X       VALUE 'F'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR            PIC X(4).
               10  CURRENT-MONTH           PIC XX.
               10  CURRENT-DAY             PIC XX.
               10  CURRENT-TIME            PIC X(11).
           05  C-RUN-DATE-CCYYMMDD         PIC X(8).
           05  C-RUN-DAY-NUMBER            PIC S9(7)   VALUE 0.
           05  C-DN-DATE.
               10  C-DN-YEAR               PIC 9(4).
               10  C-DN-MONTH              PIC 99.
               10  C-DN-DAY                PIC 99.
           05  C-DN-Y                      PIC S9(5)   VALUE 0.
           05  C-DN-M                      PIC S9(3)   VALUE 0.
           05  C-DN-WORK                   PIC S9(7)   VALUE 0.
           05  C-DN-QUOT                   PIC S9(7)   VALUE 0.
           05  C-DAY-NUMBER                PIC S9(7)   VALUE 0.
           05  C-AGE-DAYS                  PIC S9(5)   VALUE 0.
           05  C-BAND                      PIC 9       VALUE 0.
           05  C-CHARGE-DAYS               PIC S9(5)   VALUE 0.
           05  C-INTEREST                  PIC 9(7)V99 VALUE 0.
           05  C-CURT-AMT                  PIC 9(7)V99 VALUE 0.
           05  C-CURT-DAYS                 PIC S9(5)   VALUE 0.
           05  C-CURT-DUE-SW               PIC X       VALUE 'N'.
           05  C-FLOORED-SW                PIC X       VALUE 'N'.
           05  C-NOTE                      PIC X(20).
           05  C-SRCH-BOAT-TYPE            PIC X.
           05  C-RTE-FOUND-SW              PIC X       VALUE 'N'.
           05  C-AGG-SRCH-KEY.
               10  C-AGG-SRCH-KIND         PIC X.
               10  C-AGG-SRCH-CODE         PIC X(3).
           05  C-AGG-FOUND-SW              PIC X       VALUE 'N'.
           05  C-AGG-STOP-SW               PIC X       VALUE 'N'.
           05  C-AGG-POS                   PIC 9(4)    VALUE 0.
           05  C-AGG-SUB                   PIC 9(4)    VALUE 0.
           05  C-PRINT-KIND                PIC X.
           05  C-UNIT-CNT                  PIC 9(5)    VALUE 0.
           05  C-USED-CNT                  PIC 9(5)    VALUE 0.
           05  C-NO-RATE-CNT               PIC 9(5)    VALUE 0.
           05  C-NO-COST-CNT               PIC 9(5)    VALUE 0.
           05  C-CURT-UNIT-CNT             PIC 9(5)    VALUE 0.
           05  C-GT-INTEREST               PIC 9(9)V99 VALUE 0.
           05  C-GT-CURT                   PIC 9(9)V99 VALUE 0.
           05  C-GT-LENDER                 PIC 9(9)V99 VALUE 0.
       01  RATE-TABLE-WS.
           05  RTE-ENTRY OCCURS 30 TIMES INDEXED BY RTE-IDX.
               10  RTE-BOAT-TYPE            PIC X.
               10  RTE-ANNUAL-RATE          PIC 9V9999.
               10  RTE-FREE-DAYS            PIC 9(3).
               10  RTE-CURTAILMENT OCCURS 4 TIMES INDEXED BY RTC-IDX.
                   15  RTE-CURT-DAY         PIC 9(3).
                   15  RTE-CURT-PCT         PIC 9V999.
           05  RTE-TABLE-CNT                PIC 9(4)   VALUE 0.
           05  RTE-TABLE-EOF                PIC X      VALUE 'F'.
       01  AGING-TABLE-WS.
           05  AGG-ENTRY OCCURS 100 TIMES INDEXED BY AGG-IDX.
               10  AGG-KEY.
                   15  AGG-KIND             PIC X.
                   15  AGG-CODE             PIC X(3).
               10  AGG-BAND OCCURS 4 TIMES.
                   15  AGG-BAND-CNT         PIC 9(5).
                   15  AGG-BAND-AMT         PIC 9(9)V99.
               10  AGG-INTEREST             PIC 9(9)V99.
               10  AGG-CURT                 PIC 9(9)V99.
           05  AGG-TABLE-CNT                PIC 9(4)   VALUE 0.
       01  GRAND-TOTAL-WS.
           05  GT-BAND OCCURS 4 TIMES.
               10  GT-BAND-CNT              PIC 9(5)    VALUE 0.
               10  GT-BAND-AMT              PIC 9(9)V99 VALUE 0.
       01  HEADING1.
           05  H1-DATE.
               10  H1-MONTH                PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-DAY                  PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-YEAR                 PIC 9999.
           05  FILLER                      PIC X(40)   VALUE SPACES.
           05  FILLER                      PIC X(27)
                                   VALUE 'FLOOR-PLAN AGING REPORT'.
           05  FILLER                      PIC X(41)   VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'PAGE: '.
           05  H1-PAGE                     PIC 99      VALUE 0.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       01  COL-HEADING1.
           05  FILLER                      PIC X(3)    VALUE 'HIN'.
           05  FILLER                      PIC X(11)   VALUE SPACES.
           05  FILLER                      PIC X       VALUE 'T'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(2)    VALUE 'ST'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(2)    VALUE 'OF'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X       VALUE 'C'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(8)    VALUE 'RECEIVED'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE '  AGE'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE 'BAND'.
           05  FILLER                      PIC X(9)    VALUE SPACES.
           05  FILLER                      PIC X(9)
                                           VALUE 'PRINCIPAL'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(8)    VALUE 'INTEREST'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE ' DUE'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(11)
                                           VALUE 'CURTAIL AMT'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE 'NOTE'.
           05  FILLER                      PIC X(22)   VALUE SPACES.
       01  DETAIL-LINE.
           05  O-HIN                       PIC X(12).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-BOAT-TYPE                 PIC X.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-STATE                     PIC X(2).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-OFFICE                    PIC X(2).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-CONDITION                 PIC X.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-RECEIPT-DATE              PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-AGE                       PIC ZZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-BAND                      PIC X(7).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-PRINCIPAL                 PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-INTEREST                  PIC $$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-CURT-FLAG                 PIC X.
           05  O-CURT-DAYS                 PIC ZZ9     BLANK WHEN ZERO.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-CURT-AMT                  PIC $$,$$$,$$9.99
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-NOTE                      PIC X(20).
           05  FILLER                      PIC X(6)    VALUE SPACES.
       01  UNIT-NONE-LINE.
           05  FILLER                      PIC X(23)
                                   VALUE 'NO UNITS ON HAND'.
           05  FILLER                      PIC X(109)  VALUE SPACES.
       01  GROUP-HEADING.
           05  O-GROUP-TITLE               PIC X(30).
           05  FILLER                      PIC X(102)  VALUE SPACES.
       01  GROUP-COL-HEADING1.
           05  FILLER                      PIC X(10)   VALUE 'GROUP'.
           05  FILLER                      PIC X(18)
                                   VALUE '    0-90 DAYS'.
           05  FILLER                      PIC X(18)
                                   VALUE '    91-180 DAYS'.
           05  FILLER                      PIC X(18)
                                   VALUE '    181-270 DAYS'.
           05  FILLER                      PIC X(18)
                                   VALUE '    270+ DAYS'.
           05  FILLER                      PIC X(16)
                                   VALUE '       ACCRUED'.
           05  FILLER                      PIC X(14)
                                   VALUE '   CURTAILMENT'.
           05  FILLER                      PIC X(20)   VALUE SPACES.
       01  GROUP-COL-HEADING2.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(18)
                                   VALUE ' QTY   PRINCIPAL'.
           05  FILLER                      PIC X(18)
                                   VALUE ' QTY   PRINCIPAL'.
           05  FILLER                      PIC X(18)
                                   VALUE ' QTY   PRINCIPAL'.
           05  FILLER                      PIC X(18)
                                   VALUE ' QTY   PRINCIPAL'.
           05  FILLER                      PIC X(16)
                                   VALUE '      INTEREST'.
           05  FILLER                      PIC X(14)
                                   VALUE '  NEXT 30 DAYS'.
           05  FILLER                      PIC X(20)   VALUE SPACES.
       01  GROUP-LINE.
           05  O-GRP-LABEL                 PIC X(10).
           05  O-GRP-CNT1                  PIC ZZZ9.
           05  FILLER                      PIC X       VALUE SPACES.
           05  O-GRP-AMT1                  PIC $$$,$$$,$$9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GRP-CNT2                  PIC ZZZ9.
           05  FILLER                      PIC X       VALUE SPACES.
           05  O-GRP-AMT2                  PIC $$$,$$$,$$9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GRP-CNT3                  PIC ZZZ9.
           05  FILLER                      PIC X       VALUE SPACES.
           05  O-GRP-AMT3                  PIC $$$,$$$,$$9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GRP-CNT4                  PIC ZZZ9.
           05  FILLER                      PIC X       VALUE SPACES.
           05  O-GRP-AMT4                  PIC $$$,$$$,$$9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GRP-INTEREST              PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GRP-CURT                  PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(20)   VALUE SPACES.
       01  LENDER-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  O-LENDER-LIT                PIC X(40).
           05  O-LENDER-AMT                PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-LENDER-UNITS              PIC ZZ,ZZ9  BLANK WHEN ZERO.
           05  O-LENDER-UNITS-LIT          PIC X(6).
           05  FILLER                      PIC X(53)   VALUE SPACES.
       01  SUMMARY-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'UNITS ON HAND:     '.
           05  O-SUM-UNITS                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'USED - NOT FLOORED:'.
           05  O-SUM-USED                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'NO LENDER RATE:    '.
           05  O-SUM-NO-RATE               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(21)   VALUE SPACES.
       01  SUMMARY-LINE2.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'NO INVOICE COST:   '.
           05  O-SUM-NO-COST               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(95)   VALUE SPACES.
       01  BLANK-LINE.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL UNT-SCAN-EOF = 'T'.
           PERFORM L3-CLOSING.
           STOP RUN.
       L2-INIT.
           MOVE FUNCTION current-date      TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           STRING CURRENT-YEAR CURRENT-MONTH CURRENT-DAY
               DELIMITED BY SIZE INTO C-RUN-DATE-CCYYMMDD.
           MOVE C-RUN-DATE-CCYYMMDD TO C-DN-DATE.
           PERFORM L3-DAY-NUMBER.
           MOVE C-DAY-NUMBER TO C-RUN-DAY-NUMBER.
           PERFORM L2-LOAD-RATE-TABLE.
           OPEN INPUT BOAT-UNITS.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-HEADINGS.
           PERFORM L2-START-UNITS.
       L2-LOAD-RATE-TABLE.
           OPEN INPUT LENDER-RATES.
           READ LENDER-RATES
               AT END
                   MOVE 'T' TO RTE-TABLE-EOF.
           PERFORM L3-BUILD-RATE-TABLE
               UNTIL RTE-TABLE-EOF = 'T'.
           CLOSE LENDER-RATES.
       L3-BUILD-RATE-TABLE.
           IF RTE-TABLE-CNT < 30
               COMPUTE RTE-TABLE-CNT = RTE-TABLE-CNT + 1
               MOVE FPR-REC TO RTE-ENTRY (RTE-TABLE-CNT)
           END-IF.
           READ LENDER-RATES
               AT END
                   MOVE 'T' TO RTE-TABLE-EOF.
       L2-START-UNITS.
           MOVE LOW-VALUES TO UNT-KEY.
           START BOAT-UNITS KEY IS NOT LESS THAN UNT-KEY
               INVALID KEY
                   MOVE 'T' TO UNT-SCAN-EOF.
           IF UNT-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-UNIT-NEXT
           END-IF.
       L2-MAINLINE.
           IF UNT-STATUS = 'A'
               PERFORM L3-AGE-UNIT
               PERFORM L3-FLOOR-PLAN-CHARGES
               PERFORM L3-PRINT-DETAIL
               PERFORM L3-ACCUMULATE
           END-IF.
           PERFORM L3-READ-UNIT-NEXT.
      *****************************************************************
      *    AGE IN DAYS IS THE RUN DATE'S DAY NUMBER LESS THE RECEIPT
      *    DATE'S.  A UNIT WITH NO USABLE RECEIPT DATE (STOCK BOOKED
      *    BEFORE RECEIPTS WERE DATED) AGES AS RECEIVED TODAY AND IS
      *    NOTED ON THE LISTING SO ITS DATE CAN BE FIXED.
      *****************************************************************
       L3-AGE-UNIT.
           ADD 1 TO C-UNIT-CNT.
           MOVE SPACES TO C-NOTE.
           MOVE 0 TO C-AGE-DAYS.
           IF UNT-RECEIPT-DATE NUMERIC
               MOVE UNT-RECEIPT-DATE TO C-DN-DATE
               PERFORM L3-DAY-NUMBER
               COMPUTE C-AGE-DAYS = C-RUN-DAY-NUMBER - C-DAY-NUMBER
               IF C-AGE-DAYS < 0
                   MOVE 0 TO C-AGE-DAYS
               END-IF
           ELSE
               MOVE 'NO RECEIPT DATE' TO C-NOTE
           END-IF.
           EVALUATE TRUE
               WHEN C-AGE-DAYS NOT > 90
                   MOVE 1 TO C-BAND
                   MOVE '0-90'    TO O-BAND
               WHEN C-AGE-DAYS NOT > 180
                   MOVE 2 TO C-BAND
                   MOVE '91-180'  TO O-BAND
               WHEN C-AGE-DAYS NOT > 270
                   MOVE 3 TO C-BAND
                   MOVE '181-270' TO O-BAND
               WHEN OTHER
                   MOVE 4 TO C-BAND
                   MOVE '270+'    TO O-BAND
           END-EVALUATE.
      *****************************************************************
      *    DAY NUMBER OF C-DN-DATE (CCYYMMDD) COUNTED FROM A FIXED
      *    BASE, SO TWO DATES SUBTRACT TO THE DAYS BETWEEN THEM.
      *    MARCH IS TREATED AS THE FIRST MONTH OF THE YEAR SO THE
      *    LEAP DAY FALLS AT THE END, AND EACH DIVIDE TRUNCATES.
      *****************************************************************
       L3-DAY-NUMBER.
           MOVE C-DN-YEAR  TO C-DN-Y.
           MOVE C-DN-MONTH TO C-DN-M.
           IF C-DN-M < 3
               SUBTRACT 1 FROM C-DN-Y
               ADD 12 TO C-DN-M
           END-IF.
           COMPUTE C-DAY-NUMBER = 365 * C-DN-Y + C-DN-DAY.
           DIVIDE C-DN-Y BY 4 GIVING C-DN-QUOT.
           ADD C-DN-QUOT TO C-DAY-NUMBER.
           DIVIDE C-DN-Y BY 100 GIVING C-DN-QUOT.
           SUBTRACT C-DN-QUOT FROM C-DAY-NUMBER.
           DIVIDE C-DN-Y BY 400 GIVING C-DN-QUOT.
           ADD C-DN-QUOT TO C-DAY-NUMBER.
           COMPUTE C-DN-WORK = 153 * (C-DN-M - 3) + 2.
           DIVIDE C-DN-WORK BY 5 GIVING C-DN-QUOT.
           ADD C-DN-QUOT TO C-DAY-NUMBER.
      *****************************************************************
      *    ONLY NEW STOCK IS FLOORED.  THE LENDER ROW FOR THE BOAT
      *    TYPE IS USED WHEN THERE IS ONE, OTHERWISE THE BLANK-TYPE
      *    DEFAULT ROW; A NEW UNIT WITH NEITHER IS NOTED AND CARRIES
      *    NO CHARGES RATHER THAN A GUESSED RATE.  A NEW UNIT WITH A
      *    ZERO COST BASIS HAS NOTHING TO PRICE AND IS NOTED INSTEAD.
      *****************************************************************
       L3-FLOOR-PLAN-CHARGES.
           MOVE 0 TO C-INTEREST.
           MOVE 0 TO C-CURT-AMT.
           MOVE 0 TO C-CURT-DAYS.
           MOVE 'N' TO C-CURT-DUE-SW.
           MOVE 'N' TO C-FLOORED-SW.
           IF UNT-CONDITION = 'U' OR UNT-CONDITION = 'R'
               ADD 1 TO C-USED-CNT
               MOVE 'USED - NOT FLOORED' TO C-NOTE
           ELSE
               IF UNT-COST-BASIS = 0
                   ADD 1 TO C-NO-COST-CNT
                   MOVE 'NO INVOICE COST' TO C-NOTE
               ELSE
                   PERFORM L3-PRICE-NEW-UNIT
               END-IF
           END-IF.
       L3-PRICE-NEW-UNIT.
           MOVE UNT-BOAT-TYPE TO C-SRCH-BOAT-TYPE.
           PERFORM L3-RATE-LOOKUP.
           IF C-RTE-FOUND-SW = 'N'
               MOVE SPACE TO C-SRCH-BOAT-TYPE
               PERFORM L3-RATE-LOOKUP
           END-IF.
           IF C-RTE-FOUND-SW = 'N'
               ADD 1 TO C-NO-RATE-CNT
               MOVE 'NO LENDER RATE' TO C-NOTE
           ELSE
               MOVE 'Y' TO C-FLOORED-SW
               PERFORM L3-CALC-INTEREST
               SET RTC-IDX TO 1
               PERFORM L3-CHECK-CURTAILMENT
                   UNTIL RTC-IDX > 4
           END-IF.
       L3-RATE-LOOKUP.
           MOVE 'N' TO C-RTE-FOUND-SW.
           SET RTE-IDX TO 1.
           PERFORM L3-RATE-SEARCH
               UNTIL RTE-IDX > RTE-TABLE-CNT
                   OR C-RTE-FOUND-SW = 'Y'.
       L3-RATE-SEARCH.
           IF C-SRCH-BOAT-TYPE = RTE-BOAT-TYPE (RTE-IDX)
               MOVE 'Y' TO C-RTE-FOUND-SW
           ELSE
               SET RTE-IDX UP BY 1
           END-IF.
       L3-CALC-INTEREST.
           COMPUTE C-CHARGE-DAYS =
               C-AGE-DAYS - RTE-FREE-DAYS (RTE-IDX).
           IF C-CHARGE-DAYS > 0
               COMPUTE C-INTEREST ROUNDED =
                   UNT-COST-BASIS * RTE-ANNUAL-RATE (RTE-IDX)
                       * C-CHARGE-DAYS / 365
           END-IF.
      *****************************************************************
      *    A CURTAILMENT FALLS IN THE WINDOW WHEN THE UNIT HAS NOT
      *    YET REACHED ITS DAY COUNT BUT WILL WITHIN 30 DAYS.  SHOULD
      *    TWO FALL IN THE SAME WINDOW BOTH ARE DUE, AND THE LISTING
      *    SHOWS THE DAYS UNTIL THE NEARER ONE.
      *****************************************************************
       L3-CHECK-CURTAILMENT.
           IF RTE-CURT-DAY (RTE-IDX RTC-IDX) > C-AGE-DAYS
                   AND RTE-CURT-DAY (RTE-IDX RTC-IDX)
                       NOT > C-AGE-DAYS + 30
               COMPUTE C-CURT-AMT ROUNDED = C-CURT-AMT +
                   UNT-COST-BASIS * RTE-CURT-PCT (RTE-IDX RTC-IDX)
               IF C-CURT-DUE-SW = 'N'
                   COMPUTE C-CURT-DAYS =
                       RTE-CURT-DAY (RTE-IDX RTC-IDX) - C-AGE-DAYS
                   MOVE 'Y' TO C-CURT-DUE-SW
               END-IF
           END-IF.
           SET RTC-IDX UP BY 1.
       L3-PRINT-DETAIL.
           MOVE UNT-HIN           TO O-HIN.
           MOVE UNT-BOAT-TYPE     TO O-BOAT-TYPE.
           MOVE UNT-STATE         TO O-STATE.
           MOVE UNT-OFFICE-CODE   TO O-OFFICE.
           MOVE UNT-CONDITION     TO O-CONDITION.
           MOVE UNT-RECEIPT-DATE  TO O-RECEIPT-DATE.
           MOVE C-AGE-DAYS        TO O-AGE.
           MOVE UNT-COST-BASIS    TO O-PRINCIPAL.
           MOVE C-INTEREST        TO O-INTEREST.
           IF C-CURT-DUE-SW = 'Y'
               MOVE '*' TO O-CURT-FLAG
               ADD 1 TO C-CURT-UNIT-CNT
           ELSE
               MOVE SPACE TO O-CURT-FLAG
           END-IF.
           MOVE C-CURT-DAYS       TO O-CURT-DAYS.
           MOVE C-CURT-AMT        TO O-CURT-AMT.
           MOVE C-NOTE            TO O-NOTE.
           WRITE PRTLINE FROM DETAIL-LINE.
      *****************************************************************
      *    EACH UNIT POSTS TO THREE SUMMARY ROWS - ITS BOAT TYPE
      *    ('T'), ITS STATE LOT ('L') AND ITS OFFICE ('O').  THE ROWS
      *    ARE KEPT IN KEY ORDER AS THEY ARE ADDED SO EACH GROUP
      *    PRINTS SORTED WITHOUT A SORT STEP.
      *****************************************************************
       L3-ACCUMULATE.
           ADD 1 TO GT-BAND-CNT (C-BAND).
           ADD UNT-COST-BASIS TO GT-BAND-AMT (C-BAND).
           ADD C-INTEREST TO C-GT-INTEREST.
           ADD C-CURT-AMT TO C-GT-CURT.
           MOVE 'T' TO C-AGG-SRCH-KIND.
           MOVE SPACES TO C-AGG-SRCH-CODE.
           MOVE UNT-BOAT-TYPE TO C-AGG-SRCH-CODE (1:1).
           PERFORM L3-POST-AGG-ROW.
           MOVE 'L' TO C-AGG-SRCH-KIND.
           MOVE UNT-BOAT-TYPE TO C-AGG-SRCH-CODE (1:1).
           MOVE UNT-STATE TO C-AGG-SRCH-CODE (2:2).
           PERFORM L3-POST-AGG-ROW.
           MOVE 'O' TO C-AGG-SRCH-KIND.
           MOVE SPACES TO C-AGG-SRCH-CODE.
           MOVE UNT-OFFICE-CODE TO C-AGG-SRCH-CODE (1:2).
           PERFORM L3-POST-AGG-ROW.
       L3-POST-AGG-ROW.
           PERFORM L3-AGG-LOOKUP.
           IF C-AGG-FOUND-SW = 'Y'
               ADD 1 TO AGG-BAND-CNT (AGG-IDX C-BAND)
               ADD UNT-COST-BASIS TO AGG-BAND-AMT (AGG-IDX C-BAND)
               ADD C-INTEREST TO AGG-INTEREST (AGG-IDX)
               ADD C-CURT-AMT TO AGG-CURT (AGG-IDX)
           END-IF.
       L3-AGG-LOOKUP.
           MOVE 'N' TO C-AGG-FOUND-SW.
           MOVE 'N' TO C-AGG-STOP-SW.
           SET AGG-IDX TO 1.
           PERFORM L3-AGG-SEARCH
               UNTIL AGG-IDX > AGG-TABLE-CNT
                   OR C-AGG-STOP-SW = 'Y'.
           IF C-AGG-FOUND-SW = 'N' AND AGG-TABLE-CNT < 100
               SET C-AGG-POS TO AGG-IDX
               MOVE AGG-TABLE-CNT TO C-AGG-SUB
               PERFORM L3-AGG-SHIFT
                   UNTIL C-AGG-SUB < C-AGG-POS
               ADD 1 TO AGG-TABLE-CNT
               SET AGG-IDX TO C-AGG-POS
               MOVE C-AGG-SRCH-KEY TO AGG-KEY (AGG-IDX)
               MOVE 0 TO AGG-BAND-CNT (AGG-IDX 1)
               MOVE 0 TO AGG-BAND-AMT (AGG-IDX 1)
               MOVE 0 TO AGG-BAND-CNT (AGG-IDX 2)
               MOVE 0 TO AGG-BAND-AMT (AGG-IDX 2)
               MOVE 0 TO AGG-BAND-CNT (AGG-IDX 3)
               MOVE 0 TO AGG-BAND-AMT (AGG-IDX 3)
               MOVE 0 TO AGG-BAND-CNT (AGG-IDX 4)
               MOVE 0 TO AGG-BAND-AMT (AGG-IDX 4)
               MOVE 0 TO AGG-INTEREST (AGG-IDX)
               MOVE 0 TO AGG-CURT (AGG-IDX)
               MOVE 'Y' TO C-AGG-FOUND-SW
           END-IF.
       L3-AGG-SEARCH.
           IF AGG-KEY (AGG-IDX) < C-AGG-SRCH-KEY
               SET AGG-IDX UP BY 1
           ELSE
               MOVE 'Y' TO C-AGG-STOP-SW
               IF AGG-KEY (AGG-IDX) = C-AGG-SRCH-KEY
                   MOVE 'Y' TO C-AGG-FOUND-SW
               END-IF
           END-IF.
       L3-AGG-SHIFT.
           IF C-AGG-SUB > 0
               MOVE AGG-ENTRY (C-AGG-SUB) TO AGG-ENTRY (C-AGG-SUB + 1)
           END-IF.
           SUBTRACT 1 FROM C-AGG-SUB.
       L3-READ-UNIT-NEXT.
           READ BOAT-UNITS NEXT RECORD
               AT END
                   MOVE 'T' TO UNT-SCAN-EOF.
       L4-HEADINGS.
           COMPUTE H1-PAGE = H1-PAGE + 1.
           WRITE PRTLINE FROM HEADING1.
           WRITE PRTLINE FROM COL-HEADING1.
       L3-CLOSING.
           IF C-UNIT-CNT = 0
               WRITE PRTLINE FROM UNIT-NONE-LINE
           END-IF.
           MOVE 'AGING BY BOAT TYPE' TO O-GROUP-TITLE.
           MOVE 'T' TO C-PRINT-KIND.
           PERFORM L3-PRINT-GROUP.
           MOVE 'AGING BY STATE LOT' TO O-GROUP-TITLE.
           MOVE 'L' TO C-PRINT-KIND.
           PERFORM L3-PRINT-GROUP.
           MOVE 'AGING BY OFFICE' TO O-GROUP-TITLE.
           MOVE 'O' TO C-PRINT-KIND.
           PERFORM L3-PRINT-GROUP.
           MOVE 'ALL UNITS' TO O-GRP-LABEL.
           MOVE GT-BAND-CNT (1) TO O-GRP-CNT1.
           MOVE GT-BAND-AMT (1) TO O-GRP-AMT1.
           MOVE GT-BAND-CNT (2) TO O-GRP-CNT2.
           MOVE GT-BAND-AMT (2) TO O-GRP-AMT2.
           MOVE GT-BAND-CNT (3) TO O-GRP-CNT3.
           MOVE GT-BAND-AMT (3) TO O-GRP-AMT3.
           MOVE GT-BAND-CNT (4) TO O-GRP-CNT4.
           MOVE GT-BAND-AMT (4) TO O-GRP-AMT4.
           MOVE C-GT-INTEREST   TO O-GRP-INTEREST.
           MOVE C-GT-CURT       TO O-GRP-CURT.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM GROUP-LINE.
           PERFORM L3-PRINT-LENDER-TOTALS.
           MOVE C-UNIT-CNT    TO O-SUM-UNITS.
           MOVE C-USED-CNT    TO O-SUM-USED.
           MOVE C-NO-RATE-CNT TO O-SUM-NO-RATE.
           MOVE C-NO-COST-CNT TO O-SUM-NO-COST.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM SUMMARY-LINE.
           WRITE PRTLINE FROM SUMMARY-LINE2.
           CLOSE BOAT-UNITS.
           CLOSE PRTOUT.
       L3-PRINT-GROUP.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM GROUP-HEADING.
           WRITE PRTLINE FROM GROUP-COL-HEADING1.
           WRITE PRTLINE FROM GROUP-COL-HEADING2.
           SET AGG-IDX TO 1.
           PERFORM L3-PRINT-GROUP-LINE
               UNTIL AGG-IDX > AGG-TABLE-CNT.
       L3-PRINT-GROUP-LINE.
           IF AGG-KIND (AGG-IDX) = C-PRINT-KIND
               MOVE SPACES TO O-GRP-LABEL
               EVALUATE C-PRINT-KIND
                   WHEN 'T'
                       STRING 'TYPE ' AGG-CODE (AGG-IDX) (1:1)
                           DELIMITED BY SIZE INTO O-GRP-LABEL
                   WHEN 'L'
                       STRING 'LOT ' AGG-CODE (AGG-IDX) (1:1)
                           '/' AGG-CODE (AGG-IDX) (2:2)
                           DELIMITED BY SIZE INTO O-GRP-LABEL
                   WHEN OTHER
                       IF AGG-CODE (AGG-IDX) = SPACES
                           MOVE 'NO OFFICE' TO O-GRP-LABEL
                       ELSE
                           STRING 'OFFICE ' AGG-CODE (AGG-IDX) (1:2)
                               DELIMITED BY SIZE INTO O-GRP-LABEL
                       END-IF
               END-EVALUATE
               MOVE AGG-BAND-CNT (AGG-IDX 1) TO O-GRP-CNT1
               MOVE AGG-BAND-AMT (AGG-IDX 1) TO O-GRP-AMT1
               MOVE AGG-BAND-CNT (AGG-IDX 2) TO O-GRP-CNT2
               MOVE AGG-BAND-AMT (AGG-IDX 2) TO O-GRP-AMT2
               MOVE AGG-BAND-CNT (AGG-IDX 3) TO O-GRP-CNT3
               MOVE AGG-BAND-AMT (AGG-IDX 3) TO O-GRP-AMT3
               MOVE AGG-BAND-CNT (AGG-IDX 4) TO O-GRP-CNT4
               MOVE AGG-BAND-AMT (AGG-IDX 4) TO O-GRP-AMT4
               MOVE AGG-INTEREST (AGG-IDX)   TO O-GRP-INTEREST
               MOVE AGG-CURT (AGG-IDX)       TO O-GRP-CURT
               WRITE PRTLINE FROM GROUP-LINE
           END-IF.
           SET AGG-IDX UP BY 1.
      *****************************************************************
      *    WHAT THE LENDER WILL LOOK FOR: INTEREST ACCRUED ON THE
      *    FLOORED UNITS TO DATE PLUS EVERY CURTAILMENT COMING DUE IN
      *    THE NEXT 30 DAYS.
      *****************************************************************
       L3-PRINT-LENDER-TOTALS.
           COMPUTE C-GT-LENDER = C-GT-INTEREST + C-GT-CURT.
           WRITE PRTLINE FROM BLANK-LINE.
           MOVE 'FLOOR-PLAN INTEREST ACCRUED TO DATE:'
               TO O-LENDER-LIT.
           MOVE C-GT-INTEREST TO O-LENDER-AMT.
           MOVE 0 TO O-LENDER-UNITS.
           MOVE SPACES TO O-LENDER-UNITS-LIT.
           WRITE PRTLINE FROM LENDER-LINE.
           MOVE 'CURTAILMENTS DUE IN THE NEXT 30 DAYS:'
               TO O-LENDER-LIT.
           MOVE C-GT-CURT TO O-LENDER-AMT.
           MOVE C-CURT-UNIT-CNT TO O-LENDER-UNITS.
           MOVE ' UNITS' TO O-LENDER-UNITS-LIT.
           WRITE PRTLINE FROM LENDER-LINE.
           MOVE 'TOTAL THE LENDER WILL EXPECT:' TO O-LENDER-LIT.
           MOVE C-GT-LENDER TO O-LENDER-AMT.
           MOVE 0 TO O-LENDER-UNITS.
           MOVE SPACES TO O-LENDER-UNITS-LIT.
           WRITE PRTLINE FROM LENDER-LINE.
