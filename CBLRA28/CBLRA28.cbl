       identification division.
       program-id.     CBLRA28.
       AUTHOR.         Robert Aszman.
       DATE-WRITTEN.   10/15/2026.
      *****************************************************************
      *    QUOTE CLOSING-RATIO AND LOST-BUSINESS REPORT.  MONTHLY
      *    ANALYSIS OF EVERY QUOTE ON THE QUOTE MASTER (CBLQUOTE.DAT)
      *    FOR THE SALES MANAGER'S REVIEW.  EACH QUOTE IS COUNTED,
      *    AT ITS QUOTED TOTAL, AS ONE OF:
      *      CONVERTED - STATUS 'A', TURNED INTO A SALE BY CBLRA19
      *      CANCELLED - STATUS 'C'
      *      EXPIRED   - STILL OPEN BUT PAST QTE-EXPIRE-DATE
      *      OPEN      - STILL OPEN AND STILL GOOD
      *    AND TOTALED BY SALESPERSON, BY OFFICE AND BY BOAT TYPE
      *    (TO SHOW WHICH LINES WE QUOTE HEAVILY BUT RARELY CLOSE).
      *    THE CLOSING RATIO IS CONVERTED OVER QUOTES DECIDED -
      *    CONVERTED + CANCELLED + EXPIRED - SO QUOTES STILL OPEN DO
      *    NOT COUNT AGAINST THE SALESPERSON YET.
      *    A CONVERTED QUOTE IS MATCHED TO ITS SALE ON THE SALES
      *    HISTORY (CBLHIST.DAT) BY CUSTOMER, HULL AND BOAT TYPE ON
      *    OR AFTER THE CONVERSION DATE.  THE DAYS FROM QUOTE TO
      *    CONVERSION ARE COUNTED WITH THE SAME DAY-NUMBER ARITHMETIC
      *    AS THE FLOOR-PLAN AGING (CBLRA22), AND THE DRIFT IS THE
      *    SALE'S HST-TOTAL-COST LESS QTE-QUOTED-TOTAL - POSITIVE
      *    WHEN THE CUSTOMER PAID MORE THAN QUOTED.  A CONVERSION THE
      *    NIGHTLY RUN HAS NOT POSTED YET HAS NO DRIFT AND IS
      *    COUNTED ON THE SUMMARY LINE.  REPORT ONLY - NOTHING IS
      *    UPDATED.
       environment division.
       configuration section.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUOTE-MASTER
               ASSIGN TO 'C:\COBOL\CBLQUOTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTE-KEY.
           SELECT OPTIONAL SALES-HISTORY
               ASSIGN TO 'C:\COBOL\CBLHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\QTRPT28.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       data division.
       FILE SECTION.
       FD  QUOTE-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLQTE01.
       FD  SALES-HISTORY
           LABEL RECORD IS STANDARD.
           COPY CBLHST01.
       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01  PRTLINE                     PIC X(132).
       working-storage section.
       01  MISC.
           05  QTE-SCAN-EOF                PIC X       VALUE 'F'.
           05  HST-SCAN-EOF                PIC X       VALUE 'F'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR            PIC X(4).
               10  CURRENT-MONTH           PIC XX.
               10  CURRENT-DAY             PIC XX.
               10  CURRENT-TIME            PIC X(11).
           05  C-RUN-DATE-CCYYMMDD         PIC X(8).
           05  C-DN-DATE.
               10  C-DN-YEAR               PIC 9(4).
               10  C-DN-MONTH              PIC 99.
               10  C-DN-DAY                PIC 99.
           05  C-DN-Y                      PIC S9(5)   VALUE 0.
           05  C-DN-M                      PIC S9(3)   VALUE 0.
           05  C-DN-WORK                   PIC S9(7)   VALUE 0.
           05  C-DN-QUOT                   PIC S9(7)   VALUE 0.
           05  C-DAY-NUMBER                PIC S9(7)   VALUE 0.
           05  C-QUOTE-DAY-NUMBER          PIC S9(7)   VALUE 0.
           05  C-CONVERT-DATE              PIC X(8).
           05  C-STAT                      PIC 9       VALUE 0.
           05  C-SALE-FOUND-SW             PIC X       VALUE 'N'.
           05  C-DAYS-SW                   PIC X       VALUE 'N'.
           05  C-DAYS                      PIC S9(5)   VALUE 0.
           05  C-DRIFT                     PIC S9(7)V99 VALUE 0.
           05  C-AGG-SRCH-KEY.
               10  C-AGG-SRCH-KIND         PIC X.
               10  C-AGG-SRCH-CODE         PIC X(5).
           05  C-AGG-FOUND-SW              PIC X       VALUE 'N'.
           05  C-AGG-STOP-SW               PIC X       VALUE 'N'.
           05  C-AGG-POS                   PIC 9(4)    VALUE 0.
           05  C-AGG-SUB                   PIC 9(4)    VALUE 0.
           05  C-PRINT-KIND                PIC X.
           05  C-WRITTEN-CNT               PIC 9(5)    VALUE 0.
           05  C-WRITTEN-AMT               PIC 9(9)V99 VALUE 0.
           05  C-DECIDED-CNT               PIC 9(5)    VALUE 0.
           05  C-QUOTE-CNT                 PIC 9(7)    VALUE 0.
           05  C-CONVERTED-CNT             PIC 9(7)    VALUE 0.
           05  C-UNPOSTED-CNT              PIC 9(7)    VALUE 0.
       01  AGGREGATE-TABLE-WS.
           05  AGG-ENTRY OCCURS 300 TIMES INDEXED BY AGG-IDX.
               10  AGG-KEY.
                   15  AGG-KIND             PIC X.
                   15  AGG-CODE             PIC X(5).
               10  AGG-STAT OCCURS 4 TIMES.
                   15  AGG-STAT-CNT         PIC 9(5).
                   15  AGG-STAT-AMT         PIC 9(9)V99.
               10  AGG-DAYS-TOT             PIC 9(9).
               10  AGG-DAYS-CNT             PIC 9(5).
               10  AGG-DRIFT-TOT            PIC S9(9)V99.
               10  AGG-DRIFT-CNT            PIC 9(5).
           05  AGG-TABLE-CNT                PIC 9(4)   VALUE 0.
       01  HEADING1.
           05  H1-DATE.
               10  H1-MONTH                PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-DAY                  PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-YEAR                 PIC 9999.
           05  FILLER                      PIC X(40)   VALUE SPACES.
           05  FILLER                      PIC X(27)
                                   VALUE 'QUOTE CLOSING-RATIO REPORT'.
           05  FILLER                      PIC X(41)   VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'PAGE: '.
           05  H1-PAGE                     PIC 99      VALUE 0.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       01  GROUP-HEADING.
           05  O-GROUP-TITLE               PIC X(30).
           05  FILLER                      PIC X(102)  VALUE SPACES.
       01  GROUP-COL-HEADING1.
           05  FILLER                      PIC X(12)   VALUE 'GROUP'.
           05  FILLER                      PIC X(18)
                                   VALUE '     WRITTEN'.
           05  FILLER                      PIC X(18)
                                   VALUE '     CONVERTED'.
           05  FILLER                      PIC X(18)
                                   VALUE '     CANCELLED'.
           05  FILLER                      PIC X(18)
                                   VALUE '     EXPIRED'.
           05  FILLER                      PIC X(6)    VALUE 'STILL'.
           05  FILLER                      PIC X(8)    VALUE 'CLOSE'.
           05  FILLER                      PIC X(7)    VALUE ' AVG'.
           05  FILLER                      PIC X(11)
                                   VALUE '       AVG'.
           05  FILLER                      PIC X(16)   VALUE SPACES.
       01  GROUP-COL-HEADING2.
           05  FILLER                      PIC X(12)   VALUE SPACES.
           05  FILLER                      PIC X(18)
                                   VALUE ' QTY     DOLLARS'.
           05  FILLER                      PIC X(18)
                                   VALUE ' QTY     DOLLARS'.
           05  FILLER                      PIC X(18)
                                   VALUE ' QTY     DOLLARS'.
           05  FILLER                      PIC X(18)
                                   VALUE ' QTY     DOLLARS'.
           05  FILLER                      PIC X(6)    VALUE ' OPEN'.
           05  FILLER                      PIC X(8)    VALUE '  PCT'.
           05  FILLER                      PIC X(7)    VALUE 'DAYS'.
           05  FILLER                      PIC X(11)
                                   VALUE '     DRIFT'.
           05  FILLER                      PIC X(16)   VALUE SPACES.
       01  GROUP-LINE.
           05  O-GRP-LABEL                 PIC X(12).
           05  O-GRP-WRITTEN-CNT           PIC ZZZ9.
           05  FILLER                      PIC X       VALUE SPACES.
           05  O-GRP-WRITTEN-AMT           PIC $$$,$$$,$$9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
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
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GRP-CLOSE-PCT             PIC ZZ9.9.
           05  O-GRP-CLOSE-PCT-X REDEFINES O-GRP-CLOSE-PCT
                                           PIC X(5).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-GRP-AVG-DAYS              PIC ZZZ9.
           05  O-GRP-AVG-DAYS-X REDEFINES O-GRP-AVG-DAYS
                                           PIC X(4).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-GRP-AVG-DRIFT             PIC $$$,$$9.99-.
           05  O-GRP-AVG-DRIFT-X REDEFINES O-GRP-AVG-DRIFT
                                           PIC X(11).
           05  FILLER                      PIC X(16)   VALUE SPACES.
       01  NOTE-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  O-NOTE-TEXT                 PIC X(70).
           05  FILLER                      PIC X(52)   VALUE SPACES.
       01  SUMMARY-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'QUOTES ON FILE:     '.
           05  O-SUM-QUOTES                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'CONVERTED:          '.
           05  O-SUM-CONVERTED             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'SALE NOT ON HISTORY:'.
           05  O-SUM-UNPOSTED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(21)   VALUE SPACES.
       01  NONE-LINE.
           05  FILLER                      PIC X(23)
                                   VALUE 'NO QUOTES ON FILE'.
           05  FILLER                      PIC X(109)  VALUE SPACES.
       01  BLANK-LINE.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL QTE-SCAN-EOF = 'T'.
           PERFORM L3-CLOSING.
           STOP RUN.
       L2-INIT.
           MOVE FUNCTION current-date      TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           STRING CURRENT-YEAR CURRENT-MONTH CURRENT-DAY
               DELIMITED BY SIZE INTO C-RUN-DATE-CCYYMMDD.
           OPEN INPUT QUOTE-MASTER.
           OPEN INPUT SALES-HISTORY.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-HEADINGS.
           MOVE LOW-VALUES TO QTE-KEY.
           START QUOTE-MASTER KEY IS NOT LESS THAN QTE-KEY
               INVALID KEY
                   MOVE 'T' TO QTE-SCAN-EOF.
           IF QTE-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-QTE-NEXT
           END-IF.
       L2-MAINLINE.
           COMPUTE C-QUOTE-CNT = C-QUOTE-CNT + 1.
           MOVE 'N' TO C-SALE-FOUND-SW.
           MOVE 'N' TO C-DAYS-SW.
           EVALUATE TRUE
               WHEN QTE-STATUS = 'A'
                   MOVE 1 TO C-STAT
                   COMPUTE C-CONVERTED-CNT = C-CONVERTED-CNT + 1
                   PERFORM L3-CONVERSION-FACTS
               WHEN QTE-STATUS = 'C'
                   MOVE 2 TO C-STAT
               WHEN QTE-EXPIRE-DATE < C-RUN-DATE-CCYYMMDD
                   MOVE 3 TO C-STAT
               WHEN OTHER
                   MOVE 4 TO C-STAT
           END-EVALUATE.
           PERFORM L3-ACCUMULATE.
           PERFORM L3-READ-QTE-NEXT.
       L3-READ-QTE-NEXT.
           READ QUOTE-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO QTE-SCAN-EOF.
      *****************************************************************
      *    A QUOTE CONVERTED SINCE CBLRA19 STAMPED THE CONVERSION
      *    CARRIES ITS DATE AND HULL; AN OLDER ONE IS LOOKED FOR ON
      *    THE HISTORY FROM ITS QUOTE DATE FORWARD.  THE DAYS TO
      *    CONVERSION COME FROM THE STAMPED DATE, OR FROM THE SALE'S
      *    PURCHASE DATE WHEN NOTHING WAS STAMPED.
      *****************************************************************
       L3-CONVERSION-FACTS.
           IF QTE-CONVERT-DATE = SPACES
               MOVE QTE-QUOTE-DATE   TO C-CONVERT-DATE
           ELSE
               MOVE QTE-CONVERT-DATE TO C-CONVERT-DATE
           END-IF.
           PERFORM L3-FIND-SALE.
           IF C-SALE-FOUND-SW = 'Y'
               COMPUTE C-DRIFT = HST-TOTAL-COST - QTE-QUOTED-TOTAL
               IF QTE-CONVERT-DATE = SPACES
                   MOVE HST-PURCHASE-DATE TO C-CONVERT-DATE
               END-IF
           ELSE
               COMPUTE C-UNPOSTED-CNT = C-UNPOSTED-CNT + 1
               IF QTE-CONVERT-DATE = SPACES
                   MOVE SPACES TO C-CONVERT-DATE
               END-IF
           END-IF.
           IF QTE-QUOTE-DATE NUMERIC AND C-CONVERT-DATE NUMERIC
               MOVE QTE-QUOTE-DATE TO C-DN-DATE
               PERFORM L3-DAY-NUMBER
               MOVE C-DAY-NUMBER TO C-QUOTE-DAY-NUMBER
               MOVE C-CONVERT-DATE TO C-DN-DATE
               PERFORM L3-DAY-NUMBER
               COMPUTE C-DAYS = C-DAY-NUMBER - C-QUOTE-DAY-NUMBER
               IF C-DAYS < 0
                   MOVE 0 TO C-DAYS
               END-IF
               MOVE 'Y' TO C-DAYS-SW
           END-IF.
      *****************************************************************
      *    THE SALES HISTORY IS KEYED CUSTOMER + PURCHASE DATE, SO ONE
      *    START ON THE QUOTE'S CUSTOMER AT THE CONVERSION DATE AND A
      *    READ NEXT FIND THE FIRST SALE OF THE QUOTED BOAT TYPE -
      *    OF THE QUOTED HULL WHEN ONE WAS STAMPED.  A REVERSAL IS
      *    NEVER THE MATCH.
      *****************************************************************
       L3-FIND-SALE.
           MOVE 'F' TO HST-SCAN-EOF.
           MOVE LOW-VALUES TO HST-KEY.
           MOVE QTE-CUSTOMER-NUMBER TO HST-CUSTOMER-NUMBER.
           MOVE C-CONVERT-DATE      TO HST-PURCHASE-DATE.
           START SALES-HISTORY KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   MOVE 'T' TO HST-SCAN-EOF.
           IF HST-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-HST-NEXT
           END-IF.
           PERFORM L3-MATCH-SALE
               UNTIL HST-SCAN-EOF = 'T'
                   OR C-SALE-FOUND-SW = 'Y'.
       L3-MATCH-SALE.
           IF HST-TRANS-CODE NOT = 'R'
                   AND HST-BOAT-TYPE = QTE-BOAT-TYPE
                   AND (QTE-HIN = SPACES OR HST-HIN = QTE-HIN)
               MOVE 'Y' TO C-SALE-FOUND-SW
           ELSE
               PERFORM L3-READ-HST-NEXT
           END-IF.
       L3-READ-HST-NEXT.
           READ SALES-HISTORY NEXT RECORD
               AT END
                   MOVE 'T' TO HST-SCAN-EOF
               NOT AT END
                   IF HST-CUSTOMER-NUMBER NOT = QTE-CUSTOMER-NUMBER
                       MOVE 'T' TO HST-SCAN-EOF
                   END-IF
           END-READ.
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
      *    EACH QUOTE POSTS TO FOUR ROWS - ITS SALESPERSON ('S'), ITS
      *    OFFICE ('O'), ITS BOAT TYPE ('T') AND THE ALL-QUOTES TOTAL
      *    ('Z').  THE ROWS ARE KEPT IN KEY ORDER AS THEY ARE ADDED
      *    SO EACH GROUP PRINTS SORTED WITHOUT A SORT STEP.
      *****************************************************************
       L3-ACCUMULATE.
           MOVE 'S' TO C-AGG-SRCH-KIND.
           MOVE QTE-SALESPERSON-ID TO C-AGG-SRCH-CODE.
           PERFORM L3-POST-AGG-ROW.
           MOVE 'O' TO C-AGG-SRCH-KIND.
           MOVE SPACES TO C-AGG-SRCH-CODE.
           MOVE QTE-OFFICE-CODE TO C-AGG-SRCH-CODE (1:2).
           PERFORM L3-POST-AGG-ROW.
           MOVE 'T' TO C-AGG-SRCH-KIND.
           MOVE SPACES TO C-AGG-SRCH-CODE.
           MOVE QTE-BOAT-TYPE TO C-AGG-SRCH-CODE (1:1).
           PERFORM L3-POST-AGG-ROW.
           MOVE 'Z' TO C-AGG-SRCH-KIND.
           MOVE SPACES TO C-AGG-SRCH-CODE.
           PERFORM L3-POST-AGG-ROW.
       L3-POST-AGG-ROW.
           PERFORM L3-AGG-LOOKUP.
           IF C-AGG-FOUND-SW = 'Y'
               ADD 1 TO AGG-STAT-CNT (AGG-IDX C-STAT)
               ADD QTE-QUOTED-TOTAL TO AGG-STAT-AMT (AGG-IDX C-STAT)
               IF C-DAYS-SW = 'Y'
                   ADD C-DAYS TO AGG-DAYS-TOT (AGG-IDX)
                   ADD 1 TO AGG-DAYS-CNT (AGG-IDX)
               END-IF
               IF C-SALE-FOUND-SW = 'Y'
                   ADD C-DRIFT TO AGG-DRIFT-TOT (AGG-IDX)
                   ADD 1 TO AGG-DRIFT-CNT (AGG-IDX)
               END-IF
           END-IF.
       L3-AGG-LOOKUP.
           MOVE 'N' TO C-AGG-FOUND-SW.
           MOVE 'N' TO C-AGG-STOP-SW.
           SET AGG-IDX TO 1.
           PERFORM L3-AGG-SEARCH
               UNTIL AGG-IDX > AGG-TABLE-CNT
                   OR C-AGG-STOP-SW = 'Y'.
           IF C-AGG-FOUND-SW = 'N' AND AGG-TABLE-CNT < 300
               SET C-AGG-POS TO AGG-IDX
               MOVE AGG-TABLE-CNT TO C-AGG-SUB
               PERFORM L3-AGG-SHIFT
                   UNTIL C-AGG-SUB < C-AGG-POS
               ADD 1 TO AGG-TABLE-CNT
               SET AGG-IDX TO C-AGG-POS
               MOVE C-AGG-SRCH-KEY TO AGG-KEY (AGG-IDX)
               MOVE 0 TO AGG-STAT-CNT (AGG-IDX 1)
               MOVE 0 TO AGG-STAT-AMT (AGG-IDX 1)
               MOVE 0 TO AGG-STAT-CNT (AGG-IDX 2)
               MOVE 0 TO AGG-STAT-AMT (AGG-IDX 2)
               MOVE 0 TO AGG-STAT-CNT (AGG-IDX 3)
               MOVE 0 TO AGG-STAT-AMT (AGG-IDX 3)
               MOVE 0 TO AGG-STAT-CNT (AGG-IDX 4)
               MOVE 0 TO AGG-STAT-AMT (AGG-IDX 4)
               MOVE 0 TO AGG-DAYS-TOT (AGG-IDX)
               MOVE 0 TO AGG-DAYS-CNT (AGG-IDX)
               MOVE 0 TO AGG-DRIFT-TOT (AGG-IDX)
               MOVE 0 TO AGG-DRIFT-CNT (AGG-IDX)
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
       L4-HEADINGS.
           COMPUTE H1-PAGE = H1-PAGE + 1.
           WRITE PRTLINE FROM HEADING1.
       L3-CLOSING.
           IF C-QUOTE-CNT = 0
               WRITE PRTLINE FROM BLANK-LINE
               WRITE PRTLINE FROM NONE-LINE
           ELSE
               MOVE 'CLOSING RATIO BY SALESPERSON' TO O-GROUP-TITLE
               MOVE 'S' TO C-PRINT-KIND
               PERFORM L3-PRINT-GROUP
               MOVE 'CLOSING RATIO BY OFFICE' TO O-GROUP-TITLE
               MOVE 'O' TO C-PRINT-KIND
               PERFORM L3-PRINT-GROUP
               MOVE 'CLOSING RATIO BY BOAT TYPE' TO O-GROUP-TITLE
               MOVE 'T' TO C-PRINT-KIND
               PERFORM L3-PRINT-GROUP
               MOVE 'ALL QUOTES' TO O-GROUP-TITLE
               MOVE 'Z' TO C-PRINT-KIND
               PERFORM L3-PRINT-GROUP
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE.
           MOVE SPACES TO O-NOTE-TEXT.
           STRING 'CLOSE PCT = CONVERTED / '
               '(CONVERTED + CANCELLED + EXPIRED)'
               DELIMITED BY SIZE INTO O-NOTE-TEXT.
           WRITE PRTLINE FROM NOTE-LINE.
           MOVE 'AVG DRIFT = CBLHIST SALE TOTAL LESS QUOTED TOTAL'
               TO O-NOTE-TEXT.
           WRITE PRTLINE FROM NOTE-LINE.
           MOVE C-QUOTE-CNT     TO O-SUM-QUOTES.
           MOVE C-CONVERTED-CNT TO O-SUM-CONVERTED.
           MOVE C-UNPOSTED-CNT  TO O-SUM-UNPOSTED.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM SUMMARY-LINE.
           CLOSE QUOTE-MASTER.
           CLOSE SALES-HISTORY.
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
               PERFORM L3-FORMAT-GROUP-LABEL
               PERFORM L3-FORMAT-GROUP-FIGURES
               WRITE PRTLINE FROM GROUP-LINE
           END-IF.
           SET AGG-IDX UP BY 1.
       L3-FORMAT-GROUP-LABEL.
           MOVE SPACES TO O-GRP-LABEL.
           EVALUATE C-PRINT-KIND
               WHEN 'S'
                   IF AGG-CODE (AGG-IDX) = SPACES
                       MOVE 'NO SLSP' TO O-GRP-LABEL
                   ELSE
                       STRING 'SLSP ' AGG-CODE (AGG-IDX)
                           DELIMITED BY SIZE INTO O-GRP-LABEL
                   END-IF
               WHEN 'O'
                   IF AGG-CODE (AGG-IDX) = SPACES
                       MOVE 'NO OFFICE' TO O-GRP-LABEL
                   ELSE
                       STRING 'OFFICE ' AGG-CODE (AGG-IDX) (1:2)
                           DELIMITED BY SIZE INTO O-GRP-LABEL
                   END-IF
               WHEN 'T'
                   STRING 'TYPE ' AGG-CODE (AGG-IDX) (1:1)
                       DELIMITED BY SIZE INTO O-GRP-LABEL
               WHEN OTHER
                   MOVE 'ALL QUOTES' TO O-GRP-LABEL
           END-EVALUATE.
      *****************************************************************
      *    A RATIO OR AVERAGE WITH NOTHING UNDER IT PRINTS BLANK
      *    RATHER THAN AS A MISLEADING ZERO.
      *****************************************************************
       L3-FORMAT-GROUP-FIGURES.
           COMPUTE C-WRITTEN-CNT = AGG-STAT-CNT (AGG-IDX 1)
               + AGG-STAT-CNT (AGG-IDX 2) + AGG-STAT-CNT (AGG-IDX 3)
               + AGG-STAT-CNT (AGG-IDX 4).
           COMPUTE C-WRITTEN-AMT = AGG-STAT-AMT (AGG-IDX 1)
               + AGG-STAT-AMT (AGG-IDX 2) + AGG-STAT-AMT (AGG-IDX 3)
               + AGG-STAT-AMT (AGG-IDX 4).
           COMPUTE C-DECIDED-CNT = AGG-STAT-CNT (AGG-IDX 1)
               + AGG-STAT-CNT (AGG-IDX 2) + AGG-STAT-CNT (AGG-IDX 3).
           MOVE C-WRITTEN-CNT TO O-GRP-WRITTEN-CNT.
           MOVE C-WRITTEN-AMT TO O-GRP-WRITTEN-AMT.
           MOVE AGG-STAT-CNT (AGG-IDX 1) TO O-GRP-CNT1.
           MOVE AGG-STAT-AMT (AGG-IDX 1) TO O-GRP-AMT1.
           MOVE AGG-STAT-CNT (AGG-IDX 2) TO O-GRP-CNT2.
           MOVE AGG-STAT-AMT (AGG-IDX 2) TO O-GRP-AMT2.
           MOVE AGG-STAT-CNT (AGG-IDX 3) TO O-GRP-CNT3.
           MOVE AGG-STAT-AMT (AGG-IDX 3) TO O-GRP-AMT3.
           MOVE AGG-STAT-CNT (AGG-IDX 4) TO O-GRP-CNT4.
           IF C-DECIDED-CNT > 0
               COMPUTE O-GRP-CLOSE-PCT ROUNDED =
                   AGG-STAT-CNT (AGG-IDX 1) * 100 / C-DECIDED-CNT
           ELSE
               MOVE SPACES TO O-GRP-CLOSE-PCT-X
           END-IF.
           IF AGG-DAYS-CNT (AGG-IDX) > 0
               COMPUTE O-GRP-AVG-DAYS ROUNDED =
                   AGG-DAYS-TOT (AGG-IDX) / AGG-DAYS-CNT (AGG-IDX)
           ELSE
               MOVE SPACES TO O-GRP-AVG-DAYS-X
           END-IF.
           IF AGG-DRIFT-CNT (AGG-IDX) > 0
               COMPUTE O-GRP-AVG-DRIFT ROUNDED =
                   AGG-DRIFT-TOT (AGG-IDX) / AGG-DRIFT-CNT (AGG-IDX)
           ELSE
               MOVE SPACES TO O-GRP-AVG-DRIFT-X
           END-IF.
