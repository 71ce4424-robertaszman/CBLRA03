       identification division.
       program-id.     CBLRA24.
       AUTHOR.         Robert Aszman.
       DATE-WRITTEN.   10/15/2026.
      *****************************************************************
      *    RATE TABLE MAINTENANCE.  APPLIES ADD / CHANGE / EXPIRE
      *    TRANSACTIONS (CBLTBLTX.DAT) TO THE THREE TABLES THE
      *    SHARED PRICING ROUTINE (CBLCALC1) AND THE COMMISSION
      *    REPORT (CBLRA04) PRICE EVERY DEAL FROM, SO A RATE CHANGE
      *    NO LONGER MEANS HAND-EDITING A FIXED-COLUMN FILE:
      *      'T' STATE SALES TAX TABLE    CBLTAXRT.DAT  (CBLTAX01)
      *      'P' PRICING TABLE            CBLPRICE.DAT  (CBLPRC01)
      *      'S' SALESPERSON MASTER       CBLSLSMS.DAT  (CBLSLS01)
      *    THE TRANSACTION DATA AREA IS THE TABLE'S OWN RECORD IMAGE.
      *    EVERY TRANSACTION IS EDITED BEFORE IT TOUCHES A TABLE:
      *      - TAX RATE NUMERIC AND NO MORE THAN .1500, ONE ROW PER
      *        STATE (AN ADD FOR A STATE ON FILE IS A DUPLICATE).
      *      - PRICE ROWS KEYED BY EFFECTIVE DATE + TYPE + KEY.  AN
      *        ADD MAY NOT CARRY AN EFFECTIVE DATE BEFORE TODAY, AND
      *        ONLY A ROW DATED AFTER TODAY MAY BE CHANGED - HISTORY
      *        IS NEVER REWRITTEN.  ACCESSORY ('A') ROWS NEED PACKAGE
      *        1-9 AND AN AMOUNT UP TO 9,999.99; MARKUP ('M') ROWS
      *        NEED A BOAT TYPE AND A PERCENT UP TO .750.  EXPIRING A
      *        PENDING ROW CANCELS IT; A ROW DATED TODAY OR EARLIER
      *        MAY ONLY BE EXPIRED ONCE A LATER ROW HAS SUPERSEDED
      *        IT, NEVER WHILE IT IS THE ROW IN EFFECT.
      *      - SALESPERSON ID AND NAME REQUIRED, COMMISSION RATE
      *        NUMERIC AND NO MORE THAN .100.
      *    EVERY TRANSACTION MUST CARRY THE USER ID OF WHOEVER KEYED
      *    IT.  EACH CHANGE APPLIED IS APPENDED TO THE AUDIT FILE
      *    (CBLTBLAU.DAT, CBLTAU01) WITH ITS BEFORE AND AFTER
      *    IMAGES, AND PRINTS ON TBLRPT24.PRT WITH BOTH IMAGES UNDER
      *    THE TRANSACTION.  A TABLE IS REWRITTEN ONLY WHEN SOMETHING
      *    IN IT CHANGED.  THE REPORT ENDS WITH A PREVIEW OF EVERY
      *    PRICE ROW NOT YET IN EFFECT, BESIDE THE ROW IT WILL
      *    REPLACE, SO THE SALES MANAGER CAN CHECK NEXT MONTH'S
      *    PRICE CHANGE BEFORE IT TAKES EFFECT.
      *    A TABLE FILE WITH MORE ROWS THAN ITS WORK TABLE HOLDS (60
      *    TAX, 200 PRICE, 200 SALESPERSON) IS NEVER REWRITTEN FROM
      *    THE PART THAT FIT: EVERY TRANSACTION AGAINST IT IS
      *    REJECTED, THE REPORT PRINTS 'TABLE FULL - NOT UPDATED' FOR
      *    IT AND THE RUN ENDS WITH RETURN CODE 16.
       environment division.
       configuration section.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TBL-TRANS
               ASSIGN TO 'C:\COBOL\CBLTBLTX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-TABLE
               ASSIGN TO 'C:\COBOL\CBLTAXRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRICE-TABLE
               ASSIGN TO 'C:\COBOL\CBLPRICE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALESPERSON-MASTER
               ASSIGN TO 'C:\COBOL\CBLSLSMS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO 'C:\COBOL\CBLTBLAU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\TBLRPT24.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       data division.
       FILE SECTION.
       FD  TBL-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TBX-REC
           RECORD CONTAINS 48 CHARACTERS.
           01  TBX-REC.
               05  TBX-TABLE               PIC X.
               05  TBX-ACTION              PIC X.
               05  TBX-USER-ID             PIC X(8).
               05  TBX-DATA                PIC X(38).
               05  TBX-TAX-DATA REDEFINES TBX-DATA.
                   10  TBX-TAX-STATE       PIC X(2).
                   10  TBX-TAX-RATE        PIC 9V9999.
                   10  FILLER              PIC X(31).
               05  TBX-PRICE-DATA REDEFINES TBX-DATA.
                   10  TBX-PRICE-EFF-DATE  PIC X(8).
                   10  TBX-PRICE-TYPE      PIC X.
                   10  TBX-PRICE-KEY       PIC X.
                   10  TBX-PRICE-LIT       PIC X(15).
                   10  TBX-PRICE-AMOUNT    PIC 9(7)V99.
                   10  TBX-PRICE-PERCENT   PIC 9V999.
               05  TBX-SLS-DATA REDEFINES TBX-DATA.
                   10  TBX-SLS-ID          PIC X(5).
                   10  TBX-SLS-NAME        PIC X(20).
                   10  TBX-SLS-COMM-RATE   PIC 9V999.
                   10  FILLER              PIC X(9).
       FD  TAX-TABLE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TAX-REC.
           COPY CBLTAX01.
       FD  PRICE-TABLE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PRICE-REC.
           COPY CBLPRC01.
       FD  SALESPERSON-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SLS-REC.
           COPY CBLSLS01.
       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TAU-REC.
           COPY CBLTAU01.
       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01  PRTLINE                     PIC X(132).
       working-storage section.
       01  MISC.
           05  EOF                         PIC X       VALUE 'F'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR            PIC X(4).
               10  CURRENT-MONTH           PIC XX.
               10  CURRENT-DAY             PIC XX.
               10  CURRENT-TIME            PIC X(11).
           05  C-RUN-DATE-CCYYMMDD         PIC X(8).
           05  C-RESULT-LIT                PIC X(30).
           05  C-FOUND-SW                  PIC X       VALUE 'N'.
           05  C-SUPERSEDED-SW             PIC X       VALUE 'N'.
           05  C-CUR-FOUND-SW              PIC X       VALUE 'N'.
           05  C-TAX-CHANGED-SW            PIC X       VALUE 'N'.
           05  C-PRICE-CHANGED-SW          PIC X       VALUE 'N'.
           05  C-SLS-CHANGED-SW            PIC X       VALUE 'N'.
           05  C-TAX-FULL-SW               PIC X       VALUE 'N'.
           05  C-PRICE-FULL-SW             PIC X       VALUE 'N'.
           05  C-SLS-FULL-SW               PIC X       VALUE 'N'.
           05  C-KEY-TEXT                  PIC X(14).
           05  C-IMAGE-TEXT                PIC X(60).
           05  C-BEFORE-TEXT               PIC X(60).
           05  C-AFTER-TEXT                PIC X(60).
           05  C-BEFORE-IMAGE              PIC X(38).
           05  C-AFTER-IMAGE               PIC X(38).
           05  C-SHIFT-IDX                 PIC 9(4)    VALUE 0.
           05  C-CUR-EFF-DATE              PIC X(8).
           05  C-CUR-AMOUNT                PIC 9(7)V99 VALUE 0.
           05  C-CUR-PERCENT               PIC 9V999   VALUE 0.
           05  C-MAX-TAX-RATE              PIC 9V9999  VALUE .1500.
           05  C-MAX-ACC-AMOUNT            PIC 9(7)V99 VALUE 9999.99.
           05  C-MAX-MARKUP                PIC 9V999   VALUE .750.
           05  C-MAX-COMM-RATE             PIC 9V999   VALUE .100.
           05  C-APPLIED-CNT               PIC 9(7)    VALUE 0.
           05  C-REJECTED-CNT              PIC 9(7)    VALUE 0.
           05  C-PENDING-CNT               PIC 9(4)    VALUE 0.
       01  TAX-TABLE-WS.
           05  TAX-ENTRY OCCURS 60 TIMES INDEXED BY TAX-IDX.
               10  TAX-WS-STATE             PIC X(2).
               10  TAX-WS-RATE              PIC 9V9999.
           05  TAX-TABLE-CNT                PIC 9(4)    VALUE 0.
           05  TAX-TABLE-EOF                PIC X       VALUE 'F'.
       01  PRICE-TABLE-WS.
           05  PRC-ENTRY OCCURS 200 TIMES INDEXED BY PRC-IDX PRC-IDX2.
               10  PRC-WS-EFF-DATE          PIC X(8).
               10  PRC-WS-TYPE              PIC X.
               10  PRC-WS-KEY               PIC X.
               10  PRC-WS-LIT               PIC X(15).
               10  PRC-WS-AMOUNT            PIC 9(7)V99.
               10  PRC-WS-PERCENT           PIC 9V999.
           05  PRC-TABLE-CNT                PIC 9(4)    VALUE 0.
           05  PRICE-TABLE-EOF              PIC X       VALUE 'F'.
       01  SLS-TABLE-WS.
           05  SLS-ENTRY OCCURS 200 TIMES INDEXED BY SLS-IDX.
               10  SLS-WS-ID                PIC X(5).
               10  SLS-WS-NAME              PIC X(20).
               10  SLS-WS-COMM-RATE         PIC 9V999.
           05  SLS-TABLE-CNT                PIC 9(4)    VALUE 0.
           05  SLS-MASTER-EOF               PIC X       VALUE 'F'.
       01  TAX-IMAGE.
           05  TIM-STATE                   PIC X(2).
           05  TIM-RATE                    PIC 9V9999.
       01  PRICE-IMAGE.
           05  PIM-EFF-DATE                PIC X(8).
           05  PIM-TYPE                    PIC X.
           05  PIM-KEY                     PIC X.
           05  PIM-LIT                     PIC X(15).
           05  PIM-AMOUNT                  PIC 9(7)V99.
           05  PIM-PERCENT                 PIC 9V999.
       01  SLS-IMAGE.
           05  SIM-ID                      PIC X(5).
           05  SIM-NAME                    PIC X(20).
           05  SIM-COMM-RATE               PIC 9V999.
       01  TAX-FMT.
           05  TFM-STATE                   PIC X(2).
           05  FILLER                      PIC X(8)    VALUE '   RATE '.
           05  TFM-RATE                    PIC 9.9999.
           05  FILLER                      PIC X(44)   VALUE SPACES.
       01  PRICE-FMT.
           05  PFM-EFF-DATE                PIC X(8).
           05  FILLER                      PIC X       VALUE SPACES.
           05  PFM-TYPE                    PIC X.
           05  FILLER                      PIC X       VALUE SPACES.
           05  PFM-KEY                     PIC X.
           05  FILLER                      PIC X       VALUE SPACES.
           05  PFM-LIT                     PIC X(15).
           05  FILLER                      PIC X(5)    VALUE ' AMT '.
           05  PFM-AMOUNT                  PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(5)    VALUE ' PCT '.
           05  PFM-PERCENT                 PIC 9.999.
           05  FILLER                      PIC X(5)    VALUE SPACES.
       01  SLS-FMT.
           05  SFM-ID                      PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SFM-NAME                    PIC X(20).
           05  FILLER                      PIC X(6)    VALUE ' RATE '.
           05  SFM-COMM-RATE               PIC 9.999.
           05  FILLER                      PIC X(22)   VALUE SPACES.
       01  HEADING1.
           05  H1-DATE.
               10  H1-MONTH                PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-DAY                  PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-YEAR                 PIC 9999.
           05  FILLER                      PIC X(40)   VALUE SPACES.
           05  FILLER                      PIC X(27)
                                   VALUE 'RATE TABLE MAINT. LOG'.
           05  FILLER                      PIC X(41)   VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'PAGE: '.
           05  H1-PAGE                     PIC 99      VALUE 0.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       01  COL-HEADING1.
           05  FILLER                      PIC X(5)    VALUE 'TABLE'.
           05  FILLER                      PIC X(8)    VALUE SPACES.
           05  FILLER                      PIC X       VALUE 'A'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE 'USER'.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(3)    VALUE 'KEY'.
           05  FILLER                      PIC X(13)   VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'RESULT'.
           05  FILLER                      PIC X(84)   VALUE SPACES.
       01  DETAIL-LINE.
           05  O-TABLE-LIT                 PIC X(11).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-ACTION                    PIC X.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-USER-ID                   PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-KEY-TEXT                  PIC X(14).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-RESULT-LIT                PIC X(30).
           05  FILLER                      PIC X(60)   VALUE SPACES.
       01  BEFORE-LINE.
           05  FILLER                      PIC X(26)   VALUE SPACES.
           05  FILLER                      PIC X(8)    VALUE 'BEFORE: '.
           05  O-BEFORE-TEXT               PIC X(60).
           05  FILLER                      PIC X(38)   VALUE SPACES.
       01  AFTER-LINE.
           05  FILLER                      PIC X(26)   VALUE SPACES.
           05  FILLER                      PIC X(8)    VALUE 'AFTER:  '.
           05  O-AFTER-TEXT                PIC X(60).
           05  FILLER                      PIC X(38)   VALUE SPACES.
       01  SUMMARY-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'APPLIED:           '.
           05  O-SUM-APPLIED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'REJECTED:          '.
           05  O-SUM-REJECTED              PIC ZZZ,ZZ9.
       01  PENDING-HEADING.
           05  FILLER                      PIC X(23)   VALUE SPACES.
           05  FILLER                      PIC X(34)
                       VALUE 'PENDING PRICE CHANGES - NOT YET IN'.
           05  FILLER                      PIC X(7)    VALUE ' EFFECT'.
           05  FILLER                      PIC X(68)   VALUE SPACES.
       01  PENDING-COL-HEADING.
           05  FILLER                      PIC X(8)    VALUE 'EFF DATE'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X       VALUE 'T'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X       VALUE 'K'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(11)
                                           VALUE 'DESCRIPTION'.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE 'CUR EFF'.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE 'CUR AMT'.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE 'NEW AMT'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'CUR %'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'NEW %'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE 'NOTE'.
           05  FILLER                      PIC X(43)   VALUE SPACES.
       01  PENDING-LINE.
           05  O-PND-EFF-DATE              PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-PND-TYPE                  PIC X.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-PND-KEY                   PIC X.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-PND-LIT                   PIC X(15).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-PND-CUR-EFF               PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-PND-CUR-AMT               PIC $$$,$$9.99
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-PND-NEW-AMT               PIC $$$,$$9.99
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-PND-CUR-PCT               PIC Z.999
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-PND-NEW-PCT               PIC Z.999
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-PND-NOTE                  PIC X(20).
           05  FILLER                      PIC X(27)   VALUE SPACES.
       01  PENDING-NONE-LINE.
           05  FILLER                      PIC X(23)   VALUE SPACES.
           05  FILLER                      PIC X(26)
                               VALUE 'NO PENDING PRICE CHANGES'.
           05  FILLER                      PIC X(83)   VALUE SPACES.
       01  TABLE-FULL-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  O-FULL-FILE                 PIC X(12).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(24)
                                   VALUE 'TABLE FULL - NOT UPDATED'.
           05  FILLER                      PIC X(84)   VALUE SPACES.
       01  BLANK-LINE.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL EOF = 'T'.
           PERFORM L3-CLOSING.
           STOP RUN.
       L2-INIT.
           MOVE FUNCTION current-date      TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           STRING CURRENT-YEAR CURRENT-MONTH CURRENT-DAY
               DELIMITED BY SIZE INTO C-RUN-DATE-CCYYMMDD.
           PERFORM L2-LOAD-TAX-TABLE.
           PERFORM L2-LOAD-PRICE-TABLE.
           PERFORM L2-LOAD-SLS-TABLE.
           OPEN INPUT TBL-TRANS.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-HEADINGS.
           PERFORM L3-READ.
       L2-LOAD-TAX-TABLE.
           OPEN INPUT TAX-TABLE.
           READ TAX-TABLE
               AT END
                   MOVE 'T' TO TAX-TABLE-EOF.
           PERFORM L3-BUILD-TAX-TABLE
               UNTIL TAX-TABLE-EOF = 'T'.
           CLOSE TAX-TABLE.
       L3-BUILD-TAX-TABLE.
           IF TAX-TABLE-CNT < 60
               COMPUTE TAX-TABLE-CNT = TAX-TABLE-CNT + 1
               MOVE TAX-STATE TO TAX-WS-STATE (TAX-TABLE-CNT)
               MOVE TAX-RATE  TO TAX-WS-RATE (TAX-TABLE-CNT)
           ELSE
               MOVE 'Y' TO C-TAX-FULL-SW
           END-IF.
           READ TAX-TABLE
               AT END
                   MOVE 'T' TO TAX-TABLE-EOF.
       L2-LOAD-PRICE-TABLE.
           OPEN INPUT PRICE-TABLE.
           READ PRICE-TABLE
               AT END
                   MOVE 'T' TO PRICE-TABLE-EOF.
           PERFORM L3-BUILD-PRICE-TABLE
               UNTIL PRICE-TABLE-EOF = 'T'.
           CLOSE PRICE-TABLE.
       L3-BUILD-PRICE-TABLE.
           IF PRC-TABLE-CNT < 200
               COMPUTE PRC-TABLE-CNT = PRC-TABLE-CNT + 1
               SET PRC-IDX TO PRC-TABLE-CNT
               MOVE PRICE-EFF-DATE TO PRC-WS-EFF-DATE (PRC-IDX)
               MOVE PRICE-TYPE     TO PRC-WS-TYPE (PRC-IDX)
               MOVE PRICE-KEY      TO PRC-WS-KEY (PRC-IDX)
               MOVE PRICE-LIT      TO PRC-WS-LIT (PRC-IDX)
               MOVE PRICE-AMOUNT   TO PRC-WS-AMOUNT (PRC-IDX)
               MOVE PRICE-PERCENT  TO PRC-WS-PERCENT (PRC-IDX)
           ELSE
               MOVE 'Y' TO C-PRICE-FULL-SW
           END-IF.
           READ PRICE-TABLE
               AT END
                   MOVE 'T' TO PRICE-TABLE-EOF.
       L2-LOAD-SLS-TABLE.
           OPEN INPUT SALESPERSON-MASTER.
           READ SALESPERSON-MASTER
               AT END
                   MOVE 'T' TO SLS-MASTER-EOF.
           PERFORM L3-BUILD-SLS-TABLE
               UNTIL SLS-MASTER-EOF = 'T'.
           CLOSE SALESPERSON-MASTER.
       L3-BUILD-SLS-TABLE.
           IF SLS-TABLE-CNT < 200
               COMPUTE SLS-TABLE-CNT = SLS-TABLE-CNT + 1
               MOVE SLS-ID        TO SLS-WS-ID (SLS-TABLE-CNT)
               MOVE SLS-NAME      TO SLS-WS-NAME (SLS-TABLE-CNT)
               MOVE SLS-COMM-RATE TO SLS-WS-COMM-RATE (SLS-TABLE-CNT)
           ELSE
               MOVE 'Y' TO C-SLS-FULL-SW
           END-IF.
           READ SALESPERSON-MASTER
               AT END
                   MOVE 'T' TO SLS-MASTER-EOF.
       L2-MAINLINE.
           PERFORM L3-PROCESS-TRANS.
           PERFORM L3-READ.
       L3-READ.
           READ TBL-TRANS
               AT END
                   MOVE 'T' TO EOF.
       L3-PROCESS-TRANS.
           MOVE SPACES   TO C-RESULT-LIT.
           MOVE SPACES   TO C-KEY-TEXT.
           MOVE '(NONE)' TO C-BEFORE-TEXT.
           MOVE '(NONE)' TO C-AFTER-TEXT.
           MOVE SPACES   TO C-BEFORE-IMAGE.
           MOVE SPACES   TO C-AFTER-IMAGE.
           IF TBX-USER-ID = SPACES
               MOVE 'REJECTED - NO USER ID' TO C-RESULT-LIT
           ELSE
               EVALUATE TRUE
                   WHEN TBX-TABLE = 'T' AND C-TAX-FULL-SW = 'Y'
                   WHEN TBX-TABLE = 'P' AND C-PRICE-FULL-SW = 'Y'
                   WHEN TBX-TABLE = 'S' AND C-SLS-FULL-SW = 'Y'
                       MOVE 'REJECTED - TABLE OVER LIMIT'
                           TO C-RESULT-LIT
                   WHEN TBX-TABLE = 'T'
                       PERFORM L3-TAX-TRANS
                   WHEN TBX-TABLE = 'P'
                       PERFORM L3-PRICE-TRANS
                   WHEN TBX-TABLE = 'S'
                       PERFORM L3-SLS-TRANS
                   WHEN OTHER
                       MOVE 'REJECTED - INVALID TABLE CODE'
                           TO C-RESULT-LIT
               END-EVALUATE
           END-IF.
           IF C-RESULT-LIT (1:8) = 'REJECTED'
               COMPUTE C-REJECTED-CNT = C-REJECTED-CNT + 1
               PERFORM L3-PRINT-LOG-LINE
           ELSE
               COMPUTE C-APPLIED-CNT = C-APPLIED-CNT + 1
               PERFORM L3-WRITE-AUDIT
               PERFORM L3-PRINT-LOG-LINE
               MOVE C-BEFORE-TEXT TO O-BEFORE-TEXT
               WRITE PRTLINE FROM BEFORE-LINE
               MOVE C-AFTER-TEXT  TO O-AFTER-TEXT
               WRITE PRTLINE FROM AFTER-LINE
           END-IF.
      *****************************************************************
      *    STATE SALES TAX TABLE - ONE ROW PER STATE.
      *****************************************************************
       L3-TAX-TRANS.
           MOVE TBX-TAX-STATE TO C-KEY-TEXT.
           PERFORM L3-TAX-LOOKUP.
           EVALUATE TBX-ACTION
               WHEN 'A'
                   PERFORM L3-TAX-ADD
               WHEN 'C'
                   PERFORM L3-TAX-CHANGE
               WHEN 'E'
                   PERFORM L3-TAX-EXPIRE
               WHEN OTHER
                   MOVE 'REJECTED - INVALID ACTION CODE'
                       TO C-RESULT-LIT
           END-EVALUATE.
       L3-TAX-EDIT.
           IF TBX-TAX-STATE = SPACES
               MOVE 'REJECTED - STATE REQUIRED' TO C-RESULT-LIT
           ELSE
               IF TBX-TAX-RATE NOT NUMERIC
                   MOVE 'REJECTED - RATE NOT NUMERIC' TO C-RESULT-LIT
               ELSE
                   IF TBX-TAX-RATE > C-MAX-TAX-RATE
                       MOVE 'REJECTED - RATE OVER .1500'
                           TO C-RESULT-LIT
                   END-IF
               END-IF
           END-IF.
       L3-TAX-ADD.
           IF C-FOUND-SW = 'Y'
               MOVE 'REJECTED - DUPLICATE STATE' TO C-RESULT-LIT
           ELSE
               PERFORM L3-TAX-EDIT
               IF C-RESULT-LIT = SPACES
                   IF TAX-TABLE-CNT NOT < 60
                       MOVE 'REJECTED - TABLE FULL' TO C-RESULT-LIT
                   ELSE
                       COMPUTE TAX-TABLE-CNT = TAX-TABLE-CNT + 1
                       SET TAX-IDX TO TAX-TABLE-CNT
                       MOVE TBX-TAX-STATE TO TAX-WS-STATE (TAX-IDX)
                       MOVE TBX-TAX-RATE  TO TAX-WS-RATE (TAX-IDX)
                       PERFORM L3-TAX-AFTER
                       MOVE 'Y' TO C-TAX-CHANGED-SW
                       MOVE 'ADDED' TO C-RESULT-LIT
                   END-IF
               END-IF
           END-IF.
       L3-TAX-CHANGE.
           IF C-FOUND-SW = 'N'
               MOVE 'REJECTED - STATE NOT ON FILE' TO C-RESULT-LIT
           ELSE
               PERFORM L3-TAX-EDIT
               IF C-RESULT-LIT = SPACES
                   PERFORM L3-TAX-BEFORE
                   MOVE TBX-TAX-RATE TO TAX-WS-RATE (TAX-IDX)
                   PERFORM L3-TAX-AFTER
                   MOVE 'Y' TO C-TAX-CHANGED-SW
                   MOVE 'CHANGED' TO C-RESULT-LIT
               END-IF
           END-IF.
       L3-TAX-EXPIRE.
           IF C-FOUND-SW = 'N'
               MOVE 'REJECTED - STATE NOT ON FILE' TO C-RESULT-LIT
           ELSE
               PERFORM L3-TAX-BEFORE
               SET C-SHIFT-IDX TO TAX-IDX
               PERFORM L3-TAX-SHIFT
                   UNTIL C-SHIFT-IDX NOT < TAX-TABLE-CNT
               SUBTRACT 1 FROM TAX-TABLE-CNT
               MOVE '(EXPIRED)' TO C-AFTER-TEXT
               MOVE 'Y' TO C-TAX-CHANGED-SW
               MOVE 'EXPIRED' TO C-RESULT-LIT
           END-IF.
       L3-TAX-SHIFT.
           MOVE TAX-ENTRY (C-SHIFT-IDX + 1) TO TAX-ENTRY (C-SHIFT-IDX).
           ADD 1 TO C-SHIFT-IDX.
       L3-TAX-BEFORE.
           MOVE TAX-ENTRY (TAX-IDX) TO TAX-IMAGE.
           MOVE TAX-IMAGE TO C-BEFORE-IMAGE.
           PERFORM L3-FORMAT-TAX.
           MOVE C-IMAGE-TEXT TO C-BEFORE-TEXT.
       L3-TAX-AFTER.
           MOVE TAX-ENTRY (TAX-IDX) TO TAX-IMAGE.
           MOVE TAX-IMAGE TO C-AFTER-IMAGE.
           PERFORM L3-FORMAT-TAX.
           MOVE C-IMAGE-TEXT TO C-AFTER-TEXT.
       L3-FORMAT-TAX.
           MOVE TIM-STATE TO TFM-STATE.
           MOVE TIM-RATE  TO TFM-RATE.
           MOVE TAX-FMT   TO C-IMAGE-TEXT.
       L3-TAX-LOOKUP.
           MOVE 'N' TO C-FOUND-SW.
           SET TAX-IDX TO 1.
           PERFORM L3-TAX-SEARCH
               UNTIL TAX-IDX > TAX-TABLE-CNT
                   OR C-FOUND-SW = 'Y'.
       L3-TAX-SEARCH.
           IF TBX-TAX-STATE = TAX-WS-STATE (TAX-IDX)
               MOVE 'Y' TO C-FOUND-SW
           ELSE
               SET TAX-IDX UP BY 1
           END-IF.
      *****************************************************************
      *    PRICING TABLE - A ROW IS IDENTIFIED BY EFFECTIVE DATE +
      *    TYPE + KEY, AND CBLCALC1 PRICES FROM THE LATEST ROW FOR A
      *    TYPE/KEY WHOSE DATE HAS ARRIVED.  NOTHING DATED BEFORE
      *    TODAY IS ADDED OR CHANGED, SO A DEAL ALREADY PRICED CAN
      *    ALWAYS BE REPRICED THE SAME WAY.
      *****************************************************************
       L3-PRICE-TRANS.
           STRING TBX-PRICE-EFF-DATE ' ' TBX-PRICE-TYPE ' '
               TBX-PRICE-KEY DELIMITED BY SIZE INTO C-KEY-TEXT.
           PERFORM L3-PRICE-LOOKUP.
           EVALUATE TBX-ACTION
               WHEN 'A'
                   PERFORM L3-PRICE-ADD
               WHEN 'C'
                   PERFORM L3-PRICE-CHANGE
               WHEN 'E'
                   PERFORM L3-PRICE-EXPIRE
               WHEN OTHER
                   MOVE 'REJECTED - INVALID ACTION CODE'
                       TO C-RESULT-LIT
           END-EVALUATE.
       L3-PRICE-EDIT.
           IF TBX-PRICE-EFF-DATE NOT NUMERIC
                   OR TBX-PRICE-EFF-DATE (5:2) < '01'
                   OR TBX-PRICE-EFF-DATE (5:2) > '12'
                   OR TBX-PRICE-EFF-DATE (7:2) < '01'
                   OR TBX-PRICE-EFF-DATE (7:2) > '31'
               MOVE 'REJECTED - BAD EFFECTIVE DATE' TO C-RESULT-LIT
           ELSE
               IF TBX-PRICE-EFF-DATE < C-RUN-DATE-CCYYMMDD
                   MOVE 'REJECTED - EFF DATE IN PAST' TO C-RESULT-LIT
               ELSE
                   IF TBX-PRICE-LIT = SPACES
                       MOVE 'REJECTED - DESCRIPTION REQUIRED'
                           TO C-RESULT-LIT
                   ELSE
                       PERFORM L3-PRICE-EDIT-VALUE
                   END-IF
               END-IF
           END-IF.
       L3-PRICE-EDIT-VALUE.
           EVALUATE TBX-PRICE-TYPE
               WHEN 'A'
                   IF TBX-PRICE-KEY < '1' OR TBX-PRICE-KEY > '9'
                       MOVE 'REJECTED - PACKAGE NOT 1-9'
                           TO C-RESULT-LIT
                   ELSE
                       IF TBX-PRICE-AMOUNT NOT NUMERIC
                           MOVE 'REJECTED - AMOUNT NOT NUMERIC'
                               TO C-RESULT-LIT
                       ELSE
                           IF TBX-PRICE-AMOUNT = 0
                               OR TBX-PRICE-AMOUNT > C-MAX-ACC-AMOUNT
                               MOVE 'REJECTED - AMOUNT OUT OF RANGE'
                                   TO C-RESULT-LIT
                           END-IF
                       END-IF
                   END-IF
               WHEN 'M'
                   IF TBX-PRICE-KEY = SPACE
                       MOVE 'REJECTED - BOAT TYPE REQUIRED'
                           TO C-RESULT-LIT
                   ELSE
                       IF TBX-PRICE-PERCENT NOT NUMERIC
                           MOVE 'REJECTED - PERCENT NOT NUMERIC'
                               TO C-RESULT-LIT
                       ELSE
                           IF TBX-PRICE-PERCENT = 0
                               OR TBX-PRICE-PERCENT > C-MAX-MARKUP
                               MOVE 'REJECTED - MARKUP OUT OF RANGE'
                                   TO C-RESULT-LIT
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'REJECTED - BAD PRICE TYPE' TO C-RESULT-LIT
           END-EVALUATE.
       L3-PRICE-ADD.
           IF C-FOUND-SW = 'Y'
               MOVE 'REJECTED - DUPLICATE PRICE ROW' TO C-RESULT-LIT
           ELSE
               PERFORM L3-PRICE-EDIT
               IF C-RESULT-LIT = SPACES
                   IF PRC-TABLE-CNT NOT < 200
                       MOVE 'REJECTED - TABLE FULL' TO C-RESULT-LIT
                   ELSE
                       COMPUTE PRC-TABLE-CNT = PRC-TABLE-CNT + 1
                       SET PRC-IDX TO PRC-TABLE-CNT
                       MOVE TBX-PRICE-EFF-DATE
                           TO PRC-WS-EFF-DATE (PRC-IDX)
                       MOVE TBX-PRICE-TYPE TO PRC-WS-TYPE (PRC-IDX)
                       MOVE TBX-PRICE-KEY  TO PRC-WS-KEY (PRC-IDX)
                       PERFORM L3-PRICE-SET-VALUE
                       PERFORM L3-PRICE-AFTER
                       MOVE 'Y' TO C-PRICE-CHANGED-SW
                       MOVE 'ADDED' TO C-RESULT-LIT
                   END-IF
               END-IF
           END-IF.
       L3-PRICE-CHANGE.
           IF C-FOUND-SW = 'N'
               MOVE 'REJECTED - NO SUCH PRICE ROW' TO C-RESULT-LIT
           ELSE
               PERFORM L3-PRICE-EDIT
               IF C-RESULT-LIT = SPACES
                       AND TBX-PRICE-EFF-DATE NOT > C-RUN-DATE-CCYYMMDD
                   MOVE 'REJECTED - ROW IS IN EFFECT' TO C-RESULT-LIT
               END-IF
               IF C-RESULT-LIT = SPACES
                   PERFORM L3-PRICE-BEFORE
                   PERFORM L3-PRICE-SET-VALUE
                   PERFORM L3-PRICE-AFTER
                   MOVE 'Y' TO C-PRICE-CHANGED-SW
                   MOVE 'CHANGED' TO C-RESULT-LIT
               END-IF
           END-IF.
       L3-PRICE-SET-VALUE.
           MOVE TBX-PRICE-LIT TO PRC-WS-LIT (PRC-IDX).
           IF TBX-PRICE-TYPE = 'A'
               MOVE TBX-PRICE-AMOUNT TO PRC-WS-AMOUNT (PRC-IDX)
               MOVE 0                TO PRC-WS-PERCENT (PRC-IDX)
           ELSE
               MOVE 0                 TO PRC-WS-AMOUNT (PRC-IDX)
               MOVE TBX-PRICE-PERCENT TO PRC-WS-PERCENT (PRC-IDX)
           END-IF.
       L3-PRICE-EXPIRE.
           IF C-FOUND-SW = 'N'
               MOVE 'REJECTED - NO SUCH PRICE ROW' TO C-RESULT-LIT
           ELSE
               MOVE 'Y' TO C-SUPERSEDED-SW
               IF PRC-WS-EFF-DATE (PRC-IDX)
                       NOT > C-RUN-DATE-CCYYMMDD
                   PERFORM L3-PRICE-SUPERSEDED
               END-IF
               IF C-SUPERSEDED-SW = 'N'
                   MOVE 'REJECTED - ROW IS IN EFFECT' TO C-RESULT-LIT
               ELSE
                   PERFORM L3-PRICE-BEFORE
                   SET C-SHIFT-IDX TO PRC-IDX
                   PERFORM L3-PRICE-SHIFT
                       UNTIL C-SHIFT-IDX NOT < PRC-TABLE-CNT
                   SUBTRACT 1 FROM PRC-TABLE-CNT
                   MOVE '(EXPIRED)' TO C-AFTER-TEXT
                   MOVE 'Y' TO C-PRICE-CHANGED-SW
                   MOVE 'EXPIRED' TO C-RESULT-LIT
               END-IF
           END-IF.
       L3-PRICE-SHIFT.
           MOVE PRC-ENTRY (C-SHIFT-IDX + 1) TO PRC-ENTRY (C-SHIFT-IDX).
           ADD 1 TO C-SHIFT-IDX.
      *****************************************************************
      *    A ROW IN EFFECT IS SUPERSEDED WHEN ANOTHER ROW FOR THE SAME
      *    TYPE/KEY IS DATED AFTER IT AND ON OR BEFORE TODAY.
      *****************************************************************
       L3-PRICE-SUPERSEDED.
           MOVE 'N' TO C-SUPERSEDED-SW.
           SET PRC-IDX2 TO 1.
           PERFORM L3-PRICE-SUPER-SEARCH
               UNTIL PRC-IDX2 > PRC-TABLE-CNT
                   OR C-SUPERSEDED-SW = 'Y'.
       L3-PRICE-SUPER-SEARCH.
           IF PRC-WS-TYPE (PRC-IDX2) = PRC-WS-TYPE (PRC-IDX)
                   AND PRC-WS-KEY (PRC-IDX2) = PRC-WS-KEY (PRC-IDX)
                   AND PRC-WS-EFF-DATE (PRC-IDX2) >
                       PRC-WS-EFF-DATE (PRC-IDX)
                   AND PRC-WS-EFF-DATE (PRC-IDX2) NOT >
                       C-RUN-DATE-CCYYMMDD
               MOVE 'Y' TO C-SUPERSEDED-SW
           ELSE
               SET PRC-IDX2 UP BY 1
           END-IF.
       L3-PRICE-BEFORE.
           MOVE PRC-ENTRY (PRC-IDX) TO PRICE-IMAGE.
           MOVE PRICE-IMAGE TO C-BEFORE-IMAGE.
           PERFORM L3-FORMAT-PRICE.
           MOVE C-IMAGE-TEXT TO C-BEFORE-TEXT.
       L3-PRICE-AFTER.
           MOVE PRC-ENTRY (PRC-IDX) TO PRICE-IMAGE.
           MOVE PRICE-IMAGE TO C-AFTER-IMAGE.
           PERFORM L3-FORMAT-PRICE.
           MOVE C-IMAGE-TEXT TO C-AFTER-TEXT.
       L3-FORMAT-PRICE.
           MOVE PIM-EFF-DATE TO PFM-EFF-DATE.
           MOVE PIM-TYPE     TO PFM-TYPE.
           MOVE PIM-KEY      TO PFM-KEY.
           MOVE PIM-LIT      TO PFM-LIT.
           MOVE PIM-AMOUNT   TO PFM-AMOUNT.
           MOVE PIM-PERCENT  TO PFM-PERCENT.
           MOVE PRICE-FMT    TO C-IMAGE-TEXT.
       L3-PRICE-LOOKUP.
           MOVE 'N' TO C-FOUND-SW.
           SET PRC-IDX TO 1.
           PERFORM L3-PRICE-SEARCH
               UNTIL PRC-IDX > PRC-TABLE-CNT
                   OR C-FOUND-SW = 'Y'.
       L3-PRICE-SEARCH.
           IF TBX-PRICE-EFF-DATE = PRC-WS-EFF-DATE (PRC-IDX)
                   AND TBX-PRICE-TYPE = PRC-WS-TYPE (PRC-IDX)
                   AND TBX-PRICE-KEY = PRC-WS-KEY (PRC-IDX)
               MOVE 'Y' TO C-FOUND-SW
           ELSE
               SET PRC-IDX UP BY 1
           END-IF.
      *****************************************************************
      *    SALESPERSON MASTER - ONE ROW PER SALESPERSON ID.  AN
      *    EXPIRED SALESPERSON DROPS OFF THE MASTER, AND CBLRA04
      *    THEN LISTS ANY DEAL UNDER THAT ID AS NOT ON THE MASTER -
      *    EXPIRE ONLY AFTER THE LAST COMMISSION RUN THEY ARE OWED.
      *****************************************************************
       L3-SLS-TRANS.
           MOVE TBX-SLS-ID TO C-KEY-TEXT.
           PERFORM L3-SLS-LOOKUP.
           EVALUATE TBX-ACTION
               WHEN 'A'
                   PERFORM L3-SLS-ADD
               WHEN 'C'
                   PERFORM L3-SLS-CHANGE
               WHEN 'E'
                   PERFORM L3-SLS-EXPIRE
               WHEN OTHER
                   MOVE 'REJECTED - INVALID ACTION CODE'
                       TO C-RESULT-LIT
           END-EVALUATE.
       L3-SLS-EDIT.
           IF TBX-SLS-ID = SPACES
               MOVE 'REJECTED - SALESPERSON ID REQ.' TO C-RESULT-LIT
           ELSE
               IF TBX-SLS-NAME = SPACES
                   MOVE 'REJECTED - NAME REQUIRED' TO C-RESULT-LIT
               ELSE
                   IF TBX-SLS-COMM-RATE NOT NUMERIC
                       MOVE 'REJECTED - RATE NOT NUMERIC'
                           TO C-RESULT-LIT
                   ELSE
                       IF TBX-SLS-COMM-RATE > C-MAX-COMM-RATE
                           MOVE 'REJECTED - COMMISSION OVER .100'
                               TO C-RESULT-LIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       L3-SLS-ADD.
           IF C-FOUND-SW = 'Y'
               MOVE 'REJECTED - DUPLICATE ID' TO C-RESULT-LIT
           ELSE
               PERFORM L3-SLS-EDIT
               IF C-RESULT-LIT = SPACES
                   IF SLS-TABLE-CNT NOT < 200
                       MOVE 'REJECTED - TABLE FULL' TO C-RESULT-LIT
                   ELSE
                       COMPUTE SLS-TABLE-CNT = SLS-TABLE-CNT + 1
                       SET SLS-IDX TO SLS-TABLE-CNT
                       MOVE TBX-SLS-ID   TO SLS-WS-ID (SLS-IDX)
                       MOVE TBX-SLS-NAME TO SLS-WS-NAME (SLS-IDX)
                       MOVE TBX-SLS-COMM-RATE
                           TO SLS-WS-COMM-RATE (SLS-IDX)
                       PERFORM L3-SLS-AFTER
                       MOVE 'Y' TO C-SLS-CHANGED-SW
                       MOVE 'ADDED' TO C-RESULT-LIT
                   END-IF
               END-IF
           END-IF.
       L3-SLS-CHANGE.
           IF C-FOUND-SW = 'N'
               MOVE 'REJECTED - ID NOT ON FILE' TO C-RESULT-LIT
           ELSE
               PERFORM L3-SLS-EDIT
               IF C-RESULT-LIT = SPACES
                   PERFORM L3-SLS-BEFORE
                   MOVE TBX-SLS-NAME TO SLS-WS-NAME (SLS-IDX)
                   MOVE TBX-SLS-COMM-RATE
                       TO SLS-WS-COMM-RATE (SLS-IDX)
                   PERFORM L3-SLS-AFTER
                   MOVE 'Y' TO C-SLS-CHANGED-SW
                   MOVE 'CHANGED' TO C-RESULT-LIT
               END-IF
           END-IF.
       L3-SLS-EXPIRE.
           IF C-FOUND-SW = 'N'
               MOVE 'REJECTED - ID NOT ON FILE' TO C-RESULT-LIT
           ELSE
               PERFORM L3-SLS-BEFORE
               SET C-SHIFT-IDX TO SLS-IDX
               PERFORM L3-SLS-SHIFT
                   UNTIL C-SHIFT-IDX NOT < SLS-TABLE-CNT
               SUBTRACT 1 FROM SLS-TABLE-CNT
               MOVE '(EXPIRED)' TO C-AFTER-TEXT
               MOVE 'Y' TO C-SLS-CHANGED-SW
               MOVE 'EXPIRED' TO C-RESULT-LIT
           END-IF.
       L3-SLS-SHIFT.
           MOVE SLS-ENTRY (C-SHIFT-IDX + 1) TO SLS-ENTRY (C-SHIFT-IDX).
           ADD 1 TO C-SHIFT-IDX.
       L3-SLS-BEFORE.
           MOVE SLS-ENTRY (SLS-IDX) TO SLS-IMAGE.
           MOVE SLS-IMAGE TO C-BEFORE-IMAGE.
           PERFORM L3-FORMAT-SLS.
           MOVE C-IMAGE-TEXT TO C-BEFORE-TEXT.
       L3-SLS-AFTER.
           MOVE SLS-ENTRY (SLS-IDX) TO SLS-IMAGE.
           MOVE SLS-IMAGE TO C-AFTER-IMAGE.
           PERFORM L3-FORMAT-SLS.
           MOVE C-IMAGE-TEXT TO C-AFTER-TEXT.
       L3-FORMAT-SLS.
           MOVE SIM-ID        TO SFM-ID.
           MOVE SIM-NAME      TO SFM-NAME.
           MOVE SIM-COMM-RATE TO SFM-COMM-RATE.
           MOVE SLS-FMT       TO C-IMAGE-TEXT.
       L3-SLS-LOOKUP.
           MOVE 'N' TO C-FOUND-SW.
           SET SLS-IDX TO 1.
           PERFORM L3-SLS-SEARCH
               UNTIL SLS-IDX > SLS-TABLE-CNT
                   OR C-FOUND-SW = 'Y'.
       L3-SLS-SEARCH.
           IF TBX-SLS-ID = SLS-WS-ID (SLS-IDX)
               MOVE 'Y' TO C-FOUND-SW
           ELSE
               SET SLS-IDX UP BY 1
           END-IF.
       L3-WRITE-AUDIT.
           MOVE C-RUN-DATE-CCYYMMDD TO TAU-RUN-DATE.
           MOVE CURRENT-TIME (1:6)  TO TAU-RUN-TIME.
           MOVE TBX-USER-ID         TO TAU-USER-ID.
           MOVE TBX-TABLE           TO TAU-TABLE.
           MOVE TBX-ACTION          TO TAU-ACTION.
           MOVE C-BEFORE-IMAGE      TO TAU-BEFORE.
           MOVE C-AFTER-IMAGE       TO TAU-AFTER.
           WRITE TAU-REC.
       L3-PRINT-LOG-LINE.
           EVALUATE TBX-TABLE
               WHEN 'T'
                   MOVE 'TAX RATE'    TO O-TABLE-LIT
               WHEN 'P'
                   MOVE 'PRICE'       TO O-TABLE-LIT
               WHEN 'S'
                   MOVE 'SALESPERSON' TO O-TABLE-LIT
               WHEN OTHER
                   MOVE TBX-TABLE     TO O-TABLE-LIT
           END-EVALUATE.
           MOVE TBX-ACTION   TO O-ACTION.
           MOVE TBX-USER-ID  TO O-USER-ID.
           MOVE C-KEY-TEXT   TO O-KEY-TEXT.
           MOVE C-RESULT-LIT TO O-RESULT-LIT.
           WRITE PRTLINE FROM DETAIL-LINE.
       L4-HEADINGS.
           COMPUTE H1-PAGE = H1-PAGE + 1.
           WRITE PRTLINE FROM HEADING1.
           WRITE PRTLINE FROM COL-HEADING1.
       L3-CLOSING.
           MOVE C-APPLIED-CNT  TO O-SUM-APPLIED.
           MOVE C-REJECTED-CNT TO O-SUM-REJECTED.
           WRITE PRTLINE FROM SUMMARY-LINE.
           PERFORM L3-PRINT-PENDING.
           IF C-TAX-FULL-SW = 'Y'
               MOVE 'CBLTAXRT.DAT' TO O-FULL-FILE
               PERFORM L3-PRINT-TABLE-FULL
           ELSE
               IF C-TAX-CHANGED-SW = 'Y'
                   PERFORM L3-REWRITE-TAX-TABLE
               END-IF
           END-IF.
           IF C-PRICE-FULL-SW = 'Y'
               MOVE 'CBLPRICE.DAT' TO O-FULL-FILE
               PERFORM L3-PRINT-TABLE-FULL
           ELSE
               IF C-PRICE-CHANGED-SW = 'Y'
                   PERFORM L3-REWRITE-PRICE-TABLE
               END-IF
           END-IF.
           IF C-SLS-FULL-SW = 'Y'
               MOVE 'CBLSLSMS.DAT' TO O-FULL-FILE
               PERFORM L3-PRINT-TABLE-FULL
           ELSE
               IF C-SLS-CHANGED-SW = 'Y'
                   PERFORM L3-REWRITE-SLS-TABLE
               END-IF
           END-IF.
           CLOSE TBL-TRANS.
           CLOSE AUDIT-FILE.
           CLOSE PRTOUT.
      *****************************************************************
      *    EVERY PRICE ROW DATED AFTER TODAY, BESIDE THE ROW NOW IN
      *    EFFECT FOR THE SAME TYPE/KEY THAT IT WILL REPLACE.
      *****************************************************************
       L3-PRINT-PENDING.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM PENDING-HEADING.
           MOVE 0 TO C-PENDING-CNT.
           SET PRC-IDX TO 1.
           PERFORM L3-CHECK-PENDING
               UNTIL PRC-IDX > PRC-TABLE-CNT.
           IF C-PENDING-CNT = 0
               WRITE PRTLINE FROM PENDING-NONE-LINE
           END-IF.
       L3-CHECK-PENDING.
           IF PRC-WS-EFF-DATE (PRC-IDX) > C-RUN-DATE-CCYYMMDD
               IF C-PENDING-CNT = 0
                   WRITE PRTLINE FROM PENDING-COL-HEADING
               END-IF
               COMPUTE C-PENDING-CNT = C-PENDING-CNT + 1
               PERFORM L3-CURRENT-PRICE
               MOVE PRC-WS-EFF-DATE (PRC-IDX) TO O-PND-EFF-DATE
               MOVE PRC-WS-TYPE (PRC-IDX)     TO O-PND-TYPE
               MOVE PRC-WS-KEY (PRC-IDX)      TO O-PND-KEY
               MOVE PRC-WS-LIT (PRC-IDX)      TO O-PND-LIT
               MOVE PRC-WS-AMOUNT (PRC-IDX)   TO O-PND-NEW-AMT
               MOVE PRC-WS-PERCENT (PRC-IDX)  TO O-PND-NEW-PCT
               MOVE C-CUR-AMOUNT              TO O-PND-CUR-AMT
               MOVE C-CUR-PERCENT             TO O-PND-CUR-PCT
               IF C-CUR-FOUND-SW = 'Y'
                   MOVE C-CUR-EFF-DATE TO O-PND-CUR-EFF
                   MOVE SPACES         TO O-PND-NOTE
               ELSE
                   MOVE SPACES         TO O-PND-CUR-EFF
                   MOVE 'NEW - NONE IN EFFECT' TO O-PND-NOTE
               END-IF
               WRITE PRTLINE FROM PENDING-LINE
           END-IF.
           SET PRC-IDX UP BY 1.
       L3-CURRENT-PRICE.
           MOVE 'N' TO C-CUR-FOUND-SW.
           MOVE LOW-VALUES TO C-CUR-EFF-DATE.
           MOVE 0 TO C-CUR-AMOUNT.
           MOVE 0 TO C-CUR-PERCENT.
           SET PRC-IDX2 TO 1.
           PERFORM L3-CURRENT-SEARCH
               UNTIL PRC-IDX2 > PRC-TABLE-CNT.
       L3-CURRENT-SEARCH.
           IF PRC-WS-TYPE (PRC-IDX2) = PRC-WS-TYPE (PRC-IDX)
                   AND PRC-WS-KEY (PRC-IDX2) = PRC-WS-KEY (PRC-IDX)
                   AND PRC-WS-EFF-DATE (PRC-IDX2) NOT >
                       C-RUN-DATE-CCYYMMDD
                   AND PRC-WS-EFF-DATE (PRC-IDX2) > C-CUR-EFF-DATE
               MOVE 'Y' TO C-CUR-FOUND-SW
               MOVE PRC-WS-EFF-DATE (PRC-IDX2) TO C-CUR-EFF-DATE
               MOVE PRC-WS-AMOUNT (PRC-IDX2)   TO C-CUR-AMOUNT
               MOVE PRC-WS-PERCENT (PRC-IDX2)  TO C-CUR-PERCENT
           END-IF.
           SET PRC-IDX2 UP BY 1.
       L3-PRINT-TABLE-FULL.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM TABLE-FULL-LINE.
           MOVE 16 TO RETURN-CODE.
       L3-REWRITE-TAX-TABLE.
           OPEN OUTPUT TAX-TABLE.
           SET TAX-IDX TO 1.
           PERFORM L3-REWRITE-TAX-REC
               UNTIL TAX-IDX > TAX-TABLE-CNT.
           CLOSE TAX-TABLE.
       L3-REWRITE-TAX-REC.
           MOVE TAX-WS-STATE (TAX-IDX) TO TAX-STATE.
           MOVE TAX-WS-RATE (TAX-IDX)  TO TAX-RATE.
           WRITE TAX-REC.
           SET TAX-IDX UP BY 1.
       L3-REWRITE-PRICE-TABLE.
           OPEN OUTPUT PRICE-TABLE.
           SET PRC-IDX TO 1.
           PERFORM L3-REWRITE-PRICE-REC
               UNTIL PRC-IDX > PRC-TABLE-CNT.
           CLOSE PRICE-TABLE.
       L3-REWRITE-PRICE-REC.
           MOVE PRC-WS-EFF-DATE (PRC-IDX) TO PRICE-EFF-DATE.
           MOVE PRC-WS-TYPE (PRC-IDX)     TO PRICE-TYPE.
           MOVE PRC-WS-KEY (PRC-IDX)      TO PRICE-KEY.
           MOVE PRC-WS-LIT (PRC-IDX)      TO PRICE-LIT.
           MOVE PRC-WS-AMOUNT (PRC-IDX)   TO PRICE-AMOUNT.
           MOVE PRC-WS-PERCENT (PRC-IDX)  TO PRICE-PERCENT.
           WRITE PRICE-REC.
           SET PRC-IDX UP BY 1.
       L3-REWRITE-SLS-TABLE.
           OPEN OUTPUT SALESPERSON-MASTER.
           SET SLS-IDX TO 1.
           PERFORM L3-REWRITE-SLS-REC
               UNTIL SLS-IDX > SLS-TABLE-CNT.
           CLOSE SALESPERSON-MASTER.
       L3-REWRITE-SLS-REC.
           MOVE SLS-WS-ID (SLS-IDX)        TO SLS-ID.
           MOVE SLS-WS-NAME (SLS-IDX)      TO SLS-NAME.
           MOVE SLS-WS-COMM-RATE (SLS-IDX) TO SLS-COMM-RATE.
           WRITE SLS-REC.
           SET SLS-IDX UP BY 1.
