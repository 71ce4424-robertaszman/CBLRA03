       identification division.
       program-id.     CBLRA26.
       AUTHOR.         Robert Aszman.
       DATE-WRITTEN.   10/15/2026.
      *****************************************************************
      *    NIGHTLY GENERAL LEDGER POSTING AND SUBLEDGER
      *    RECONCILIATION.  RUNS AFTER THE JOURNAL EXTRACT (CBLRA15)
      *    AND POSTS THE NIGHT'S JOURNAL (CBLGLJRN.DAT) INTO THE GL
      *    BALANCE MASTER (CBLGLBAL.DAT, CBLGLB01): MONTH AND YEAR
      *    DEBIT/CREDIT BUCKETS AND A RUNNING BALANCE BY ACCOUNT, BY
      *    STATE FOR SALES TAX PAYABLE.  THE BUCKETS ROLL THE SAME
      *    WAY YTD-MASTER DOES - A POSTING IN A NEW MONTH OR YEAR
      *    ZEROES THE STALE BUCKET FIRST, AND A ROLL PAST A PERIOD
      *    THE MONTH-END CLOSE (CBLRA14) NEVER CLOSED IS FLAGGED ON
      *    THE CONSOLE.  THE POSTING PERIOD IS THE JOURNAL'S RUN
      *    DATE, NOT THE CLOCK, SO A STREAM RUN PAST MIDNIGHT STILL
      *    POSTS TO THE NIGHT IT BELONGS TO.
      *    THE JOURNAL IS CHECKED BEFORE ANYTHING POSTS: ONE RUN DATE,
      *    VALID LINES, DEBITS EQUAL TO CREDITS - OR THE RUN REFUSES
      *    WITH A BAD RETURN CODE.  THE LAST JOURNAL DATE POSTED IS
      *    KEPT ON THE POSTING STATUS RECORD (CBLGLPST.DAT, CBLGLS01)
      *    AND A JOURNAL NOT NEWER THAN IT IS NOT POSTED AGAIN, SO A
      *    RERUN ONLY REPEATS THE RECONCILIATION.
      *    OPENING BALANCES AND THE BOOKKEEPER'S CORRECTING ENTRIES
      *    ARE KEYED TO THE ADJUSTMENTS FILE (CBLGLADJ.DAT) IN THE
      *    JOURNAL LAYOUT, OFFSET TO OPENING BALANCE EQUITY (3010).
      *    THE BATCH POSTS ONLY WHEN EVERY LINE IS VALID AND IT
      *    BALANCES, AND IS THEN CLEARED; OTHERWISE NOTHING IN IT
      *    POSTS AND THE RUN ENDS WITH A BAD RETURN CODE.
      *    SALES TAX PAYABLE (2410) TAKES NO OPENING BALANCE: EACH
      *    STATE STARTS AT ZERO ON THE DAY THE TAX MASTER IS
      *    REFORMATTED (CBLRA30), WHICH STARTS ITS LIFE-TO-DATE TAX
      *    AND REMITTED AT ZERO, SO THE LEDGER AND THE TAX MASTER
      *    COUNT THE SAME TAX FROM THE SAME DAY.  TAX OWED FROM
      *    BEFORE THEN IS STILL REMITTED THROUGH CBLRA08 AND REDUCES
      *    BOTH SIDES ALIKE, SO A STATE MAY SHOW A DEBIT BALANCE
      *    UNTIL THAT OLDER TAX HAS BEEN PAID.  AN ADJUSTMENT TO
      *    2410 MOVES THE LEDGER BUT NOT THE TAX MASTER AND SHOWS
      *    AS A RECONCILIATION DIFFERENCE.
      *    GLRPT26.PRT PRINTS THE POSTING, THE ADJUSTMENTS, A TRIAL
      *    BALANCE, AND THE RECONCILIATION, WHICH PROVES:
      *      1210 ACCOUNTS RECEIVABLE   = SUM OF ARM-BALANCE ON THE
      *                                   RECEIVABLES MASTER,
      *      1310 TRADE-IN INVENTORY    = COST BASIS OF THE USED
      *                                   UNITS ON HAND (CBLUNITS),
      *      1320 REPOSSESSED INVENTORY = COST BASIS OF THE
      *                                   REPOSSESSED UNITS ON HAND,
      *      2410 SALES TAX PAYABLE     = TAX COLLECTED LESS TAX
      *           (EACH STATE)            REMITTED ON CBLTAXAC.
      *    ANY DIFFERENCE, OR A TRIAL BALANCE THAT DOES NOT NET TO
      *    ZERO, FLAGS THE LEDGER OUT OF BALANCE AND SETS A BAD
      *    RETURN CODE.
       environment division.
       configuration section.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO 'C:\COBOL\CBLGLJRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-ADJUSTMENTS
               ASSIGN TO 'C:\COBOL\CBLGLADJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-BALANCE-MASTER
               ASSIGN TO 'C:\COBOL\CBLGLBAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY.
           SELECT OPTIONAL GL-POST-STATUS
               ASSIGN TO 'C:\COBOL\CBLGLPST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLOSE-STATUS-FILE
               ASSIGN TO 'C:\COBOL\CBLCLSST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIVABLES-MASTER
               ASSIGN TO 'C:\COBOL\CBLARMAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARM-KEY.
           SELECT OPTIONAL BOAT-UNITS
               ASSIGN TO 'C:\COBOL\CBLUNITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNT-KEY.
           SELECT OPTIONAL TAX-REMIT-MASTER
               ASSIGN TO 'C:\COBOL\CBLTAXAC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXM-KEY.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\GLRPT26.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       data division.
       FILE SECTION.
       FD  JOURNAL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GLJ-REC.
           COPY CBLGLJ01.
       FD  GL-ADJUSTMENTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ADJ-REC
           RECORD CONTAINS 53 CHARACTERS.
           01  ADJ-REC.
               05  ADJ-ENTRY-DATE          PIC X(8).
               05  ADJ-ACCOUNT             PIC X(4).
               05  ADJ-ACCOUNT-LIT         PIC X(24).
               05  ADJ-STATE               PIC X(2).
               05  ADJ-DR-CR               PIC X.
               05  ADJ-AMOUNT              PIC 9(12)V99.
       FD  GL-BALANCE-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLGLB01.
       FD  GL-POST-STATUS
           LABEL RECORD IS STANDARD
           DATA RECORD IS GLS-REC.
           COPY CBLGLS01.
       FD  CLOSE-STATUS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CLS-REC.
           COPY CBLCLS01.
       FD  RECEIVABLES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLARM01.
       FD  BOAT-UNITS
           LABEL RECORD IS STANDARD.
           COPY CBLUNT01.
       FD  TAX-REMIT-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLTXM01.
       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01  PRTLINE                     PIC X(132).
       working-storage section.
       01  MISC.
           05  JRN-EOF                     PIC X       VALUE 'F'.
           05  ADJ-EOF                     PIC X       VALUE 'F'.
           05  GLB-EOF                     PIC X       VALUE 'F'.
           05  ARM-EOF                     PIC X       VALUE 'F'.
           05  UNT-EOF                     PIC X       VALUE 'F'.
           05  TXM-EOF                     PIC X       VALUE 'F'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR            PIC X(4).
               10  CURRENT-MONTH           PIC XX.
               10  CURRENT-DAY             PIC XX.
               10  CURRENT-TIME            PIC X(11).
           05  C-RUN-DATE-CCYYMMDD         PIC X(8).
           05  C-POST-PERIOD               PIC X(6).
           05  C-POST-YEAR                 PIC X(4).
           05  C-CLOSED-PERIOD             PIC X(6)    VALUE SPACES.
           05  C-CLOSED-YEAR               PIC X(4)    VALUE SPACES.
           05  C-LAST-JRN-DATE             PIC X(8)    VALUE SPACES.
           05  C-RUN-OK-SW                 PIC X       VALUE 'N'.
           05  C-OUT-OF-BAL-SW             PIC X       VALUE 'N'.
           05  C-JRN-DATE                  PIC X(8)    VALUE SPACES.
           05  C-JRN-LINES                 PIC 9(7)    VALUE 0.
           05  C-JRN-DEBITS                PIC 9(12)V99 VALUE 0.
           05  C-JRN-CREDITS               PIC 9(12)V99 VALUE 0.
           05  C-JRN-MIXED-SW              PIC X       VALUE 'N'.
           05  C-JRN-BAD-SW                PIC X       VALUE 'N'.
           05  C-JRN-POST-SW               PIC X       VALUE 'N'.
           05  C-POST-ACCOUNT              PIC X(4).
           05  C-POST-LIT                  PIC X(24).
           05  C-POST-STATE                PIC X(2).
           05  C-POST-DR-CR                PIC X.
           05  C-POST-AMOUNT               PIC 9(12)V99 VALUE 0.
           05  C-GLB-NEW-SW                PIC X       VALUE 'N'.
           05  C-ACT-FOUND-SW              PIC X       VALUE 'N'.
           05  C-ADJ-OVER-SW               PIC X       VALUE 'N'.
           05  C-ADJ-REJ-CNT               PIC 9(4)    VALUE 0.
           05  C-ADJ-DEBITS                PIC 9(12)V99 VALUE 0.
           05  C-ADJ-CREDITS               PIC 9(12)V99 VALUE 0.
           05  C-ADJ-POST-SW               PIC X       VALUE 'N'.
           05  C-ADJ-HELD-SW               PIC X       VALUE 'N'.
           05  C-RESULT-LIT                PIC X(30).
           05  C-TB-MTD-DEBITS             PIC S9(12)V99.
           05  C-TB-MTD-CREDITS            PIC S9(12)V99.
           05  C-TB-YTD-DEBITS             PIC S9(12)V99.
           05  C-TB-YTD-CREDITS            PIC S9(12)V99.
           05  C-GT-MTD-DEBITS             PIC S9(12)V99 VALUE 0.
           05  C-GT-MTD-CREDITS            PIC S9(12)V99 VALUE 0.
           05  C-GT-YTD-DEBITS             PIC S9(12)V99 VALUE 0.
           05  C-GT-YTD-CREDITS            PIC S9(12)V99 VALUE 0.
           05  C-GT-BALANCE                PIC S9(12)V99 VALUE 0.
           05  C-GL-1210                   PIC S9(12)V99 VALUE 0.
           05  C-GL-1310                   PIC S9(12)V99 VALUE 0.
           05  C-GL-1320                   PIC S9(12)V99 VALUE 0.
           05  C-SUB-1210                  PIC S9(12)V99 VALUE 0.
           05  C-SUB-1310                  PIC S9(12)V99 VALUE 0.
           05  C-SUB-1320                  PIC S9(12)V99 VALUE 0.
           05  C-REC-GL                    PIC S9(12)V99 VALUE 0.
           05  C-REC-SUB                   PIC S9(12)V99 VALUE 0.
           05  C-REC-DIFF                  PIC S9(12)V99 VALUE 0.
           05  C-RCS-FOUND-SW              PIC X       VALUE 'N'.
           05  C-FIND-STATE                PIC X(2).
      *****************************************************************
      *    THE CHART OF ACCOUNTS.  AN ADJUSTING ENTRY MAY ONLY NAME
      *    AN ACCOUNT ON THIS LIST, AND POSTS UNDER THIS DESCRIPTION.
      *****************************************************************
       01  ACCOUNT-TABLE-VALUES.
           05  FILLER                      PIC X(28)
                       VALUE '1010CASH'.
           05  FILLER                      PIC X(28)
                       VALUE '1210ACCOUNTS RECEIVABLE'.
           05  FILLER                      PIC X(28)
                       VALUE '1310TRADE-IN INVENTORY'.
           05  FILLER                      PIC X(28)
                       VALUE '1320REPOSSESSED INVENTORY'.
           05  FILLER                      PIC X(28)
                       VALUE '2410SALES TAX PAYABLE'.
           05  FILLER                      PIC X(28)
                       VALUE '3010OPENING BALANCE EQUITY'.
           05  FILLER                      PIC X(28)
                       VALUE '4010BOAT SALES REVENUE'.
           05  FILLER                      PIC X(28)
                       VALUE '5010COST OF USED BOATS SOLD'.
           05  FILLER                      PIC X(28)
                       VALUE '6010BAD DEBT EXPENSE'.
       01  ACCOUNT-TABLE REDEFINES ACCOUNT-TABLE-VALUES.
           05  ACT-ENTRY OCCURS 9 TIMES INDEXED BY ACT-IDX.
               10  ACT-ACCOUNT             PIC X(4).
               10  ACT-LIT                 PIC X(24).
       01  ACCOUNT-TABLE-CNT               PIC 9(4)    VALUE 9.
       01  ADJUSTMENT-TABLE-WS.
           05  ADE-ENTRY OCCURS 100 TIMES INDEXED BY ADE-IDX.
               10  ADE-ACCOUNT             PIC X(4).
               10  ADE-LIT                 PIC X(24).
               10  ADE-STATE               PIC X(2).
               10  ADE-DR-CR               PIC X.
               10  ADE-AMOUNT              PIC 9(12)V99.
               10  ADE-RESULT              PIC X(30).
           05  ADE-TABLE-CNT               PIC 9(4)    VALUE 0.
       01  RECON-STATE-TABLE-WS.
           05  RCS-ENTRY OCCURS 60 TIMES INDEXED BY RCS-IDX.
               10  RCS-STATE               PIC X(2).
               10  RCS-GL                  PIC S9(12)V99.
               10  RCS-SUB                 PIC S9(12)V99.
           05  RCS-TABLE-CNT               PIC 9(4)    VALUE 0.
       01  HEADING1.
           05  H1-DATE.
               10  H1-MONTH                PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-DAY                  PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-YEAR                 PIC 9999.
           05  FILLER                      PIC X(40)   VALUE SPACES.
           05  FILLER                      PIC X(19)
                                           VALUE 'WILSON S BOATS INC.'.
           05  FILLER                      PIC X(49)   VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'PAGE: '.
           05  H1-PAGE                     PIC 99      VALUE 0.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       01  COL-HEADING1.
           05  FILLER                      PIC X(41)
                   VALUE 'GENERAL LEDGER POSTING AND RECONCILIATION'.
           05  FILLER                      PIC X(91)   VALUE SPACES.
       01  POST-LINE.
           05  FILLER                      PIC X(8)    VALUE 'JOURNAL '.
           05  O-PS-JRN-DATE               PIC X(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE 'LINES: '.
           05  O-PS-LINES                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(8)    VALUE 'DEBITS: '.
           05  O-PS-DEBITS                 PIC $,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(9)
                                           VALUE 'CREDITS: '.
           05  O-PS-CREDITS                PIC $,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(8)    VALUE 'PERIOD: '.
           05  O-PS-PERIOD                 PIC X(6).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-PS-RESULT                 PIC X(24).
       01  ADJ-SEC-HEADING.
           05  FILLER                      PIC X(18)
                       VALUE 'ADJUSTING ENTRIES'.
           05  FILLER                      PIC X(114)  VALUE SPACES.
       01  ADJ-COL-HEADING.
           05  FILLER                      PIC X(4)    VALUE 'ACCT'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(2)    VALUE 'ST'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE 'ACCOUNT'.
           05  FILLER                      PIC X(19)   VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE 'SIDE'.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'AMOUNT'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'RESULT'.
           05  FILLER                      PIC X(67)   VALUE SPACES.
       01  ADJ-DETAIL-LINE.
           05  O-ADJ-ACCOUNT               PIC X(4).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-ADJ-STATE                 PIC X(2).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-ADJ-LIT                   PIC X(24).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-ADJ-DR-CR                 PIC X.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-ADJ-AMOUNT                PIC $,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-ADJ-RESULT                PIC X(30).
           05  FILLER                      PIC X(43)   VALUE SPACES.
       01  ADJ-BATCH-LINE.
           05  O-ADJ-BATCH-MSG             PIC X(60).
           05  FILLER                      PIC X(72)   VALUE SPACES.
       01  TB-SEC-HEADING.
           05  FILLER                      PIC X(13)
                       VALUE 'TRIAL BALANCE'.
           05  FILLER                      PIC X(119)  VALUE SPACES.
       01  TB-COL-HEADING.
           05  FILLER                      PIC X(4)    VALUE 'ACCT'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(2)    VALUE 'ST'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE 'ACCOUNT'.
           05  FILLER                      PIC X(25)   VALUE SPACES.
           05  FILLER                      PIC X(10)
                                           VALUE 'MTD DEBITS'.
           05  FILLER                      PIC X(7)    VALUE SPACES.
           05  FILLER                      PIC X(11)
                                           VALUE 'MTD CREDITS'.
           05  FILLER                      PIC X(8)    VALUE SPACES.
           05  FILLER                      PIC X(10)
                                           VALUE 'YTD DEBITS'.
           05  FILLER                      PIC X(7)    VALUE SPACES.
           05  FILLER                      PIC X(11)
                                           VALUE 'YTD CREDITS'.
           05  FILLER                      PIC X(12)   VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE 'BALANCE'.
           05  FILLER                      PIC X(7)    VALUE SPACES.
       01  TB-DETAIL-LINE.
           05  O-TB-ACCOUNT                PIC X(4).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-TB-STATE                  PIC X(2).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-TB-ACCOUNT-LIT            PIC X(24).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-TB-MTD-DEBITS             PIC $,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-TB-MTD-CREDITS            PIC $,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-TB-YTD-DEBITS             PIC $,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-TB-YTD-CREDITS            PIC $,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-TB-BALANCE                PIC $$,$$$,$$$,$$9.99CR.
           05  FILLER                      PIC X(5)    VALUE SPACES.
       01  TB-GT-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'TOTALS'.
           05  FILLER                      PIC X(20)   VALUE SPACES.
           05  O-GT-MTD-DEBITS             PIC $,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GT-MTD-CREDITS            PIC $,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GT-YTD-DEBITS             PIC $,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GT-YTD-CREDITS            PIC $,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GT-BALANCE                PIC $$,$$$,$$$,$$9.99CR.
           05  FILLER                      PIC X(5)    VALUE SPACES.
       01  TB-NONE-LINE.
           05  FILLER                      PIC X(34)
                       VALUE 'NO GENERAL LEDGER BALANCES ON FILE'.
           05  FILLER                      PIC X(98)   VALUE SPACES.
       01  TB-NOT-ZERO-LINE.
           05  FILLER                      PIC X(44)
               VALUE '** TRIAL BALANCE DOES NOT NET TO ZERO **'.
           05  FILLER                      PIC X(88)   VALUE SPACES.
       01  REC-SEC-HEADING.
           05  FILLER                      PIC X(28)
                       VALUE 'SUBLEDGER RECONCILIATION'.
           05  FILLER                      PIC X(104)  VALUE SPACES.
       01  REC-COL-HEADING.
           05  FILLER                      PIC X(4)    VALUE 'ACCT'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(2)    VALUE 'ST'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(15)
                                           VALUE 'SUBLEDGER PROOF'.
           05  FILLER                      PIC X(9)    VALUE SPACES.
           05  FILLER                      PIC X(9)    VALUE SPACES.
           05  FILLER                      PIC X(10)
                                           VALUE 'GL BALANCE'.
           05  FILLER                      PIC X(12)   VALUE SPACES.
           05  FILLER                      PIC X(9)
                                           VALUE 'SUBLEDGER'.
           05  FILLER                      PIC X(11)   VALUE SPACES.
           05  FILLER                      PIC X(10)
                                           VALUE 'DIFFERENCE'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'STATUS'.
           05  FILLER                      PIC X(27)   VALUE SPACES.
       01  REC-DETAIL-LINE.
           05  O-REC-ACCOUNT               PIC X(4).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-REC-STATE                 PIC X(2).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-REC-DESC                  PIC X(24).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-REC-GL                    PIC $$,$$$,$$$,$$9.99CR.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-REC-SUB                   PIC $$,$$$,$$$,$$9.99CR.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-REC-DIFF                  PIC $$,$$$,$$$,$$9.99CR.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-REC-STATUS                PIC X(20).
           05  FILLER                      PIC X(13)   VALUE SPACES.
       01  IN-BAL-LINE.
           05  FILLER                      PIC X(23)   VALUE SPACES.
           05  FILLER                      PIC X(40)
                       VALUE 'GENERAL LEDGER IN BALANCE'.
           05  FILLER                      PIC X(69)   VALUE SPACES.
       01  OUT-BAL-LINE.
           05  FILLER                      PIC X(23)   VALUE SPACES.
           05  FILLER                      PIC X(40)
               VALUE '** GENERAL LEDGER OUT OF BALANCE **'.
           05  FILLER                      PIC X(69)   VALUE SPACES.
       01  BLANK-LINE.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           IF C-RUN-OK-SW = 'N'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O GL-BALANCE-MASTER.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-HEADINGS.
           PERFORM L2-POST-JOURNAL.
           PERFORM L2-ADJUSTMENTS.
           PERFORM L2-TRIAL-BALANCE.
           PERFORM L2-RECONCILE.
           PERFORM L3-CLOSING.
           IF C-OUT-OF-BAL-SW = 'Y' OR C-ADJ-HELD-SW = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
       L2-INIT.
           MOVE FUNCTION current-date      TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           STRING CURRENT-YEAR CURRENT-MONTH CURRENT-DAY
               DELIMITED BY SIZE INTO C-RUN-DATE-CCYYMMDD.
           PERFORM L2-LOAD-CLOSE-STATUS.
           PERFORM L2-LOAD-POST-STATUS.
           PERFORM L2-CHECK-JOURNAL.
       L2-LOAD-CLOSE-STATUS.
           OPEN INPUT CLOSE-STATUS-FILE.
           READ CLOSE-STATUS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CLS-CLOSED-PERIOD TO C-CLOSED-PERIOD
                   MOVE CLS-CLOSED-YEAR   TO C-CLOSED-YEAR
           END-READ.
           CLOSE CLOSE-STATUS-FILE.
       L2-LOAD-POST-STATUS.
           OPEN INPUT GL-POST-STATUS.
           READ GL-POST-STATUS
               AT END
                   CONTINUE
               NOT AT END
                   MOVE GLS-LAST-JOURNAL-DATE TO C-LAST-JRN-DATE
           END-READ.
           CLOSE GL-POST-STATUS.
      *****************************************************************
      *    THE WHOLE JOURNAL IS PROVED BEFORE ANY OF IT POSTS.  AN
      *    EMPTY JOURNAL IS A QUIET NIGHT, NOT AN ERROR - THE
      *    ADJUSTMENTS AND RECONCILIATION STILL RUN, IN THE CURRENT
      *    MONTH.
      *****************************************************************
       L2-CHECK-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           READ JOURNAL-FILE
               AT END
                   MOVE 'T' TO JRN-EOF.
           PERFORM L3-CHECK-JOURNAL-LINE
               UNTIL JRN-EOF = 'T'.
           CLOSE JOURNAL-FILE.
           MOVE 'F' TO JRN-EOF.
           EVALUATE TRUE
               WHEN C-JRN-BAD-SW = 'Y'
                   DISPLAY 'CBLRA26 NOT STARTED - '
                       'JOURNAL HAS AN INVALID LINE'
               WHEN C-JRN-MIXED-SW = 'Y'
                   DISPLAY 'CBLRA26 NOT STARTED - '
                       'JOURNAL HAS MIXED RUN DATES'
               WHEN C-JRN-DEBITS NOT = C-JRN-CREDITS
                   DISPLAY 'CBLRA26 NOT STARTED - '
                       'JOURNAL OUT OF BALANCE'
               WHEN OTHER
                   MOVE 'Y' TO C-RUN-OK-SW
           END-EVALUATE.
           IF C-JRN-LINES = 0
               MOVE C-RUN-DATE-CCYYMMDD (1:6) TO C-POST-PERIOD
           ELSE
               MOVE C-JRN-DATE (1:6) TO C-POST-PERIOD
               IF C-LAST-JRN-DATE = SPACES
                       OR C-JRN-DATE > C-LAST-JRN-DATE
                   MOVE 'Y' TO C-JRN-POST-SW
               END-IF
           END-IF.
           MOVE C-POST-PERIOD (1:4) TO C-POST-YEAR.
       L3-CHECK-JOURNAL-LINE.
           COMPUTE C-JRN-LINES = C-JRN-LINES + 1.
           IF C-JRN-LINES = 1
               MOVE GLJ-RUN-DATE TO C-JRN-DATE
           ELSE
               IF GLJ-RUN-DATE NOT = C-JRN-DATE
                   MOVE 'Y' TO C-JRN-MIXED-SW
               END-IF
           END-IF.
           IF GLJ-AMOUNT NOT NUMERIC
               MOVE 'Y' TO C-JRN-BAD-SW
           ELSE
               EVALUATE GLJ-DR-CR
                   WHEN 'D'
                       ADD GLJ-AMOUNT TO C-JRN-DEBITS
                   WHEN 'C'
                       ADD GLJ-AMOUNT TO C-JRN-CREDITS
                   WHEN OTHER
                       MOVE 'Y' TO C-JRN-BAD-SW
               END-EVALUATE
           END-IF.
           READ JOURNAL-FILE
               AT END
                   MOVE 'T' TO JRN-EOF.
       L2-POST-JOURNAL.
           IF C-JRN-POST-SW = 'Y'
               OPEN INPUT JOURNAL-FILE
               READ JOURNAL-FILE
                   AT END
                       MOVE 'T' TO JRN-EOF
               END-READ
               PERFORM L3-POST-JOURNAL-LINE
                   UNTIL JRN-EOF = 'T'
               CLOSE JOURNAL-FILE
               PERFORM L3-WRITE-POST-STATUS
               MOVE 'POSTED' TO O-PS-RESULT
           ELSE
               IF C-JRN-LINES = 0
                   MOVE 'NO JOURNAL TONIGHT' TO O-PS-RESULT
               ELSE
                   MOVE 'ALREADY POSTED - SKIPPED' TO O-PS-RESULT
               END-IF
           END-IF.
           MOVE C-JRN-DATE    TO O-PS-JRN-DATE.
           MOVE C-JRN-LINES   TO O-PS-LINES.
           MOVE C-JRN-DEBITS  TO O-PS-DEBITS.
           MOVE C-JRN-CREDITS TO O-PS-CREDITS.
           MOVE C-POST-PERIOD TO O-PS-PERIOD.
           WRITE PRTLINE FROM POST-LINE.
           WRITE PRTLINE FROM BLANK-LINE.
       L3-POST-JOURNAL-LINE.
           MOVE GLJ-ACCOUNT     TO C-POST-ACCOUNT.
           MOVE GLJ-ACCOUNT-LIT TO C-POST-LIT.
           MOVE GLJ-STATE       TO C-POST-STATE.
           MOVE GLJ-DR-CR       TO C-POST-DR-CR.
           MOVE GLJ-AMOUNT      TO C-POST-AMOUNT.
           PERFORM L3-POST-GL-LINE.
           READ JOURNAL-FILE
               AT END
                   MOVE 'T' TO JRN-EOF.
       L3-WRITE-POST-STATUS.
           OPEN OUTPUT GL-POST-STATUS.
           MOVE C-JRN-DATE          TO GLS-LAST-JOURNAL-DATE.
           MOVE C-RUN-DATE-CCYYMMDD TO GLS-POST-DATE.
           MOVE C-JRN-DEBITS        TO GLS-DEBITS.
           MOVE C-JRN-CREDITS       TO GLS-CREDITS.
           WRITE GLS-REC.
           CLOSE GL-POST-STATUS.
      *****************************************************************
      *    ONE LINE INTO THE BALANCE MASTER.  A STALE MTD OR YTD
      *    BUCKET ROLLS TO ZERO BEFORE THE ADD, EXACTLY AS CBLRA03
      *    ROLLS YTD-MASTER.  THE RUNNING BALANCE NEVER ROLLS:
      *    DEBITS ADD TO IT AND CREDITS COME OFF IT.
      *****************************************************************
       L3-POST-GL-LINE.
           MOVE C-POST-ACCOUNT TO GLB-ACCOUNT.
           MOVE C-POST-STATE   TO GLB-STATE.
           MOVE 'N' TO C-GLB-NEW-SW.
           READ GL-BALANCE-MASTER
               INVALID KEY
                   PERFORM L3-GLB-INIT-REC
                   MOVE 'Y' TO C-GLB-NEW-SW
           END-READ.
           IF GLB-PERIOD-STAMP NOT = C-POST-PERIOD
               IF C-CLOSED-PERIOD NOT = SPACES
                       AND GLB-PERIOD-STAMP > C-CLOSED-PERIOD
                   DISPLAY 'CBLRA26 WARNING - PERIOD '
                       GLB-PERIOD-STAMP ' ROLLED WITHOUT CLOSE FOR '
                       GLB-ACCOUNT ' ' GLB-STATE
               END-IF
               MOVE 0 TO GLB-MTD-DEBITS
               MOVE 0 TO GLB-MTD-CREDITS
           END-IF.
           IF GLB-YEAR-STAMP NOT = C-POST-YEAR
               IF C-CLOSED-YEAR NOT = SPACES
                       AND GLB-YEAR-STAMP > C-CLOSED-YEAR
                   DISPLAY 'CBLRA26 WARNING - YEAR '
                       GLB-YEAR-STAMP ' ROLLED WITHOUT CLOSE FOR '
                       GLB-ACCOUNT ' ' GLB-STATE
               END-IF
               MOVE 0 TO GLB-YTD-DEBITS
               MOVE 0 TO GLB-YTD-CREDITS
           END-IF.
           IF C-POST-DR-CR = 'D'
               ADD C-POST-AMOUNT      TO GLB-MTD-DEBITS
               ADD C-POST-AMOUNT      TO GLB-YTD-DEBITS
               ADD C-POST-AMOUNT      TO GLB-BALANCE
           ELSE
               ADD C-POST-AMOUNT      TO GLB-MTD-CREDITS
               ADD C-POST-AMOUNT      TO GLB-YTD-CREDITS
               SUBTRACT C-POST-AMOUNT FROM GLB-BALANCE
           END-IF.
           MOVE C-POST-PERIOD       TO GLB-PERIOD-STAMP.
           MOVE C-POST-YEAR         TO GLB-YEAR-STAMP.
           MOVE C-RUN-DATE-CCYYMMDD TO GLB-LAST-POST-DATE.
           IF C-GLB-NEW-SW = 'Y'
               WRITE GLB-REC
           ELSE
               REWRITE GLB-REC
           END-IF.
       L3-GLB-INIT-REC.
           MOVE C-POST-ACCOUNT TO GLB-ACCOUNT.
           MOVE C-POST-STATE   TO GLB-STATE.
           MOVE C-POST-LIT     TO GLB-ACCOUNT-LIT.
           MOVE LOW-VALUES TO GLB-PERIOD-STAMP.
           MOVE LOW-VALUES TO GLB-YEAR-STAMP.
           MOVE 0 TO GLB-MTD-DEBITS.
           MOVE 0 TO GLB-MTD-CREDITS.
           MOVE 0 TO GLB-YTD-DEBITS.
           MOVE 0 TO GLB-YTD-CREDITS.
           MOVE 0 TO GLB-BALANCE.
           MOVE SPACES TO GLB-LAST-POST-DATE.
      *****************************************************************
      *    THE ADJUSTMENT BATCH IS ALL OR NOTHING.  EVERY LINE IS
      *    EDITED FIRST; ONLY WHEN NONE IS REJECTED AND THE BATCH
      *    DEBITS EQUAL ITS CREDITS DOES ANY OF IT POST.  A HELD
      *    BATCH STAYS ON THE FILE TO BE CORRECTED AND RERUN.
      *****************************************************************
       L2-ADJUSTMENTS.
           OPEN INPUT GL-ADJUSTMENTS.
           READ GL-ADJUSTMENTS
               AT END
                   MOVE 'T' TO ADJ-EOF.
           PERFORM L3-LOAD-ADJUSTMENT
               UNTIL ADJ-EOF = 'T'.
           CLOSE GL-ADJUSTMENTS.
           IF ADE-TABLE-CNT > 0
               PERFORM L3-ADJUSTMENT-BATCH
           END-IF.
       L3-ADJUSTMENT-BATCH.
           WRITE PRTLINE FROM ADJ-SEC-HEADING.
           WRITE PRTLINE FROM ADJ-COL-HEADING.
           EVALUATE TRUE
               WHEN C-ADJ-OVER-SW = 'Y'
                   MOVE '** BATCH NOT POSTED - OVER 100 LINES'
                       TO O-ADJ-BATCH-MSG
               WHEN C-ADJ-REJ-CNT > 0
                   MOVE '** BATCH NOT POSTED - LINES REJECTED'
                       TO O-ADJ-BATCH-MSG
               WHEN C-ADJ-DEBITS NOT = C-ADJ-CREDITS
                   MOVE '** BATCH NOT POSTED - DR NOT EQUAL CR'
                       TO O-ADJ-BATCH-MSG
               WHEN OTHER
                   MOVE 'Y' TO C-ADJ-POST-SW
                   MOVE 'ADJUSTMENT BATCH POSTED'
                       TO O-ADJ-BATCH-MSG
           END-EVALUATE.
           SET ADE-IDX TO 1.
           PERFORM L3-APPLY-ADJUSTMENT
               UNTIL ADE-IDX > ADE-TABLE-CNT.
           WRITE PRTLINE FROM ADJ-BATCH-LINE.
           WRITE PRTLINE FROM BLANK-LINE.
           IF C-ADJ-POST-SW = 'Y'
               OPEN OUTPUT GL-ADJUSTMENTS
               CLOSE GL-ADJUSTMENTS
           ELSE
               MOVE 'Y' TO C-ADJ-HELD-SW
           END-IF.
       L3-LOAD-ADJUSTMENT.
           IF ADE-TABLE-CNT < 100
               COMPUTE ADE-TABLE-CNT = ADE-TABLE-CNT + 1
               SET ADE-IDX TO ADE-TABLE-CNT
               PERFORM L3-EDIT-ADJUSTMENT
           ELSE
               MOVE 'Y' TO C-ADJ-OVER-SW
           END-IF.
           READ GL-ADJUSTMENTS
               AT END
                   MOVE 'T' TO ADJ-EOF.
       L3-EDIT-ADJUSTMENT.
           MOVE ADJ-ACCOUNT     TO ADE-ACCOUNT (ADE-IDX).
           MOVE ADJ-ACCOUNT-LIT TO ADE-LIT (ADE-IDX).
           MOVE ADJ-STATE       TO ADE-STATE (ADE-IDX).
           MOVE ADJ-DR-CR       TO ADE-DR-CR (ADE-IDX).
           MOVE 0               TO ADE-AMOUNT (ADE-IDX).
           MOVE 'VALID' TO C-RESULT-LIT.
           PERFORM L3-ACT-LOOKUP.
           EVALUATE TRUE
               WHEN C-ACT-FOUND-SW = 'N'
                   MOVE 'REJECTED - UNKNOWN ACCOUNT' TO C-RESULT-LIT
               WHEN ADJ-ACCOUNT = '2410' AND ADJ-STATE = SPACES
                   MOVE 'REJECTED - STATE REQUIRED' TO C-RESULT-LIT
               WHEN ADJ-ACCOUNT NOT = '2410' AND ADJ-STATE NOT = SPACES
                   MOVE 'REJECTED - STATE ONLY ON 2410' TO C-RESULT-LIT
               WHEN ADJ-DR-CR NOT = 'D' AND ADJ-DR-CR NOT = 'C'
                   MOVE 'REJECTED - SIDE NOT D OR C' TO C-RESULT-LIT
               WHEN ADJ-AMOUNT NOT NUMERIC
                   MOVE 'REJECTED - BAD AMOUNT' TO C-RESULT-LIT
               WHEN ADJ-AMOUNT = 0
                   MOVE 'REJECTED - BAD AMOUNT' TO C-RESULT-LIT
               WHEN OTHER
                   MOVE ACT-LIT (ACT-IDX) TO ADE-LIT (ADE-IDX)
                   MOVE ADJ-AMOUNT TO ADE-AMOUNT (ADE-IDX)
                   IF ADJ-DR-CR = 'D'
                       ADD ADJ-AMOUNT TO C-ADJ-DEBITS
                   ELSE
                       ADD ADJ-AMOUNT TO C-ADJ-CREDITS
                   END-IF
           END-EVALUATE.
           IF C-RESULT-LIT (1:8) = 'REJECTED'
               COMPUTE C-ADJ-REJ-CNT = C-ADJ-REJ-CNT + 1
           END-IF.
           MOVE C-RESULT-LIT TO ADE-RESULT (ADE-IDX).
       L3-ACT-LOOKUP.
           MOVE 'N' TO C-ACT-FOUND-SW.
           SET ACT-IDX TO 1.
           PERFORM L3-ACT-SEARCH
               UNTIL ACT-IDX > ACCOUNT-TABLE-CNT
                   OR C-ACT-FOUND-SW = 'Y'.
       L3-ACT-SEARCH.
           IF ADJ-ACCOUNT = ACT-ACCOUNT (ACT-IDX)
               MOVE 'Y' TO C-ACT-FOUND-SW
           ELSE
               SET ACT-IDX UP BY 1
           END-IF.
       L3-APPLY-ADJUSTMENT.
           IF ADE-RESULT (ADE-IDX) (1:8) NOT = 'REJECTED'
               IF C-ADJ-POST-SW = 'Y'
                   MOVE ADE-ACCOUNT (ADE-IDX) TO C-POST-ACCOUNT
                   MOVE ADE-LIT (ADE-IDX)     TO C-POST-LIT
                   MOVE ADE-STATE (ADE-IDX)   TO C-POST-STATE
                   MOVE ADE-DR-CR (ADE-IDX)   TO C-POST-DR-CR
                   MOVE ADE-AMOUNT (ADE-IDX)  TO C-POST-AMOUNT
                   PERFORM L3-POST-GL-LINE
                   MOVE 'POSTED' TO ADE-RESULT (ADE-IDX)
               ELSE
                   MOVE 'HELD - BATCH NOT POSTED'
                       TO ADE-RESULT (ADE-IDX)
               END-IF
           END-IF.
           MOVE ADE-ACCOUNT (ADE-IDX) TO O-ADJ-ACCOUNT.
           MOVE ADE-STATE (ADE-IDX)   TO O-ADJ-STATE.
           MOVE ADE-LIT (ADE-IDX)     TO O-ADJ-LIT.
           MOVE ADE-DR-CR (ADE-IDX)   TO O-ADJ-DR-CR.
           MOVE ADE-AMOUNT (ADE-IDX)  TO O-ADJ-AMOUNT.
           MOVE ADE-RESULT (ADE-IDX)  TO O-ADJ-RESULT.
           WRITE PRTLINE FROM ADJ-DETAIL-LINE.
           SET ADE-IDX UP BY 1.
      *****************************************************************
      *    THE TRIAL BALANCE LISTS THE MASTER AS IT STANDS AFTER
      *    TONIGHT'S POSTING.  A BUCKET STAMPED FOR AN EARLIER PERIOD
      *    PRINTS AS ZERO.  THE SAME PASS PICKS UP THE BALANCES THE
      *    RECONCILIATION PROVES.
      *****************************************************************
       L2-TRIAL-BALANCE.
           WRITE PRTLINE FROM TB-SEC-HEADING.
           MOVE LOW-VALUES TO GLB-KEY.
           START GL-BALANCE-MASTER KEY IS NOT LESS THAN GLB-KEY
               INVALID KEY
                   MOVE 'T' TO GLB-EOF.
           IF GLB-EOF NOT = 'T'
               PERFORM L3-READ-GLB-NEXT
           END-IF.
           IF GLB-EOF = 'T'
               WRITE PRTLINE FROM TB-NONE-LINE
           ELSE
               WRITE PRTLINE FROM TB-COL-HEADING
               PERFORM L3-PRINT-TB-REC
                   UNTIL GLB-EOF = 'T'
               MOVE C-GT-MTD-DEBITS  TO O-GT-MTD-DEBITS
               MOVE C-GT-MTD-CREDITS TO O-GT-MTD-CREDITS
               MOVE C-GT-YTD-DEBITS  TO O-GT-YTD-DEBITS
               MOVE C-GT-YTD-CREDITS TO O-GT-YTD-CREDITS
               MOVE C-GT-BALANCE     TO O-GT-BALANCE
               WRITE PRTLINE FROM TB-GT-LINE
           END-IF.
           IF C-GT-BALANCE NOT = 0
               MOVE 'Y' TO C-OUT-OF-BAL-SW
               WRITE PRTLINE FROM TB-NOT-ZERO-LINE
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE.
       L3-PRINT-TB-REC.
           IF GLB-PERIOD-STAMP = C-POST-PERIOD
               MOVE GLB-MTD-DEBITS  TO C-TB-MTD-DEBITS
               MOVE GLB-MTD-CREDITS TO C-TB-MTD-CREDITS
           ELSE
               MOVE 0 TO C-TB-MTD-DEBITS
               MOVE 0 TO C-TB-MTD-CREDITS
           END-IF.
           IF GLB-YEAR-STAMP = C-POST-YEAR
               MOVE GLB-YTD-DEBITS  TO C-TB-YTD-DEBITS
               MOVE GLB-YTD-CREDITS TO C-TB-YTD-CREDITS
           ELSE
               MOVE 0 TO C-TB-YTD-DEBITS
               MOVE 0 TO C-TB-YTD-CREDITS
           END-IF.
           MOVE GLB-ACCOUNT      TO O-TB-ACCOUNT.
           MOVE GLB-STATE        TO O-TB-STATE.
           MOVE GLB-ACCOUNT-LIT  TO O-TB-ACCOUNT-LIT.
           MOVE C-TB-MTD-DEBITS  TO O-TB-MTD-DEBITS.
           MOVE C-TB-MTD-CREDITS TO O-TB-MTD-CREDITS.
           MOVE C-TB-YTD-DEBITS  TO O-TB-YTD-DEBITS.
           MOVE C-TB-YTD-CREDITS TO O-TB-YTD-CREDITS.
           MOVE GLB-BALANCE      TO O-TB-BALANCE.
           WRITE PRTLINE FROM TB-DETAIL-LINE.
           ADD C-TB-MTD-DEBITS   TO C-GT-MTD-DEBITS.
           ADD C-TB-MTD-CREDITS  TO C-GT-MTD-CREDITS.
           ADD C-TB-YTD-DEBITS   TO C-GT-YTD-DEBITS.
           ADD C-TB-YTD-CREDITS  TO C-GT-YTD-CREDITS.
           ADD GLB-BALANCE       TO C-GT-BALANCE.
           EVALUATE GLB-ACCOUNT
               WHEN '1210'
                   ADD GLB-BALANCE TO C-GL-1210
               WHEN '1310'
                   ADD GLB-BALANCE TO C-GL-1310
               WHEN '1320'
                   ADD GLB-BALANCE TO C-GL-1320
               WHEN '2410'
                   MOVE GLB-STATE TO C-FIND-STATE
                   PERFORM L3-RCS-LOOKUP
                   IF C-RCS-FOUND-SW = 'Y'
                       ADD GLB-BALANCE TO RCS-GL (RCS-IDX)
                   END-IF
           END-EVALUATE.
           PERFORM L3-READ-GLB-NEXT.
       L3-READ-GLB-NEXT.
           READ GL-BALANCE-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO GLB-EOF.
       L3-RCS-LOOKUP.
           MOVE 'N' TO C-RCS-FOUND-SW.
           SET RCS-IDX TO 1.
           PERFORM L3-RCS-SEARCH
               UNTIL RCS-IDX > RCS-TABLE-CNT
                   OR C-RCS-FOUND-SW = 'Y'.
           IF C-RCS-FOUND-SW = 'N' AND RCS-TABLE-CNT < 60
               COMPUTE RCS-TABLE-CNT = RCS-TABLE-CNT + 1
               SET RCS-IDX TO RCS-TABLE-CNT
               MOVE C-FIND-STATE TO RCS-STATE (RCS-IDX)
               MOVE 0 TO RCS-GL (RCS-IDX)
               MOVE 0 TO RCS-SUB (RCS-IDX)
               MOVE 'Y' TO C-RCS-FOUND-SW
           END-IF.
       L3-RCS-SEARCH.
           IF C-FIND-STATE = RCS-STATE (RCS-IDX)
               MOVE 'Y' TO C-RCS-FOUND-SW
           ELSE
               SET RCS-IDX UP BY 1
           END-IF.
      *****************************************************************
      *    EACH CONTROL ACCOUNT AGAINST THE SUBLEDGER BEHIND IT.  THE
      *    SUBLEDGER FIGURE IS PUT ON THE GL'S SIGN CONVENTION - THE
      *    TAX A STATE IS STILL OWED IS A CREDIT BALANCE - SO THE
      *    DIFFERENCE IS ALWAYS GL LESS SUBLEDGER.
      *****************************************************************
       L2-RECONCILE.
           PERFORM L3-SUM-RECEIVABLES.
           PERFORM L3-SUM-UNITS.
           PERFORM L3-SUM-TAX-OWED.
           WRITE PRTLINE FROM REC-SEC-HEADING.
           WRITE PRTLINE FROM REC-COL-HEADING.
           MOVE '1210'                 TO O-REC-ACCOUNT.
           MOVE SPACES                 TO O-REC-STATE.
           MOVE 'OPEN RECEIVABLES'     TO O-REC-DESC.
           MOVE C-GL-1210              TO C-REC-GL.
           MOVE C-SUB-1210             TO C-REC-SUB.
           PERFORM L3-PRINT-REC-LINE.
           MOVE '1310'                 TO O-REC-ACCOUNT.
           MOVE 'TRADE-IN UNITS ON HAND' TO O-REC-DESC.
           MOVE C-GL-1310              TO C-REC-GL.
           MOVE C-SUB-1310             TO C-REC-SUB.
           PERFORM L3-PRINT-REC-LINE.
           MOVE '1320'                 TO O-REC-ACCOUNT.
           MOVE 'REPO UNITS ON HAND'   TO O-REC-DESC.
           MOVE C-GL-1320              TO C-REC-GL.
           MOVE C-SUB-1320             TO C-REC-SUB.
           PERFORM L3-PRINT-REC-LINE.
           SET RCS-IDX TO 1.
           PERFORM L3-PRINT-REC-STATE
               UNTIL RCS-IDX > RCS-TABLE-CNT.
           WRITE PRTLINE FROM BLANK-LINE.
           IF C-OUT-OF-BAL-SW = 'Y'
               WRITE PRTLINE FROM OUT-BAL-LINE
           ELSE
               WRITE PRTLINE FROM IN-BAL-LINE
           END-IF.
       L3-SUM-RECEIVABLES.
           OPEN INPUT RECEIVABLES-MASTER.
           MOVE LOW-VALUES TO ARM-KEY.
           START RECEIVABLES-MASTER KEY IS NOT LESS THAN ARM-KEY
               INVALID KEY
                   MOVE 'T' TO ARM-EOF.
           IF ARM-EOF NOT = 'T'
               PERFORM L3-READ-ARM-NEXT
           END-IF.
           PERFORM L3-ADD-RECEIVABLE
               UNTIL ARM-EOF = 'T'.
           CLOSE RECEIVABLES-MASTER.
       L3-ADD-RECEIVABLE.
           ADD ARM-BALANCE TO C-SUB-1210.
           PERFORM L3-READ-ARM-NEXT.
       L3-READ-ARM-NEXT.
           READ RECEIVABLES-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO ARM-EOF.
       L3-SUM-UNITS.
           OPEN INPUT BOAT-UNITS.
           MOVE LOW-VALUES TO UNT-KEY.
           START BOAT-UNITS KEY IS NOT LESS THAN UNT-KEY
               INVALID KEY
                   MOVE 'T' TO UNT-EOF.
           IF UNT-EOF NOT = 'T'
               PERFORM L3-READ-UNT-NEXT
           END-IF.
           PERFORM L3-ADD-UNIT
               UNTIL UNT-EOF = 'T'.
           CLOSE BOAT-UNITS.
       L3-ADD-UNIT.
           IF UNT-STATUS = 'A'
               EVALUATE UNT-CONDITION
                   WHEN 'U'
                       ADD UNT-COST-BASIS TO C-SUB-1310
                   WHEN 'R'
                       ADD UNT-COST-BASIS TO C-SUB-1320
               END-EVALUATE
           END-IF.
           PERFORM L3-READ-UNT-NEXT.
       L3-READ-UNT-NEXT.
           READ BOAT-UNITS NEXT RECORD
               AT END
                   MOVE 'T' TO UNT-EOF.
       L3-SUM-TAX-OWED.
           OPEN INPUT TAX-REMIT-MASTER.
           MOVE LOW-VALUES TO TXM-KEY.
           START TAX-REMIT-MASTER KEY IS NOT LESS THAN TXM-KEY
               INVALID KEY
                   MOVE 'T' TO TXM-EOF.
           IF TXM-EOF NOT = 'T'
               PERFORM L3-READ-TXM-NEXT
           END-IF.
           PERFORM L3-ADD-TAX-OWED
               UNTIL TXM-EOF = 'T'.
           CLOSE TAX-REMIT-MASTER.
       L3-ADD-TAX-OWED.
           MOVE TXM-STATE TO C-FIND-STATE.
           PERFORM L3-RCS-LOOKUP.
           IF C-RCS-FOUND-SW = 'Y'
               COMPUTE RCS-SUB (RCS-IDX) = RCS-SUB (RCS-IDX)
                   + TXM-LTD-REMITTED - TXM-LTD-TAX
           END-IF.
           PERFORM L3-READ-TXM-NEXT.
       L3-READ-TXM-NEXT.
           READ TAX-REMIT-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO TXM-EOF.
       L3-PRINT-REC-STATE.
           MOVE '2410'                 TO O-REC-ACCOUNT.
           MOVE RCS-STATE (RCS-IDX)    TO O-REC-STATE.
           MOVE 'TAX COLLECTED LESS PAID' TO O-REC-DESC.
           MOVE RCS-GL (RCS-IDX)       TO C-REC-GL.
           MOVE RCS-SUB (RCS-IDX)      TO C-REC-SUB.
           PERFORM L3-PRINT-REC-LINE.
           SET RCS-IDX UP BY 1.
       L3-PRINT-REC-LINE.
           COMPUTE C-REC-DIFF = C-REC-GL - C-REC-SUB.
           MOVE C-REC-GL   TO O-REC-GL.
           MOVE C-REC-SUB  TO O-REC-SUB.
           MOVE C-REC-DIFF TO O-REC-DIFF.
           IF C-REC-DIFF = 0
               MOVE 'IN BALANCE' TO O-REC-STATUS
           ELSE
               MOVE '** OUT OF BALANCE' TO O-REC-STATUS
               MOVE 'Y' TO C-OUT-OF-BAL-SW
           END-IF.
           WRITE PRTLINE FROM REC-DETAIL-LINE.
           MOVE SPACES TO O-REC-STATE.
       L4-HEADINGS.
           COMPUTE H1-PAGE = H1-PAGE + 1.
           WRITE PRTLINE FROM HEADING1.
           WRITE PRTLINE FROM COL-HEADING1.
           WRITE PRTLINE FROM BLANK-LINE.
       L3-CLOSING.
           CLOSE GL-BALANCE-MASTER.
           CLOSE PRTOUT.
