       identification division.
       program-id.     CBLRA23.
       AUTHOR.         Robert Aszman.
       DATE-WRITTEN.   10/15/2026.
      *****************************************************************
      *    CHARGE-OFF AND REPOSSESSION PROCESSING.  CLOSES OUT A
      *    FINANCED DEAL THE DUNNING RUN (CBLRA20) HAS TAKEN AS FAR
      *    AS THE 90-DAY FINAL NOTICE, FROM TRANSACTIONS KEYED BY
      *    THE CREDIT MANAGER (CBLCOTX.DAT), AND PRINTS A CHARGE-OFF
      *    REGISTER (CORPT23.PRT) OF EVERYTHING APPLIED OR REJECTED.
      *    ACTIONS, EACH KEYED BY THE RECEIVABLE (CUSTOMER NUMBER +
      *    PURCHASE DATE + SEQUENCE):
      *      'C' CHARGE-OFF  - THE WHOLE OPEN ARM-BALANCE IS WRITTEN
      *                        OFF TO BAD DEBT.
      *      'P' REPOSSESSED - THE BOAT (COX-HIN) GOES BACK ON THE
      *                        UNIT MASTER AS ON-HAND USED STOCK,
      *                        CONDITION 'R', WITH THE RECOVERED
      *                        VALUE (COX-AMOUNT) AS ITS COST BASIS,
      *                        AND ONE UNIT IS ADDED BACK TO ITS LOT
      *                        ON CBLINVEN.DAT.  THE BALANCE LESS
      *                        THE RECOVERED VALUE IS CHARGED OFF.
      *      'V' RECOVERY    - CASH COLLECTED (COX-AMOUNT, RECEIVED
      *                        COX-RECEIVED-DATE) ON A DEAL ALREADY
      *                        CLOSED, UP TO THE AMOUNT CHARGED OFF.
      *    A CHARGE-OFF OR REPOSSESSION MOVES THE DEAL FROM THE OPEN
      *    RECEIVABLES MASTER TO THE CLOSED RECEIVABLES MASTER
      *    (CBLCLOSD.DAT, CBLCLO01), SO THE AGING, THE MONTHLY
      *    STATEMENTS AND THE DUNNING LETTERS STOP WITHOUT ANY
      *    FURTHER ACTION, AND A LATER RECOVERY STILL HAS AN ACCOUNT
      *    TO POST AGAINST.  EVERY ACTION APPLIED IS ALSO WRITTEN TO
      *    THE CHARGE-OFF ACTIVITY LEDGER (CBLCOACT.DAT, CBLCOA01)
      *    STAMPED WITH THE RUN DATE, AND THE NIGHTLY JOURNAL
      *    EXTRACT (CBLRA15) POSTS THE MATCHING GL LINES FROM IT.
      *    THE TRANSACTION FILE IS CLEARED ONCE READ SO NOTHING POSTS
      *    TWICE - REJECTED LINES ARE RE-KEYED FROM THE REGISTER - AND
      *    A NIGHT WITH NO FILE SIMPLY PRINTS AN EMPTY REGISTER.
       environment division.
       configuration section.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CO-TRANS
               ASSIGN TO 'C:\COBOL\CBLCOTX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECEIVABLES-MASTER
               ASSIGN TO 'C:\COBOL\CBLARMAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARM-KEY.
           SELECT OPTIONAL CLOSED-MASTER
               ASSIGN TO 'C:\COBOL\CBLCLOSD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLO-KEY.
           SELECT OPTIONAL CHARGE-OFF-LEDGER
               ASSIGN TO 'C:\COBOL\CBLCOACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-KEY.
           SELECT OPTIONAL BOAT-UNITS
               ASSIGN TO 'C:\COBOL\CBLUNITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNT-KEY.
           SELECT INVENTORY-FILE
               ASSIGN TO 'C:\COBOL\CBLINVEN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\CORPT23.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       data division.
       FILE SECTION.
       FD  CO-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS COX-REC
           RECORD CONTAINS 49 CHARACTERS.
           01  COX-REC.
               05  COX-ACTION              PIC X.
               05  COX-CUSTOMER-NUMBER     PIC 9(6).
               05  COX-PURCHASE-DATE       PIC X(8).
               05  COX-SEQ                 PIC 9(3).
               05  COX-HIN                 PIC X(12).
               05  COX-OFFICE-CODE         PIC X(2).
               05  COX-AMOUNT              PIC 9(7)V99.
               05  COX-RECEIVED-DATE       PIC X(8).
       FD  RECEIVABLES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLARM01.
       FD  CLOSED-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLCLO01.
       FD  CHARGE-OFF-LEDGER
           LABEL RECORD IS STANDARD.
           COPY CBLCOA01.
       FD  BOAT-UNITS
           LABEL RECORD IS STANDARD.
           COPY CBLUNT01.
       FD  INVENTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INV-REC.
           COPY CBLINV01.
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
           05  C-ARM-OK-SW                 PIC X       VALUE 'N'.
           05  C-UNIT-OK-SW                PIC X       VALUE 'N'.
           05  C-UNIT-NEW-SW               PIC X       VALUE 'N'.
           05  C-COA-DONE-SW               PIC X       VALUE 'N'.
           05  C-INV-MATCH-SW              PIC X       VALUE 'N'.
           05  C-SRCH-BOAT-TYPE            PIC X.
           05  C-SRCH-STATE                PIC X(2).
           05  C-DEAL-STATE                PIC X(2).
           05  C-ACTION-DATE               PIC X(8).
           05  C-BALANCE-CLOSED            PIC 9(7)V99 VALUE 0.
           05  C-RECOVERED-VALUE           PIC 9(7)V99 VALUE 0.
           05  C-CHARGED-OFF               PIC 9(7)V99 VALUE 0.
           05  C-RECOVERY-AMT              PIC 9(7)V99 VALUE 0.
           05  C-RECOVERY-LIMIT            PIC 9(8)V99 VALUE 0.
           05  C-TOT-BALANCE               PIC 9(9)V99 VALUE 0.
           05  C-TOT-RECOVERED             PIC 9(9)V99 VALUE 0.
           05  C-TOT-CHARGED-OFF           PIC 9(9)V99 VALUE 0.
           05  C-TOT-RECOVERY              PIC 9(9)V99 VALUE 0.
           05  C-APPLIED-CNT               PIC 9(7)    VALUE 0.
           05  C-REJECTED-CNT              PIC 9(7)    VALUE 0.
       01  INVENTORY-TABLE-WS.
           05  INV-ENTRY OCCURS 60 TIMES INDEXED BY INV-IDX.
               10  INV-WS-BOAT-TYPE         PIC X.
               10  INV-WS-STATE             PIC X(2).
               10  INV-WS-QTY               PIC 9(5).
               10  INV-WS-REORDER           PIC 9(5).
           05  INV-TABLE-CNT                PIC 9(4)   VALUE 0.
           05  INV-TABLE-EOF                PIC X      VALUE 'F'.
       01  HEADING1.
           05  H1-DATE.
               10  H1-MONTH                PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-DAY                  PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-YEAR                 PIC 9999.
           05  FILLER                      PIC X(40)   VALUE SPACES.
           05  FILLER                      PIC X(27)
                                           VALUE 'CHARGE-OFF REGISTER'.
           05  FILLER                      PIC X(41)   VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'PAGE: '.
           05  H1-PAGE                     PIC 99      VALUE 0.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       01  COL-HEADING1.
           05  FILLER                      PIC X       VALUE 'A'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE 'CUST'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(8)    VALUE 'PUR DATE'.
           05  FILLER                      PIC X       VALUE SPACES.
           05  FILLER                      PIC X(3)    VALUE 'SEQ'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(3)    VALUE 'HIN'.
           05  FILLER                      PIC X(17)   VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE 'BALANCE'.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(9)
                                           VALUE 'RECOVERED'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(11)
                                           VALUE 'CHARGED OFF'.
           05  FILLER                      PIC X(7)    VALUE SPACES.
           05  FILLER                      PIC X(8)    VALUE 'RECOVERY'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'RESULT'.
           05  FILLER                      PIC X(27)   VALUE SPACES.
       01  DETAIL-LINE.
           05  O-ACTION                    PIC X.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-CUST-NUMBER               PIC 9(6).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-PUR-DATE                  PIC X(8).
           05  FILLER                      PIC X       VALUE SPACES.
           05  O-SEQ                       PIC 9(3).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-HIN                       PIC X(12).
           05  FILLER                      PIC X       VALUE SPACES.
           05  O-BALANCE                   PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X       VALUE SPACES.
           05  O-RECOVERED                 PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X       VALUE SPACES.
           05  O-CHARGED-OFF               PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X       VALUE SPACES.
           05  O-RECOVERY                  PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-RESULT-LIT                PIC X(30).
           05  FILLER                      PIC X(3)    VALUE SPACES.
       01  TOTALS-LINE.
           05  FILLER                      PIC X(38)
                                           VALUE 'REGISTER TOTALS'.
           05  O-TOT-BALANCE               PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X       VALUE SPACES.
           05  O-TOT-RECOVERED             PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X       VALUE SPACES.
           05  O-TOT-CHARGED-OFF           PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X       VALUE SPACES.
           05  O-TOT-RECOVERY              PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(35)   VALUE SPACES.
       01  SUMMARY-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'APPLIED:           '.
           05  O-SUM-APPLIED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'REJECTED:          '.
           05  O-SUM-REJECTED              PIC ZZZ,ZZ9.
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
           PERFORM L2-LOAD-INVENTORY.
           OPEN INPUT CO-TRANS.
           OPEN I-O RECEIVABLES-MASTER.
           OPEN I-O CLOSED-MASTER.
           OPEN I-O CHARGE-OFF-LEDGER.
           OPEN I-O BOAT-UNITS.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-HEADINGS.
           PERFORM L3-READ.
       L2-LOAD-INVENTORY.
           OPEN INPUT INVENTORY-FILE.
           READ INVENTORY-FILE
               AT END
                   MOVE 'T' TO INV-TABLE-EOF.
           PERFORM L3-BUILD-INV-TABLE
               UNTIL INV-TABLE-EOF = 'T'.
           CLOSE INVENTORY-FILE.
       L3-BUILD-INV-TABLE.
           IF INV-TABLE-CNT < 60
               COMPUTE INV-TABLE-CNT = INV-TABLE-CNT + 1
               MOVE INV-BOAT-TYPE TO INV-WS-BOAT-TYPE (INV-TABLE-CNT)
               MOVE INV-STATE     TO INV-WS-STATE (INV-TABLE-CNT)
               MOVE INV-QTY-ON-HAND TO INV-WS-QTY (INV-TABLE-CNT)
               MOVE INV-REORDER-POINT
                   TO INV-WS-REORDER (INV-TABLE-CNT)
           END-IF.
           READ INVENTORY-FILE
               AT END
                   MOVE 'T' TO INV-TABLE-EOF.
       L2-MAINLINE.
           PERFORM L3-PROCESS-TRANS.
           PERFORM L3-READ.
       L3-READ.
           READ CO-TRANS
               AT END
                   MOVE 'T' TO EOF.
       L3-PROCESS-TRANS.
           MOVE 0 TO C-BALANCE-CLOSED.
           MOVE 0 TO C-RECOVERED-VALUE.
           MOVE 0 TO C-CHARGED-OFF.
           MOVE 0 TO C-RECOVERY-AMT.
           EVALUATE COX-ACTION
               WHEN 'C'
                   PERFORM L3-APPLY-CHARGE-OFF
               WHEN 'P'
                   PERFORM L3-APPLY-REPOSSESSION
               WHEN 'V'
                   PERFORM L3-APPLY-RECOVERY
               WHEN OTHER
                   MOVE 'REJECTED - INVALID ACTION CODE'
                       TO C-RESULT-LIT
           END-EVALUATE.
           IF C-RESULT-LIT (1:8) = 'REJECTED'
               COMPUTE C-REJECTED-CNT = C-REJECTED-CNT + 1
           ELSE
               COMPUTE C-APPLIED-CNT = C-APPLIED-CNT + 1
               ADD C-BALANCE-CLOSED  TO C-TOT-BALANCE
               ADD C-RECOVERED-VALUE TO C-TOT-RECOVERED
               ADD C-CHARGED-OFF     TO C-TOT-CHARGED-OFF
               ADD C-RECOVERY-AMT    TO C-TOT-RECOVERY
           END-IF.
           PERFORM L3-PRINT-LOG-LINE.
      *****************************************************************
      *    ONLY A RECEIVABLE STILL OPEN WITH A BALANCE DUE CAN BE
      *    CLOSED, AND ONLY ONCE - A DEAL KEY ALREADY ON THE CLOSED
      *    MASTER IS REFUSED RATHER THAN OVERLAID, SO THE FIRST
      *    CLOSE AND ITS RECOVERIES ARE NEVER LOST.
      *****************************************************************
       L3-READ-OPEN-ARM.
           MOVE 'N' TO C-ARM-OK-SW.
           MOVE COX-CUSTOMER-NUMBER TO ARM-CUSTOMER-NUMBER.
           MOVE COX-PURCHASE-DATE   TO ARM-PURCHASE-DATE.
           MOVE COX-SEQ             TO ARM-SEQ.
           READ RECEIVABLES-MASTER
               INVALID KEY
                   MOVE 'REJECTED - NO OPEN RECEIVABLE'
                       TO C-RESULT-LIT
               NOT INVALID KEY
                   IF ARM-BALANCE NOT > 0
                       MOVE 'REJECTED - NO BALANCE DUE'
                           TO C-RESULT-LIT
                   ELSE
                       MOVE 'Y' TO C-ARM-OK-SW
                   END-IF
           END-READ.
           IF C-ARM-OK-SW = 'Y'
               MOVE COX-CUSTOMER-NUMBER TO CLO-CUSTOMER-NUMBER
               MOVE COX-PURCHASE-DATE   TO CLO-PURCHASE-DATE
               MOVE COX-SEQ             TO CLO-SEQ
               READ CLOSED-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO C-ARM-OK-SW
                       MOVE 'REJECTED - DEAL ALREADY CLOSED'
                           TO C-RESULT-LIT
               END-READ
           END-IF.
       L3-APPLY-CHARGE-OFF.
           PERFORM L3-READ-OPEN-ARM.
           IF C-ARM-OK-SW = 'Y'
               MOVE ARM-BALANCE TO C-BALANCE-CLOSED
               MOVE ARM-BALANCE TO C-CHARGED-OFF
               MOVE SPACES      TO CLO-HIN
               PERFORM L3-CLOSE-ACCOUNT
               MOVE 'CHARGED OFF' TO C-RESULT-LIT
           END-IF.
      *****************************************************************
      *    A REPOSSESSION IS CHECKED END TO END - DEAL, BOAT, AND
      *    LOT - BEFORE ANYTHING IS WRITTEN, SO A REJECTED ONE
      *    LEAVES NO FILE HALF-UPDATED AND CAN SIMPLY BE RESUBMITTED.
      *    THE BOAT TAKEN BACK MUST BE THE ONE SOLD ON THIS DEAL: ON
      *    THE UNIT MASTER AS SOLD TO THIS CUSTOMER, OF THE DEAL'S
      *    BOAT TYPE.  A HULL SOLD BEFORE THE UNIT MASTER EXISTED IS
      *    NOT ON FILE AT ALL AND IS BOOKED FRESH.  THE BOAT GOES
      *    BACK TO THE LOT FOR THE DEAL'S STATE.
      *****************************************************************
       L3-APPLY-REPOSSESSION.
           IF COX-HIN = SPACES
               MOVE 'REJECTED - HIN REQUIRED' TO C-RESULT-LIT
           ELSE
               IF COX-OFFICE-CODE NOT = '01'
                       AND COX-OFFICE-CODE NOT = '02'
                   MOVE 'REJECTED - BAD OFFICE CODE' TO C-RESULT-LIT
               ELSE
                   IF COX-AMOUNT NOT NUMERIC
                       MOVE 'REJECTED - BAD RECOVERED VALUE'
                           TO C-RESULT-LIT
                   ELSE
                       PERFORM L3-REPO-CHECK-DEAL
                   END-IF
               END-IF
           END-IF.
       L3-REPO-CHECK-DEAL.
           PERFORM L3-READ-OPEN-ARM.
           IF C-ARM-OK-SW = 'Y'
               IF COX-AMOUNT > ARM-BALANCE
                   MOVE 'REJECTED - VALUE OVER BALANCE'
                       TO C-RESULT-LIT
               ELSE
                   PERFORM L3-REPO-CHECK-UNIT
                   IF C-UNIT-OK-SW = 'Y'
                       PERFORM L3-REPO-CHECK-LOT
                   END-IF
               END-IF
           END-IF.
       L3-REPO-CHECK-UNIT.
           MOVE 'Y' TO C-UNIT-OK-SW.
           MOVE 'N' TO C-UNIT-NEW-SW.
           MOVE COX-HIN TO UNT-HIN.
           READ BOAT-UNITS
               INVALID KEY
                   MOVE 'Y' TO C-UNIT-NEW-SW
               NOT INVALID KEY
                   PERFORM L3-JUDGE-REPO-UNIT
           END-READ.
       L3-JUDGE-REPO-UNIT.
           IF UNT-STATUS NOT = 'S'
               MOVE 'N' TO C-UNIT-OK-SW
               MOVE 'REJECTED - HIN NOT SOLD' TO C-RESULT-LIT
           ELSE
               IF UNT-CUSTOMER-NUMBER NOT = COX-CUSTOMER-NUMBER
                   MOVE 'N' TO C-UNIT-OK-SW
                   MOVE 'REJECTED - HIN OTHER CUSTOMER'
                       TO C-RESULT-LIT
               ELSE
                   IF UNT-BOAT-TYPE NOT = ARM-BOAT-TYPE
                       MOVE 'N' TO C-UNIT-OK-SW
                       MOVE 'REJECTED - HIN WRONG BOAT TYPE'
                           TO C-RESULT-LIT
                   END-IF
               END-IF
           END-IF.
       L3-REPO-CHECK-LOT.
           MOVE ARM-BOAT-TYPE TO C-SRCH-BOAT-TYPE.
           MOVE ARM-STATE     TO C-SRCH-STATE.
           PERFORM L3-INV-LOOKUP.
           IF C-INV-MATCH-SW = 'N'
               PERFORM L3-CREATE-LOT
           END-IF.
           IF C-INV-MATCH-SW = 'N'
               MOVE 'REJECTED - LOT TABLE FULL' TO C-RESULT-LIT
           ELSE
               ADD 1 TO INV-WS-QTY (INV-IDX)
               PERFORM L3-BOOK-REPO-UNIT
               MOVE ARM-BALANCE TO C-BALANCE-CLOSED
               MOVE COX-AMOUNT  TO C-RECOVERED-VALUE
               COMPUTE C-CHARGED-OFF = ARM-BALANCE - COX-AMOUNT
               MOVE COX-HIN     TO CLO-HIN
               PERFORM L3-CLOSE-ACCOUNT
               MOVE 'REPOSSESSED' TO C-RESULT-LIT
           END-IF.
       L3-BOOK-REPO-UNIT.
           MOVE COX-HIN             TO UNT-HIN.
           MOVE ARM-BOAT-TYPE       TO UNT-BOAT-TYPE.
           MOVE ARM-STATE           TO UNT-STATE.
           MOVE 'A'                 TO UNT-STATUS.
           MOVE C-RUN-DATE-CCYYMMDD TO UNT-RECEIPT-DATE.
           MOVE 0                   TO UNT-CUSTOMER-NUMBER.
           MOVE SPACES              TO UNT-SOLD-DATE.
           MOVE 'R'                 TO UNT-CONDITION.
           MOVE COX-AMOUNT          TO UNT-COST-BASIS.
           MOVE COX-CUSTOMER-NUMBER TO UNT-ACQUIRED-FROM.
           MOVE COX-OFFICE-CODE     TO UNT-OFFICE-CODE.
           IF C-UNIT-NEW-SW = 'Y'
               WRITE UNT-REC
           ELSE
               REWRITE UNT-REC
           END-IF.
      *****************************************************************
      *    THE CLOSED RECORD CARRIES THE DEAL FORWARD FROM THE OPEN
      *    RECEIVABLE, WHICH IS THEN DELETED.  CLO-HIN IS SET BY THE
      *    CALLER.
      *****************************************************************
       L3-CLOSE-ACCOUNT.
           MOVE ARM-CUSTOMER-NUMBER   TO CLO-CUSTOMER-NUMBER.
           MOVE ARM-PURCHASE-DATE     TO CLO-PURCHASE-DATE.
           MOVE ARM-SEQ               TO CLO-SEQ.
           MOVE ARM-LAST-NAME         TO CLO-LAST-NAME.
           MOVE ARM-STATE             TO CLO-STATE.
           MOVE ARM-BOAT-TYPE         TO CLO-BOAT-TYPE.
           MOVE ARM-BOAT-TYPE-LIT     TO CLO-BOAT-TYPE-LIT.
           MOVE ARM-ORIG-AMOUNT       TO CLO-ORIG-AMOUNT.
           MOVE ARM-TOTAL-PAID        TO CLO-TOTAL-PAID.
           MOVE ARM-LAST-PAYMENT-DATE TO CLO-LAST-PAYMENT-DATE.
           MOVE COX-ACTION            TO CLO-CLOSE-TYPE.
           MOVE C-RUN-DATE-CCYYMMDD   TO CLO-CLOSE-DATE.
           MOVE C-BALANCE-CLOSED      TO CLO-BALANCE-CLOSED.
           MOVE C-RECOVERED-VALUE     TO CLO-RECOVERED-VALUE.
           MOVE C-CHARGED-OFF         TO CLO-CHARGED-OFF.
           MOVE 0                     TO CLO-RECOVERIES.
           MOVE SPACES                TO CLO-LAST-RECOVERY-DATE.
           WRITE CLO-REC.
           MOVE ARM-STATE             TO C-DEAL-STATE.
           MOVE C-RUN-DATE-CCYYMMDD   TO C-ACTION-DATE.
           PERFORM L3-LEDGER-ACTIVITY.
           DELETE RECEIVABLES-MASTER RECORD.
      *****************************************************************
      *    A RECOVERY POSTS ONLY AGAINST A DEAL ON THE CLOSED MASTER,
      *    AND NEVER FOR MORE THAN WAS CHARGED OFF - ANYTHING OVER
      *    THAT IS A REFUND TO THE CUSTOMER, NOT BAD DEBT RECOVERED.
      *****************************************************************
       L3-APPLY-RECOVERY.
           IF COX-AMOUNT NOT NUMERIC
               MOVE 'REJECTED - BAD RECOVERY AMOUNT' TO C-RESULT-LIT
           ELSE
               IF COX-AMOUNT = 0
                   MOVE 'REJECTED - BAD RECOVERY AMOUNT'
                       TO C-RESULT-LIT
               ELSE
                   MOVE COX-CUSTOMER-NUMBER TO CLO-CUSTOMER-NUMBER
                   MOVE COX-PURCHASE-DATE   TO CLO-PURCHASE-DATE
                   MOVE COX-SEQ             TO CLO-SEQ
                   READ CLOSED-MASTER
                       INVALID KEY
                           MOVE 'REJECTED - NO CLOSED ACCOUNT'
                               TO C-RESULT-LIT
                       NOT INVALID KEY
                           PERFORM L3-POST-RECOVERY
                   END-READ
               END-IF
           END-IF.
       L3-POST-RECOVERY.
           COMPUTE C-RECOVERY-LIMIT = CLO-RECOVERIES + COX-AMOUNT.
           IF C-RECOVERY-LIMIT > CLO-CHARGED-OFF
               MOVE 'REJECTED - EXCEEDS CHARGE-OFF' TO C-RESULT-LIT
           ELSE
               MOVE COX-AMOUNT TO C-RECOVERY-AMT
               IF COX-RECEIVED-DATE = SPACES
                   MOVE C-RUN-DATE-CCYYMMDD TO C-ACTION-DATE
               ELSE
                   MOVE COX-RECEIVED-DATE   TO C-ACTION-DATE
               END-IF
               ADD COX-AMOUNT      TO CLO-RECOVERIES
               MOVE C-ACTION-DATE  TO CLO-LAST-RECOVERY-DATE
               REWRITE CLO-REC
               MOVE CLO-STATE      TO C-DEAL-STATE
               PERFORM L3-LEDGER-ACTIVITY
               MOVE 'RECOVERY POSTED' TO C-RESULT-LIT
           END-IF.
       L3-LEDGER-ACTIVITY.
           MOVE COX-CUSTOMER-NUMBER TO COA-CUSTOMER-NUMBER.
           MOVE COX-PURCHASE-DATE   TO COA-PURCHASE-DATE.
           MOVE COX-SEQ             TO COA-SEQ.
           MOVE 1 TO COA-ACT-SEQ.
           MOVE 'N' TO C-COA-DONE-SW.
           PERFORM L3-WRITE-COA-REC
               UNTIL C-COA-DONE-SW = 'Y'
                   OR COA-ACT-SEQ > 998.
       L3-WRITE-COA-REC.
           MOVE COX-ACTION          TO COA-ACTION.
           MOVE C-ACTION-DATE       TO COA-ACTION-DATE.
           MOVE C-RUN-DATE-CCYYMMDD TO COA-RUN-DATE.
           MOVE C-DEAL-STATE        TO COA-STATE.
           MOVE C-BALANCE-CLOSED    TO COA-BALANCE-CLOSED.
           MOVE C-RECOVERED-VALUE   TO COA-RECOVERED-VALUE.
           MOVE C-CHARGED-OFF       TO COA-CHARGED-OFF.
           MOVE C-RECOVERY-AMT      TO COA-RECOVERY-AMT.
           WRITE COA-REC
               INVALID KEY
                   ADD 1 TO COA-ACT-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO C-COA-DONE-SW
           END-WRITE.
       L3-INV-LOOKUP.
           MOVE 'N' TO C-INV-MATCH-SW.
           SET INV-IDX TO 1.
           PERFORM L3-INV-SEARCH
               UNTIL INV-IDX > INV-TABLE-CNT
                   OR C-INV-MATCH-SW = 'Y'.
       L3-INV-SEARCH.
           IF C-SRCH-BOAT-TYPE = INV-WS-BOAT-TYPE (INV-IDX)
                   AND C-SRCH-STATE = INV-WS-STATE (INV-IDX)
               MOVE 'Y' TO C-INV-MATCH-SW
           ELSE
               SET INV-IDX UP BY 1
           END-IF.
       L3-CREATE-LOT.
           IF INV-TABLE-CNT < 60
               COMPUTE INV-TABLE-CNT = INV-TABLE-CNT + 1
               SET INV-IDX TO INV-TABLE-CNT
               MOVE C-SRCH-BOAT-TYPE TO INV-WS-BOAT-TYPE (INV-IDX)
               MOVE C-SRCH-STATE     TO INV-WS-STATE (INV-IDX)
               MOVE 0 TO INV-WS-QTY (INV-IDX)
               MOVE 0 TO INV-WS-REORDER (INV-IDX)
               MOVE 'Y' TO C-INV-MATCH-SW
           END-IF.
       L3-PRINT-LOG-LINE.
           MOVE COX-ACTION          TO O-ACTION.
           MOVE COX-PURCHASE-DATE   TO O-PUR-DATE.
           MOVE COX-HIN             TO O-HIN.
           IF COX-CUSTOMER-NUMBER NUMERIC
               MOVE COX-CUSTOMER-NUMBER TO O-CUST-NUMBER
           ELSE
               MOVE 0 TO O-CUST-NUMBER
           END-IF.
           IF COX-SEQ NUMERIC
               MOVE COX-SEQ TO O-SEQ
           ELSE
               MOVE 0 TO O-SEQ
           END-IF.
           MOVE C-BALANCE-CLOSED    TO O-BALANCE.
           MOVE C-RECOVERED-VALUE   TO O-RECOVERED.
           MOVE C-CHARGED-OFF       TO O-CHARGED-OFF.
           MOVE C-RECOVERY-AMT      TO O-RECOVERY.
           MOVE C-RESULT-LIT        TO O-RESULT-LIT.
           WRITE PRTLINE FROM DETAIL-LINE.
           MOVE SPACES TO C-RESULT-LIT.
       L4-HEADINGS.
           COMPUTE H1-PAGE = H1-PAGE + 1.
           WRITE PRTLINE FROM HEADING1.
           WRITE PRTLINE FROM COL-HEADING1.
       L3-CLOSING.
           MOVE C-TOT-BALANCE     TO O-TOT-BALANCE.
           MOVE C-TOT-RECOVERED   TO O-TOT-RECOVERED.
           MOVE C-TOT-CHARGED-OFF TO O-TOT-CHARGED-OFF.
           MOVE C-TOT-RECOVERY    TO O-TOT-RECOVERY.
           WRITE PRTLINE FROM TOTALS-LINE.
           MOVE C-APPLIED-CNT  TO O-SUM-APPLIED.
           MOVE C-REJECTED-CNT TO O-SUM-REJECTED.
           WRITE PRTLINE FROM SUMMARY-LINE.
           PERFORM L3-REWRITE-INVENTORY.
           CLOSE CO-TRANS.
           IF C-APPLIED-CNT > 0 OR C-REJECTED-CNT > 0
               OPEN OUTPUT CO-TRANS
               CLOSE CO-TRANS
           END-IF.
           CLOSE RECEIVABLES-MASTER.
           CLOSE CLOSED-MASTER.
           CLOSE CHARGE-OFF-LEDGER.
           CLOSE BOAT-UNITS.
           CLOSE PRTOUT.
       L3-REWRITE-INVENTORY.
           OPEN OUTPUT INVENTORY-FILE.
           SET INV-IDX TO 1.
           PERFORM L3-REWRITE-INV-REC
               UNTIL INV-IDX > INV-TABLE-CNT.
           CLOSE INVENTORY-FILE.
       L3-REWRITE-INV-REC.
           MOVE INV-WS-BOAT-TYPE (INV-IDX) TO INV-BOAT-TYPE.
           MOVE INV-WS-STATE (INV-IDX)     TO INV-STATE.
           MOVE INV-WS-QTY (INV-IDX)       TO INV-QTY-ON-HAND.
           MOVE INV-WS-REORDER (INV-IDX)   TO INV-REORDER-POINT.
           WRITE INV-REC.
           SET INV-IDX UP BY 1.
