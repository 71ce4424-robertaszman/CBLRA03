      *    CR SALES TAX PAYABLE BY STATE.  A REVERSAL POSTS THE SAME
      *    LINES TO THE OPPOSITE SIDE.  A POSTED RECEIVABLES PAYMENT
      *    POSTS DR CASH / CR ACCOUNTS RECEIVABLE.
      *    WHEN THE BOAT SOLD IS A USED UNIT TAKEN IN TRADE (CBLUNT01
      *    CONDITION 'U'), THE SALE ALSO RELIEVES TRADE-IN INVENTORY:
      *    DR COST OF USED BOATS SOLD / CR TRADE-IN INVENTORY BY THE
      *    UNIT'S COST BASIS, AND THE DEAL PRINTS ON THE USED BOAT
      *    GROSS PROFIT LISTING AT THE FOOT OF THE REPORT.  A
      *    REPOSSESSED UNIT (CONDITION 'R') RESELLS THE SAME WAY BUT
      *    RELIEVES REPOSSESSED INVENTORY INSTEAD.
      *    CHARGE-OFF ACTIVITY CBLRA23 APPLIED TODAY (CBLCOACT.DAT)
      *    POSTS FROM ITS LEDGER THE SAME WAY PAYMENTS DO: A CHARGE-
      *    OFF DR BAD DEBT EXPENSE / CR ACCOUNTS RECEIVABLE, A
      *    REPOSSESSION ALSO DR REPOSSESSED INVENTORY FOR THE
      *    RECOVERED VALUE, AND A LATER RECOVERY DR CASH / CR BAD
      *    DEBT EXPENSE.
      *    SALES TAX REMITTED TO A STATE (THE REMITTANCE LEDGER
      *    CBLRA08 WRITES, CBLTAXRL.DAT) POSTS DR SALES TAX PAYABLE
      *    FOR THAT STATE / CR CASH, AGAIN ONLY FOR TONIGHT'S ROWS.
      *    THE RUN CROSS-FOOTS ITSELF BEFORE IT ENDS: TOTAL DEBITS
      *    MUST EQUAL TOTAL CREDITS, AND THE NIGHT'S SALE CASH PLUS
      *    RECEIVABLES OPENED MUST TIE TO THE GRAND TOTAL CBLRA03
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDL-KEY.
           SELECT OPTIONAL CHARGE-OFF-LEDGER
               ASSIGN TO 'C:\COBOL\CBLCOACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-KEY.
           SELECT OPTIONAL REMIT-LEDGER
               ASSIGN TO 'C:\COBOL\CBLTAXRL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRL-KEY.
           SELECT OPTIONAL RUN-SUMMARY-FILE
               ASSIGN TO 'C:\COBOL\CBLRUNSM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BOAT-UNITS
               ASSIGN TO 'C:\COBOL\CBLUNITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNT-KEY.
           SELECT JOURNAL-FILE
               ASSIGN TO 'C:\COBOL\CBLGLJRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  BOAT-SALES
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 121 CHARACTERS.
           COPY CBLREC01.
       FD  PAYMENT-LEDGER
           LABEL RECORD IS STANDARD.
           COPY CBLPDL01.
       FD  CHARGE-OFF-LEDGER
           LABEL RECORD IS STANDARD.
           COPY CBLCOA01.
       FD  REMIT-LEDGER
           LABEL RECORD IS STANDARD.
           COPY CBLTRL01.
       FD  RUN-SUMMARY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RSM-REC.
           COPY CBLRSM01.
       FD  BOAT-UNITS
           LABEL RECORD IS STANDARD.
           COPY CBLUNT01.
       FD  JOURNAL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GLJ-REC.
       01  MISC.
           05  EOF                         PIC X       VALUE 'F'.
           05  PAY-EOF                     PIC X       VALUE 'F'.
           05  COA-EOF                     PIC X       VALUE 'F'.
           05  TRL-EOF                     PIC X       VALUE 'F'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR            PIC X(4).
               10  CURRENT-MONTH           PIC XX.
           05  C-RSM-FOUND-SW              PIC X       VALUE 'N'.
           05  C-RSM-RUN-DATE              PIC X(8)    VALUE SPACES.
           05  C-RSM-GT-TOT-SALES          PIC S9(12)V99 VALUE 0.
           05  C-USED-SW                   PIC X       VALUE 'N'.
           05  C-USED-COST                 PIC S9(7)V99 VALUE 0.
           05  C-USED-REVENUE              PIC S9(8)V99 VALUE 0.
           05  C-USED-GT-COST              PIC S9(10)V99 VALUE 0.
           05  C-USED-GT-REVENUE           PIC S9(10)V99 VALUE 0.
           05  C-USED-GT-PROFIT            PIC S9(10)V99 VALUE 0.
       01  USED-SALE-TABLE-WS.
           05  UBS-ENTRY OCCURS 200 TIMES INDEXED BY UBS-IDX.
               10  UBS-HIN                 PIC X(12).
               10  UBS-BOAT-TYPE-LIT       PIC X(13).
               10  UBS-STATE               PIC X(2).
               10  UBS-TRANS-CODE          PIC X.
               10  UBS-COST                PIC S9(7)V99.
               10  UBS-REVENUE             PIC S9(8)V99.
           05  UBS-TABLE-CNT               PIC 9(4)    VALUE 0.
       01  JOURNAL-TABLE-WS.
           05  JRN-ENTRY OCCURS 80 TIMES INDEXED BY JRN-IDX.
               10  JRN-ACCOUNT             PIC X(4).
           05  FILLER                      PIC X(40)
               VALUE '** JOURNAL OUT OF BALANCE - DO NOT KEY *'.
           05  FILLER                      PIC X(69)   VALUE SPACES.
       01  USED-HEADING.
           05  FILLER                      PIC X(32)
                       VALUE 'USED BOAT RESALES - GROSS PROFIT'.
           05  FILLER                      PIC X(100)  VALUE SPACES.
       01  USED-COL-HEADING.
           05  FILLER                      PIC X(3)    VALUE 'HIN'.
           05  FILLER                      PIC X(11)   VALUE SPACES.
           05  FILLER                      PIC X(9)
                                           VALUE 'BOAT TYPE'.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'STATE'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(2)    VALUE 'TX'.
           05  FILLER                      PIC X(9)    VALUE SPACES.
           05  FILLER                      PIC X(10)
                                           VALUE 'COST BASIS'.
           05  FILLER                      PIC X(9)    VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE 'REVENUE'.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  FILLER                      PIC X(12)
                                           VALUE 'GROSS PROFIT'.
           05  FILLER                      PIC X(42)   VALUE SPACES.
       01  USED-DETAIL-LINE.
           05  O-USED-HIN                  PIC X(12).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-USED-BOAT-TYPE-LIT        PIC X(13).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-USED-STATE                PIC X(2).
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  O-USED-TRANS-CODE           PIC X.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-USED-COST                 PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-USED-REVENUE              PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-USED-PROFIT               PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(43)   VALUE SPACES.
       01  USED-TOTAL-LINE.
           05  FILLER                      PIC X(40)
                       VALUE 'USED BOAT TOTALS'.
           05  O-USED-GT-COST              PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-USED-GT-REVENUE           PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-USED-GT-PROFIT            PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(43)   VALUE SPACES.
       01  USED-NONE-LINE.
           05  FILLER                      PIC X(28)
                       VALUE 'NO USED BOATS RESOLD TONIGHT'.
           05  FILLER                      PIC X(104)  VALUE SPACES.
       01  BLANK-LINE.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       01  NO-SUMMARY-LINE.
           05  FILLER                      PIC X(48)
             VALUE 'NO BOATRPT2 RUN SUMMARY FOR TONIGHT - CANNOT TIE'.
               UNTIL EOF = 'T'.
           PERFORM L2-PAYMENT-PASS
               UNTIL PAY-EOF = 'T'.
           PERFORM L2-CHARGE-OFF-PASS
               UNTIL COA-EOF = 'T'.
           PERFORM L2-REMIT-PASS
               UNTIL TRL-EOF = 'T'.
           PERFORM L3-CLOSING.
           IF C-OUT-OF-BAL-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               DELIMITED BY SIZE INTO C-RUN-DATE-CCYYMMDD.
           OPEN INPUT BOAT-SALES.
           OPEN INPUT PAYMENT-LEDGER.
           OPEN INPUT BOAT-UNITS.
           OPEN INPUT CHARGE-OFF-LEDGER.
           OPEN INPUT REMIT-LEDGER.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-HEADINGS.
           PERFORM L2-READ-RUN-SUMMARY.
           PERFORM L3-READ-SALE.
           PERFORM L2-START-LEDGER.
           PERFORM L2-START-CO-LEDGER.
           PERFORM L2-START-REMIT-LEDGER.
       L2-READ-RUN-SUMMARY.
           OPEN INPUT RUN-SUMMARY-FILE.
           READ RUN-SUMMARY-FILE
           IF PAY-EOF NOT = 'T'
               PERFORM L3-READ-PAYMENT
           END-IF.
       L2-START-CO-LEDGER.
           MOVE LOW-VALUES TO COA-KEY.
           START CHARGE-OFF-LEDGER KEY IS NOT LESS THAN COA-KEY
               INVALID KEY
                   MOVE 'T' TO COA-EOF.
           IF COA-EOF NOT = 'T'
               PERFORM L3-READ-CHARGE-OFF
           END-IF.
       L2-START-REMIT-LEDGER.
           MOVE LOW-VALUES TO TRL-KEY.
           START REMIT-LEDGER KEY IS NOT LESS THAN TRL-KEY
               INVALID KEY
                   MOVE 'T' TO TRL-EOF.
           IF TRL-EOF NOT = 'T'
               PERFORM L3-READ-REMITTANCE
           END-IF.
       L2-SALES-PASS.
           PERFORM L3-CALC-DEAL.
           PERFORM L3-POST-SALE.
           PERFORM L3-CHECK-USED-UNIT.
           IF C-USED-SW = 'Y'
               PERFORM L3-POST-USED-COST
           END-IF.
           PERFORM L3-READ-SALE.
       L3-CALC-DEAL.
           CALL 'CBLCALC1' USING I-STATE I-BOAT-TYPE
               PERFORM L3-POST-AMOUNT
           END-IF.
      *****************************************************************
      *    A USED BOAT CARRIES THE TRADE ALLOWANCE IT CAME IN AT AS
      *    ITS COST BASIS ON THE UNIT MASTER.  SELLING IT TAKES THAT
      *    BASIS BACK OUT OF TRADE-IN INVENTORY INTO COST OF SALES;
      *    A REVERSAL PUTS IT BACK.  THE DEAL'S PRE-TAX REVENUE LESS
      *    THE BASIS IS THE GROSS PROFIT (OR LOSS) ON THE RESALE.  A
      *    REPOSSESSED BOAT CARRIES ITS RECOVERED VALUE AS THE BASIS
      *    AND COMES OUT OF REPOSSESSED INVENTORY INSTEAD.
      *****************************************************************
       L3-CHECK-USED-UNIT.
           MOVE 'N' TO C-USED-SW.
           IF I-HIN NOT = SPACES
               MOVE I-HIN TO UNT-HIN
               READ BOAT-UNITS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF (UNT-CONDITION = 'U' OR UNT-CONDITION = 'R')
                               AND UNT-COST-BASIS > 0
                           MOVE 'Y' TO C-USED-SW
                       END-IF
               END-READ
           END-IF.
       L3-POST-USED-COST.
           MOVE SPACES TO C-POST-STATE.
           MOVE UNT-COST-BASIS TO C-POST-AMOUNT.
           MOVE '5010' TO C-POST-ACCOUNT.
           MOVE 'COST OF USED BOATS SOLD' TO C-POST-LIT.
           IF I-TRANS-CODE = 'R'
               MOVE 'C' TO C-POST-DR-CR
           ELSE
               MOVE 'D' TO C-POST-DR-CR
           END-IF.
           PERFORM L3-POST-AMOUNT.
           IF UNT-CONDITION = 'R'
               MOVE '1320' TO C-POST-ACCOUNT
               MOVE 'REPOSSESSED INVENTORY' TO C-POST-LIT
           ELSE
               MOVE '1310' TO C-POST-ACCOUNT
               MOVE 'TRADE-IN INVENTORY' TO C-POST-LIT
           END-IF.
           IF I-TRANS-CODE = 'R'
               MOVE 'D' TO C-POST-DR-CR
               COMPUTE C-USED-COST = 0 - UNT-COST-BASIS
               COMPUTE C-USED-REVENUE = 0 - C-REVENUE-AMT
           ELSE
               MOVE 'C' TO C-POST-DR-CR
               MOVE UNT-COST-BASIS TO C-USED-COST
               MOVE C-REVENUE-AMT  TO C-USED-REVENUE
           END-IF.
           PERFORM L3-POST-AMOUNT.
           ADD C-USED-COST    TO C-USED-GT-COST.
           ADD C-USED-REVENUE TO C-USED-GT-REVENUE.
           IF UBS-TABLE-CNT < 200
               COMPUTE UBS-TABLE-CNT = UBS-TABLE-CNT + 1
               SET UBS-IDX TO UBS-TABLE-CNT
               MOVE I-HIN           TO UBS-HIN (UBS-IDX)
               MOVE C-BOAT-TYPE-LIT TO UBS-BOAT-TYPE-LIT (UBS-IDX)
               MOVE I-STATE         TO UBS-STATE (UBS-IDX)
               MOVE I-TRANS-CODE    TO UBS-TRANS-CODE (UBS-IDX)
               MOVE C-USED-COST     TO UBS-COST (UBS-IDX)
               MOVE C-USED-REVENUE  TO UBS-REVENUE (UBS-IDX)
           END-IF.
      *****************************************************************
      *    ONLY LEDGER RECORDS STAMPED WITH TONIGHT'S RUN DATE POST -
      *    THE LEDGER CARRIES EVERY PAYMENT EVER POSTED, AND A
      *    PAYMENT CBLRA13 REJECTED (NO OPEN RECEIVABLE, BAD AMOUNT)
           MOVE 'C' TO C-POST-DR-CR.
           MOVE PDL-AMOUNT TO C-POST-AMOUNT.
           PERFORM L3-POST-AMOUNT.
      *****************************************************************
      *    LIKE THE PAYMENT LEDGER, ONLY CHARGE-OFF ACTIVITY STAMPED
      *    WITH TONIGHT'S RUN DATE POSTS.  A REPOSSESSION SPLITS THE
      *    RECEIVABLE BETWEEN THE BOAT TAKEN BACK AND THE LOSS, SO
      *    ITS TWO DEBITS ALWAYS FOOT TO THE ONE CREDIT.
      *****************************************************************
       L2-CHARGE-OFF-PASS.
           IF COA-RUN-DATE = C-RUN-DATE-CCYYMMDD
               PERFORM L3-POST-CHARGE-OFF
           END-IF.
           PERFORM L3-READ-CHARGE-OFF.
       L3-POST-CHARGE-OFF.
           MOVE SPACES TO C-POST-STATE.
           EVALUATE COA-ACTION
               WHEN 'C'
                   PERFORM L3-POST-BAD-DEBT
                   PERFORM L3-POST-AR-CLOSED
               WHEN 'P'
                   IF COA-RECOVERED-VALUE > 0
                       MOVE '1320' TO C-POST-ACCOUNT
                       MOVE 'REPOSSESSED INVENTORY' TO C-POST-LIT
                       MOVE 'D' TO C-POST-DR-CR
                       MOVE COA-RECOVERED-VALUE TO C-POST-AMOUNT
                       PERFORM L3-POST-AMOUNT
                   END-IF
                   PERFORM L3-POST-BAD-DEBT
                   PERFORM L3-POST-AR-CLOSED
               WHEN 'V'
                   MOVE '1010' TO C-POST-ACCOUNT
                   MOVE 'CASH' TO C-POST-LIT
                   MOVE 'D' TO C-POST-DR-CR
                   MOVE COA-RECOVERY-AMT TO C-POST-AMOUNT
                   PERFORM L3-POST-AMOUNT
                   MOVE '6010' TO C-POST-ACCOUNT
                   MOVE 'BAD DEBT EXPENSE' TO C-POST-LIT
                   MOVE 'C' TO C-POST-DR-CR
                   MOVE COA-RECOVERY-AMT TO C-POST-AMOUNT
                   PERFORM L3-POST-AMOUNT
           END-EVALUATE.
       L3-POST-BAD-DEBT.
           IF COA-CHARGED-OFF > 0
               MOVE '6010' TO C-POST-ACCOUNT
               MOVE 'BAD DEBT EXPENSE' TO C-POST-LIT
               MOVE 'D' TO C-POST-DR-CR
               MOVE COA-CHARGED-OFF TO C-POST-AMOUNT
               PERFORM L3-POST-AMOUNT
           END-IF.
       L3-POST-AR-CLOSED.
           MOVE '1210' TO C-POST-ACCOUNT.
           MOVE 'ACCOUNTS RECEIVABLE' TO C-POST-LIT.
           MOVE 'C' TO C-POST-DR-CR.
           MOVE COA-BALANCE-CLOSED TO C-POST-AMOUNT.
           PERFORM L3-POST-AMOUNT.
      *****************************************************************
      *    A REMITTANCE PAYS DOWN THE STATE'S SALES TAX PAYABLE OUT
      *    OF CASH.  LIKE THE OTHER LEDGERS, ONLY ROWS CBLRA08 WROTE
      *    TONIGHT POST.
      *****************************************************************
       L2-REMIT-PASS.
           IF TRL-RUN-DATE = C-RUN-DATE-CCYYMMDD
               PERFORM L3-POST-REMITTANCE
           END-IF.
           PERFORM L3-READ-REMITTANCE.
       L3-POST-REMITTANCE.
           MOVE '2410' TO C-POST-ACCOUNT.
           MOVE 'SALES TAX PAYABLE' TO C-POST-LIT.
           MOVE TRL-STATE TO C-POST-STATE.
           MOVE 'D' TO C-POST-DR-CR.
           MOVE TRL-AMOUNT TO C-POST-AMOUNT.
           PERFORM L3-POST-AMOUNT.
           MOVE '1010' TO C-POST-ACCOUNT.
           MOVE 'CASH' TO C-POST-LIT.
           MOVE SPACES TO C-POST-STATE.
           MOVE 'C' TO C-POST-DR-CR.
           MOVE TRL-AMOUNT TO C-POST-AMOUNT.
           PERFORM L3-POST-AMOUNT.
       L3-POST-AMOUNT.
           PERFORM L3-JRN-LOOKUP.
           IF C-JRN-FOUND-SW = 'Y'
           READ PAYMENT-LEDGER NEXT RECORD
               AT END
                   MOVE 'T' TO PAY-EOF.
       L3-READ-CHARGE-OFF.
           READ CHARGE-OFF-LEDGER NEXT RECORD
               AT END
                   MOVE 'T' TO COA-EOF.
       L3-READ-REMITTANCE.
           READ REMIT-LEDGER NEXT RECORD
               AT END
                   MOVE 'T' TO TRL-EOF.
       L4-HEADINGS.
           COMPUTE H1-PAGE = H1-PAGE + 1.
           WRITE PRTLINE FROM HEADING1.
           ELSE
               WRITE PRTLINE FROM IN-BAL-LINE
           END-IF.
           PERFORM L3-PRINT-USED-SALES.
           CLOSE BOAT-SALES.
           CLOSE PAYMENT-LEDGER.
           CLOSE BOAT-UNITS.
           CLOSE CHARGE-OFF-LEDGER.
           CLOSE REMIT-LEDGER.
           CLOSE JOURNAL-FILE.
           CLOSE PRTOUT.
       L3-WRITE-JOURNAL-ENTRY.
           MOVE JRN-CR (JRN-IDX)          TO O-CREDIT.
           WRITE PRTLINE FROM DETAIL-LINE.
           SET JRN-IDX UP BY 1.
       L3-PRINT-USED-SALES.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM USED-HEADING.
           IF UBS-TABLE-CNT = 0
               WRITE PRTLINE FROM USED-NONE-LINE
           ELSE
               WRITE PRTLINE FROM USED-COL-HEADING
               SET UBS-IDX TO 1
               PERFORM L3-PRINT-USED-LINE
                   UNTIL UBS-IDX > UBS-TABLE-CNT
               COMPUTE C-USED-GT-PROFIT =
                   C-USED-GT-REVENUE - C-USED-GT-COST
               MOVE C-USED-GT-COST    TO O-USED-GT-COST
               MOVE C-USED-GT-REVENUE TO O-USED-GT-REVENUE
               MOVE C-USED-GT-PROFIT  TO O-USED-GT-PROFIT
               WRITE PRTLINE FROM USED-TOTAL-LINE
           END-IF.
       L3-PRINT-USED-LINE.
           MOVE UBS-HIN (UBS-IDX)           TO O-USED-HIN.
           MOVE UBS-BOAT-TYPE-LIT (UBS-IDX) TO O-USED-BOAT-TYPE-LIT.
           MOVE UBS-STATE (UBS-IDX)         TO O-USED-STATE.
           MOVE UBS-TRANS-CODE (UBS-IDX)    TO O-USED-TRANS-CODE.
           MOVE UBS-COST (UBS-IDX)          TO O-USED-COST.
           MOVE UBS-REVENUE (UBS-IDX)       TO O-USED-REVENUE.
           COMPUTE O-USED-PROFIT =
               UBS-REVENUE (UBS-IDX) - UBS-COST (UBS-IDX).
           WRITE PRTLINE FROM USED-DETAIL-LINE.
           SET UBS-IDX UP BY 1.
