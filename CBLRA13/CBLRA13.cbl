      *         LEDGER (CBLPAYLG.DAT) SO THE INDIVIDUAL PAYMENTS
      *         SURVIVE FOR THE MONTHLY STATEMENTS (CBLRA16) AND FOR
      *         BALANCE DISPUTES.
      *    A PAYMENT AGAINST A DEAL ALREADY CHARGED OFF OR
      *    REPOSSESSED (ON THE CLOSED RECEIVABLES MASTER, CBLCLO01)
      *    IS REJECTED AS SUCH, SO IT CAN BE RE-ENTERED AS A RECOVERY
      *    THROUGH THE CHARGE-OFF PROGRAM (CBLRA23).
      *    EVERYTHING APPLIED OR REJECTED IS LOGGED ON PAYRPT13.PRT.
      *    THE AGED RECEIVABLES REPORT (CBLRA07) READS THE MASTER
      *    THIS PROGRAM MAINTAINS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDL-KEY.
           SELECT OPTIONAL CLOSED-MASTER
               ASSIGN TO 'C:\COBOL\CBLCLOSD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLO-KEY.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\PAYRPT13.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       FD  BOAT-SALES
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 121 CHARACTERS.
           COPY CBLREC01.
       FD  PAY-TRANS
           LABEL RECORD IS STANDARD
       FD  PAYMENT-LEDGER
           LABEL RECORD IS STANDARD.
           COPY CBLPDL01.
       FD  CLOSED-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLCLO01.
       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           OPEN INPUT PAY-TRANS.
           OPEN I-O RECEIVABLES-MASTER.
           OPEN I-O PAYMENT-LEDGER.
           OPEN INPUT CLOSED-MASTER.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-HEADINGS.
           PERFORM L3-READ-SALE.
               MOVE PAYX-SEQ             TO ARM-SEQ
               READ RECEIVABLES-MASTER
                   INVALID KEY
                       PERFORM L3-CHECK-CLOSED
                       COMPUTE C-REJECTED-CNT = C-REJECTED-CNT + 1
                   NOT INVALID KEY
                       SUBTRACT PAYX-AMOUNT FROM ARM-BALANCE
               END-READ
           END-IF.
           PERFORM L3-PRINT-LOG-LINE.
       L3-CHECK-CLOSED.
           MOVE PAYX-CUSTOMER-NUMBER TO CLO-CUSTOMER-NUMBER.
           MOVE PAYX-PURCHASE-DATE   TO CLO-PURCHASE-DATE.
           MOVE PAYX-SEQ             TO CLO-SEQ.
           READ CLOSED-MASTER
               INVALID KEY
                   MOVE 'REJECTED - NO OPEN RECEIVABLE'
                       TO C-RESULT-LIT
               NOT INVALID KEY
                   MOVE 'REJECTED - ACCOUNT CHARGED OFF'
                       TO C-RESULT-LIT
           END-READ.
       L3-LEDGER-PAYMENT.
           MOVE PAYX-CUSTOMER-NUMBER TO PDL-CUSTOMER-NUMBER.
           MOVE PAYX-PURCHASE-DATE   TO PDL-PURCHASE-DATE.
           CLOSE PAY-TRANS.
           CLOSE RECEIVABLES-MASTER.
           CLOSE PAYMENT-LEDGER.
           CLOSE CLOSED-MASTER.
           CLOSE PRTOUT.
