      *****************************************************************
      *    CBLCLO01 - CLOSED RECEIVABLES MASTER RECORD LAYOUT, ONE
      *    RECORD PER FINANCED DEAL CLOSED OUT AS UNCOLLECTIBLE,
      *    KEYED EXACTLY LIKE THE OPEN RECEIVABLE IT REPLACES
      *    (CUSTOMER NUMBER + PURCHASE DATE + SEQUENCE).  THE
      *    CHARGE-OFF PROGRAM (CBLRA23) WRITES IT WHEN IT DELETES THE
      *    CBLARM01 RECORD, CARRYING THE DEAL'S IDENTITY AND PAYMENT
      *    HISTORY FORWARD SO A RECOVERY RECEIVED MONTHS LATER STILL
      *    HAS AN ACCOUNT TO POST AGAINST.  ONCE THE OPEN RECEIVABLE
      *    IS GONE THE AGING (CBLRA07), THE STATEMENTS (CBLRA16) AND
      *    THE DUNNING LETTERS (CBLRA20) NO LONGER SEE THE DEAL.
      *    CLO-CLOSE-TYPE: 'C' = CHARGED OFF, 'P' = REPOSSESSED (THE
      *    BOAT, CLO-HIN, WENT BACK ON THE UNIT MASTER AT
      *    CLO-RECOVERED-VALUE AND THE REST WAS CHARGED OFF).
      *    CLO-BALANCE-CLOSED = CLO-RECOVERED-VALUE + CLO-CHARGED-OFF.
      *    CLO-RECOVERIES ACCUMULATES CASH COLLECTED AFTER THE CLOSE
      *    AND CAN NEVER EXCEED CLO-CHARGED-OFF.
      *****************************************************************
       01  CLO-REC.
           05  CLO-KEY.
               10  CLO-CUSTOMER-NUMBER      PIC 9(6).
               10  CLO-PURCHASE-DATE        PIC X(8).
               10  CLO-SEQ                  PIC 9(3).
           05  CLO-LAST-NAME                PIC X(16).
           05  CLO-STATE                    PIC X(2).
           05  CLO-BOAT-TYPE                PIC X.
           05  CLO-BOAT-TYPE-LIT            PIC X(13).
           05  CLO-ORIG-AMOUNT              PIC 9(7)V99.
           05  CLO-TOTAL-PAID               PIC 9(7)V99.
           05  CLO-LAST-PAYMENT-DATE        PIC X(8).
           05  CLO-CLOSE-TYPE               PIC X.
           05  CLO-CLOSE-DATE               PIC X(8).
           05  CLO-BALANCE-CLOSED           PIC 9(7)V99.
           05  CLO-HIN                      PIC X(12).
           05  CLO-RECOVERED-VALUE          PIC 9(7)V99.
           05  CLO-CHARGED-OFF              PIC 9(7)V99.
           05  CLO-RECOVERIES               PIC 9(7)V99.
           05  CLO-LAST-RECOVERY-DATE       PIC X(8).
