      *****************************************************************
      *    CBLCOA01 - CHARGE-OFF ACTIVITY LEDGER RECORD, ONE RECORD
      *    PER CHARGE-OFF, REPOSSESSION OR RECOVERY APPLIED, KEYED BY
      *    THE RECEIVABLE'S KEY PLUS AN ACTIVITY SEQUENCE - THE SAME
      *    SHAPE AS THE PAYMENT DETAIL LEDGER (CBLPDL01).  CBLRA23
      *    WRITES ONE RECORD FOR EVERY ACTION IT APPLIES, STAMPED
      *    WITH THE RUN DATE, AND THE NIGHTLY JOURNAL EXTRACT
      *    (CBLRA15) POSTS THE RECORDS STAMPED WITH TONIGHT'S DATE:
      *      'C' CHARGE-OFF  - DR 6010 BAD DEBT EXPENSE (CHARGED OFF)
      *                        CR 1210 ACCOUNTS RECEIVABLE (BALANCE)
      *      'P' REPOSSESSED - DR 1320 REPOSSESSED INVENTORY
      *                        (RECOVERED VALUE), DR 6010 BAD DEBT
      *                        EXPENSE (CHARGED OFF), CR 1210
      *                        ACCOUNTS RECEIVABLE (BALANCE)
      *      'V' RECOVERY    - DR 1010 CASH / CR 6010 BAD DEBT
      *                        EXPENSE (RECOVERY AMOUNT)
      *    COA-ACTION-DATE IS THE DATE THE RECOVERY WAS RECEIVED, OR
      *    THE RUN DATE FOR A CHARGE-OFF OR REPOSSESSION.
      *****************************************************************
       01  COA-REC.
           05  COA-KEY.
               10  COA-CUSTOMER-NUMBER      PIC 9(6).
               10  COA-PURCHASE-DATE        PIC X(8).
               10  COA-SEQ                  PIC 9(3).
               10  COA-ACT-SEQ              PIC 9(3).
           05  COA-ACTION                   PIC X.
           05  COA-ACTION-DATE              PIC X(8).
           05  COA-RUN-DATE                 PIC X(8).
           05  COA-STATE                    PIC X(2).
           05  COA-BALANCE-CLOSED           PIC 9(7)V99.
           05  COA-RECOVERED-VALUE          PIC 9(7)V99.
           05  COA-CHARGED-OFF              PIC 9(7)V99.
           05  COA-RECOVERY-AMT             PIC 9(7)V99.
