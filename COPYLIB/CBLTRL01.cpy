      *****************************************************************
      *    CBLTRL01 - SALES TAX REMITTANCE LEDGER RECORD, ONE RECORD
      *    PER PAYMENT MADE TO A STATE, KEYED BY STATE + DATE PAID +
      *    SEQUENCE.  CBLRA08 WRITES ONE RECORD FOR EVERY REMITTANCE
      *    IT POSTS AGAINST TXM-LTD-REMITTED, STAMPED WITH THE RUN
      *    DATE, AND THE JOURNAL EXTRACT (CBLRA15) POSTS TONIGHT'S
      *    RECORDS DR SALES TAX PAYABLE (BY STATE) / CR CASH, THE
      *    SAME WAY IT POSTS THE PAYMENT LEDGER.  TRL-PERIOD IS THE
      *    CCYYMM TAX PERIOD THE RETURN COVERED.
      *****************************************************************
       01  TRL-REC.
           05  TRL-KEY.
               10  TRL-STATE                PIC X(2).
               10  TRL-REMIT-DATE           PIC X(8).
               10  TRL-SEQ                  PIC 9(3).
           05  TRL-PERIOD                   PIC X(6).
           05  TRL-AMOUNT                   PIC 9(10)V99.
           05  TRL-REFERENCE                PIC X(12).
           05  TRL-RUN-DATE                 PIC X(8).
