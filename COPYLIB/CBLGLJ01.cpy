      *    CBLGLJ01 - NIGHTLY GENERAL LEDGER JOURNAL RECORD.  THE
      *    JOURNAL EXTRACT (CBLRA15) WRITES ONE RECORD PER ACCOUNT
      *    (PER STATE FOR SALES TAX PAYABLE) PER SIDE FOR THE NIGHT'S
      *    ACCEPTED SALES, RECEIVABLES PAYMENTS, CHARGE-OFF
      *    ACTIVITY (CBLCOA01), AND SALES TAX REMITTANCES (CBLTRL01),
      *    SO THE BOOKKEEPER KEYS THE ACCOUNTING PACKAGE STRAIGHT
      *    FROM THIS FILE INSTEAD OF RE-KEYING THE PRINTED REPORTS.
      *    THE GL POSTING RUN (CBLRA26) POSTS THE SAME FILE INTO THE
      *    GL BALANCE MASTER (CBLGLB01).  GLJ-DR-CR IS 'D' OR 'C';
      *    AMOUNTS ARE ALWAYS POSITIVE - A REVERSAL POSTS TO THE
      *    OPPOSITE SIDE OF THE SAME ACCOUNT.  EVERY NIGHT'S FILE
      *    DEBIT-EQUALS-CREDIT OR CBLRA15 ENDS WITH A BAD RETURN CODE
      *    AND FLAGS THE RUN ON GLRPT15.PRT.
      *    ACCOUNTS:
      *      1010 CASH                 1210 ACCOUNTS RECEIVABLE
      *      1310 TRADE-IN INVENTORY   1320 REPOSSESSED INVENTORY
      *      2410 SALES TAX PAYABLE    4010 BOAT SALES REVENUE
      *      5010 COST OF USED BOATS SOLD
      *      6010 BAD DEBT EXPENSE
      *      3010 OPENING BALANCE EQUITY (OFFSET FOR OPENING AND
      *           ADJUSTING ENTRIES KEYED TO CBLRA26 ONLY - NEVER
      *           ON THE NIGHTLY JOURNAL)
      *****************************************************************
       01  GLJ-REC.
           05  GLJ-RUN-DATE                 PIC X(8).
