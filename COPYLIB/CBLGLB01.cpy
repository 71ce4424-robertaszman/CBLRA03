      *****************************************************************
      *    CBLGLB01 - GENERAL LEDGER BALANCE MASTER RECORD, KEYED BY
      *    ACCOUNT + STATE.  STATE IS BLANK EXCEPT ON SALES TAX
      *    PAYABLE (2410), WHICH CARRIES ONE RECORD PER STATE THE
      *    SAME AS THE JOURNAL.  THE GL POSTING RUN (CBLRA26) ADDS
      *    EACH NIGHT'S CBLGLJRN.DAT INTO MTD AND YTD DEBIT/CREDIT
      *    BUCKETS UNDER THE SAME PERIOD-STAMP SCHEME AS YTD-MASTER:
      *    GLB-PERIOD-STAMP/GLB-YEAR-STAMP HOLD THE CCYYMM/CCYY LAST
      *    POSTED, A POSTING IN A NEW MONTH OR YEAR ROLLS THAT BUCKET
      *    TO ZERO FIRST, AND THE MONTH-END CLOSE (CBLRA14) SNAPSHOTS
      *    EVERY RECORD BEFORE THE ROLL (CBLGBS01).  GLB-BALANCE IS
      *    THE RUNNING BALANCE SINCE THE LEDGER WAS OPENED, DEBITS
      *    POSITIVE AND CREDITS NEGATIVE, AND NEVER ROLLS - IT IS
      *    THE FIGURE THE RECONCILIATION PROVES AGAINST THE
      *    SUBLEDGERS.
      *****************************************************************
       01  GLB-REC.
           05  GLB-KEY.
               10  GLB-ACCOUNT              PIC X(4).
               10  GLB-STATE                PIC X(2).
           05  GLB-ACCOUNT-LIT              PIC X(24).
           05  GLB-PERIOD-STAMP             PIC X(6).
           05  GLB-YEAR-STAMP               PIC X(4).
           05  GLB-MTD-DEBITS               PIC S9(12)V99.
           05  GLB-MTD-CREDITS              PIC S9(12)V99.
           05  GLB-YTD-DEBITS               PIC S9(12)V99.
           05  GLB-YTD-CREDITS              PIC S9(12)V99.
           05  GLB-BALANCE                  PIC S9(12)V99.
           05  GLB-LAST-POST-DATE           PIC X(8).
