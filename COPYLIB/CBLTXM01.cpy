      *    SIGNED BECAUSE SALE REVERSALS POST NEGATIVE AMOUNTS.  THE
      *    BOOKKEEPER FILES EACH STATE'S SALES TAX RETURN STRAIGHT
      *    OFF THE TAXRPT8.PRT LISTING OF THIS FILE.
      *    TXM-LTD-TAX (TAX COLLECTED) AND TXM-LTD-REMITTED (TAX PAID
      *    OVER TO THE STATE, FROM THE REMITTANCES CBLRA08 POSTS) ARE
      *    LIFE-TO-DATE AND NEVER ROLL; THEIR DIFFERENCE IS THE TAX
      *    STILL OWED THE STATE, WHICH THE GL RECONCILIATION
      *    (CBLRA26) PROVES AGAINST THE STATE'S 2410 BALANCE.
      *****************************************************************
       01  TXM-REC.
           05  TXM-KEY.
           05  TXM-MTD-TAX                  PIC S9(10)V99.
           05  TXM-YTD-TAXABLE              PIC S9(12)V99.
           05  TXM-YTD-TAX                  PIC S9(10)V99.
           05  TXM-LTD-TAX                  PIC S9(10)V99.
           05  TXM-LTD-REMITTED             PIC S9(10)V99.
