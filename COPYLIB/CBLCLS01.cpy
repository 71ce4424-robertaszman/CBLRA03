      *****************************************************************
      *    CBLCLS01 - PERIOD CLOSE STATUS RECORD.  THE MONTH-END CLOSE
      *    (CBLRA14) WRITES ONE RECORD AFTER SNAPSHOTTING YTD-MASTER,
      *    THE TAX REMITTANCE MASTER AND THE GL BALANCE MASTER: THE
      *    CCYYMM JUST CLOSED, THE LATEST CCYY CLOSED AT YEAR-END (SET
      *    BY THE DECEMBER CLOSE), AND THE DATE THE CLOSE RAN.
      *    CBLRA03, CBLRA08 AND CBLRA26 READ IT BEFORE ROLLING A STALE
      *    MTD/YTD BUCKET TO ZERO, SO THE FIRST RUN OF A NEW MONTH
      *    ROLLS FROM A FORMALLY CLOSED POSITION -
      *    A BUCKET STAMPED WITH A PERIOD NEWER THAN THE LAST CLOSE IS
      *    A MONTH THAT WAS NEVER CLOSED, AND THE ROLL IS FLAGGED ON
      *    THE OPERATOR CONSOLE INSTEAD OF HAPPENING SILENTLY.
