      *****************************************************************
      *    CBLGBS01 - CLOSED-PERIOD SNAPSHOT OF A GL BALANCE MASTER
      *    RECORD.  THE MONTH-END CLOSE (CBLRA14) APPENDS ONE RECORD
      *    PER GLB-REC TO THE PERIOD SNAPSHOT FILE, STAMPED WITH THE
      *    CCYYMM BEING CLOSED, SO THE MONTH'S FINAL ACTIVITY AND
      *    EACH ACCOUNT'S CLOSING BALANCE SURVIVE THE ROLL.  A BUCKET
      *    WHOSE STAMP WAS ALREADY STALE AT CLOSE TIME SNAPSHOTS AS
      *    ZERO, THE SAME CONVENTION AS YTD-MASTER.
      *****************************************************************
       01  GBS-REC.
           05  GBS-PERIOD                   PIC X(6).
           05  GBS-ACCOUNT                  PIC X(4).
           05  GBS-STATE                    PIC X(2).
           05  GBS-MTD-DEBITS               PIC S9(12)V99.
           05  GBS-MTD-CREDITS              PIC S9(12)V99.
           05  GBS-YTD-DEBITS               PIC S9(12)V99.
           05  GBS-YTD-CREDITS              PIC S9(12)V99.
           05  GBS-BALANCE                  PIC S9(12)V99.
