      *****************************************************************
      *    CBLGLS01 - GL POSTING STATUS RECORD.  THE GL POSTING RUN
      *    (CBLRA26) REWRITES THIS RECORD AFTER EVERY JOURNAL IT
      *    POSTS WITH THE JOURNAL'S RUN DATE AND ITS DEBIT AND CREDIT
      *    TOTALS, AND REFUSES TO POST A JOURNAL WHOSE RUN DATE IS
      *    NOT LATER THAN THE LAST ONE POSTED, SO A RERUN CAN NEVER
      *    DOUBLE A NIGHT INTO THE BALANCE MASTER.
      *****************************************************************
       01  GLS-REC.
           05  GLS-LAST-JOURNAL-DATE        PIC X(8).
           05  GLS-POST-DATE                PIC X(8).
           05  GLS-DEBITS                   PIC 9(12)V99.
           05  GLS-CREDITS                  PIC 9(12)V99.
