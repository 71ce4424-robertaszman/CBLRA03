      *         CBLTAXPD.DAT), STAMPED WITH THE PERIOD BEING CLOSED,
      *         SO THE MONTH'S FINAL FIGURES SURVIVE AFTER THE FIRST
      *         RUN OF THE NEW MONTH ROLLS THE LIVE MTD BUCKETS.
      *         THE GL BALANCE MASTER IS SNAPSHOT THE SAME WAY
      *         (CBLGLBPD.DAT), WITH EACH ACCOUNT'S CLOSING BALANCE.
      *      2) A CLOSED-MONTH STATEMENT PACKAGE PRINTS: UNITS AND
      *         DOLLARS BY BOAT TYPE AND STATE, TAX BY STATE, AND
      *         THE GENERAL LEDGER BALANCES.
      *      3) THE CLOSE IS STAMPED ON CBLCLSST.DAT SO CBLRA03 AND
      *         CBLRA08 (AND THE GL POSTING RUN, CBLRA26) ROLL THE
      *         NEW MONTH FROM A KNOWN CLOSED
      *         POSITION INSTEAD OF A BARE STAMP COMPARISON.  THE
      *         DECEMBER CLOSE ALSO STAMPS THE YEAR CLOSED, WHICH
      *         COVERS THE YTD BUCKETS THE SAME WAY.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXM-KEY.
           SELECT OPTIONAL GL-BALANCE-MASTER
               ASSIGN TO 'C:\COBOL\CBLGLBAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY.
           SELECT YTD-SNAPSHOT
               ASSIGN TO 'C:\COBOL\CBLYTDPD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-SNAPSHOT
               ASSIGN TO 'C:\COBOL\CBLTAXPD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-SNAPSHOT
               ASSIGN TO 'C:\COBOL\CBLGLBPD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLOSE-STATUS-FILE
               ASSIGN TO 'C:\COBOL\CBLCLSST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  TAX-REMIT-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLTXM01.
       FD  GL-BALANCE-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLGLB01.
       FD  YTD-SNAPSHOT
           LABEL RECORD IS STANDARD
           DATA RECORD IS YPS-REC.
           LABEL RECORD IS STANDARD
           DATA RECORD IS TPS-REC.
           COPY CBLTPS01.
       FD  GL-SNAPSHOT
           LABEL RECORD IS STANDARD
           DATA RECORD IS GBS-REC.
           COPY CBLGBS01.
       FD  CLOSE-STATUS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CLS-REC.
           05  YTD-SCAN-EOF                PIC X       VALUE 'F'.
           05  TXM-SCAN-EOF                PIC X       VALUE 'F'.
           05  ACT-SCAN-EOF                PIC X       VALUE 'F'.
           05  GLB-SCAN-EOF                PIC X       VALUE 'F'.
           05  C-PERIOD-ACTIVE-SW          PIC X       VALUE 'N'.
           05  C-GT-MTD-NUM-SOLD           PIC S9(7)   VALUE 0.
           05  C-GT-MTD-TOT-SALES          PIC S9(12)V99 VALUE 0.
           05  C-GT-MTD-TAX                PIC S9(10)V99 VALUE 0.
           05  C-GT-YTD-TAXABLE            PIC S9(12)V99 VALUE 0.
           05  C-GT-YTD-TAX                PIC S9(10)V99 VALUE 0.
           05  C-GT-GL-MTD-DEBITS          PIC S9(12)V99 VALUE 0.
           05  C-GT-GL-MTD-CREDITS         PIC S9(12)V99 VALUE 0.
           05  C-GT-GL-YTD-DEBITS          PIC S9(12)V99 VALUE 0.
           05  C-GT-GL-YTD-CREDITS         PIC S9(12)V99 VALUE 0.
           05  C-GT-GL-BALANCE             PIC S9(12)V99 VALUE 0.
       01  HEADING1.
           05  H1-DATE.
               10  H1-MONTH                PIC 99.
           05  O-GT-YTD-TAXABLE            PIC $$,$$$,$$$,$$9.99CR.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-GT-YTD-TAX                PIC $$$,$$$,$$9.99CR.
       01  GL-SEC-HEADING.
           05  FILLER                      PIC X(24)
                       VALUE 'GENERAL LEDGER BALANCES'.
           05  FILLER                      PIC X(108)  VALUE SPACES.
       01  GL-COL-HEADING.
           05  FILLER                      PIC X(4)    VALUE 'ACCT'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(2)    VALUE 'ST'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE 'ACCOUNT'.
           05  FILLER                      PIC X(25)   VALUE SPACES.
           05  FILLER                      PIC X(10)
                                           VALUE 'MTD DEBITS'.
           05  FILLER                      PIC X(7)    VALUE SPACES.
           05  FILLER                      PIC X(11)
                                           VALUE 'MTD CREDITS'.
           05  FILLER                      PIC X(8)    VALUE SPACES.
           05  FILLER                      PIC X(10)
                                           VALUE 'YTD DEBITS'.
           05  FILLER                      PIC X(7)    VALUE SPACES.
           05  FILLER                      PIC X(11)
                                           VALUE 'YTD CREDITS'.
           05  FILLER                      PIC X(12)   VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE 'BALANCE'.
           05  FILLER                      PIC X(7)    VALUE SPACES.
       01  GL-DETAIL-LINE.
           05  O-GLB-ACCOUNT               PIC X(4).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GLB-STATE                 PIC X(2).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GLB-ACCOUNT-LIT           PIC X(24).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GLB-MTD-DEBITS            PIC $,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GLB-MTD-CREDITS           PIC $,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GLB-YTD-DEBITS            PIC $,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GLB-YTD-CREDITS           PIC $,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GLB-BALANCE               PIC $$,$$$,$$$,$$9.99CR.
           05  FILLER                      PIC X(5)    VALUE SPACES.
       01  GL-GT-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'TOTALS'.
           05  FILLER                      PIC X(20)   VALUE SPACES.
           05  O-GT-GL-MTD-DEBITS          PIC $,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GT-GL-MTD-CREDITS         PIC $,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GT-GL-YTD-DEBITS          PIC $,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GT-GL-YTD-CREDITS         PIC $,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-GT-GL-BALANCE             PIC $$,$$$,$$$,$$9.99CR.
           05  FILLER                      PIC X(5)    VALUE SPACES.
       01  GL-NONE-LINE.
           05  FILLER                      PIC X(34)
                       VALUE 'NO GENERAL LEDGER BALANCES ON FILE'.
           05  FILLER                      PIC X(98)   VALUE SPACES.
       01  CLOSED-LINE.
           05  FILLER                      PIC X(7)
                                           VALUE 'PERIOD '.
           PERFORM L2-INIT.
           PERFORM L2-SNAPSHOT-YTD.
           PERFORM L2-SNAPSHOT-TAX.
           PERFORM L2-SNAPSHOT-GL.
           PERFORM L3-WRITE-CLOSE-STATUS.
           PERFORM L3-CLOSING.
           STOP RUN.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           MOVE C-RUN-PERIOD               TO H2-PERIOD.
           OPEN INPUT TAX-REMIT-MASTER.
           OPEN INPUT GL-BALANCE-MASTER.
           OPEN EXTEND YTD-SNAPSHOT.
           OPEN EXTEND TAX-SNAPSHOT.
           OPEN EXTEND GL-SNAPSHOT.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-HEADINGS.
       L2-SNAPSHOT-YTD.
           READ TAX-REMIT-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO TXM-SCAN-EOF.
      *****************************************************************
      *    THE GL BALANCE IS A RUNNING FIGURE THAT NEVER ROLLS, SO IT
      *    SNAPSHOTS AS IT STANDS; ONLY THE MTD AND YTD BUCKETS
      *    FOLLOW THE STALE-STAMP RULE ABOVE.
      *****************************************************************
       L2-SNAPSHOT-GL.
           WRITE PRTLINE FROM GL-SEC-HEADING.
           MOVE LOW-VALUES TO GLB-KEY.
           START GL-BALANCE-MASTER KEY IS NOT LESS THAN GLB-KEY
               INVALID KEY
                   MOVE 'T' TO GLB-SCAN-EOF.
           IF GLB-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-GLB-NEXT
           END-IF.
           IF GLB-SCAN-EOF = 'T'
               WRITE PRTLINE FROM GL-NONE-LINE
           ELSE
               WRITE PRTLINE FROM GL-COL-HEADING
               PERFORM L3-SNAPSHOT-GLB-REC
                   UNTIL GLB-SCAN-EOF = 'T'
               MOVE C-GT-GL-MTD-DEBITS  TO O-GT-GL-MTD-DEBITS
               MOVE C-GT-GL-MTD-CREDITS TO O-GT-GL-MTD-CREDITS
               MOVE C-GT-GL-YTD-DEBITS  TO O-GT-GL-YTD-DEBITS
               MOVE C-GT-GL-YTD-CREDITS TO O-GT-GL-YTD-CREDITS
               MOVE C-GT-GL-BALANCE     TO O-GT-GL-BALANCE
               WRITE PRTLINE FROM GL-GT-LINE
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE.
       L3-SNAPSHOT-GLB-REC.
           MOVE C-RUN-PERIOD   TO GBS-PERIOD.
           MOVE GLB-ACCOUNT    TO GBS-ACCOUNT.
           MOVE GLB-STATE      TO GBS-STATE.
           IF GLB-PERIOD-STAMP = C-RUN-PERIOD
               MOVE GLB-MTD-DEBITS  TO GBS-MTD-DEBITS
               MOVE GLB-MTD-CREDITS TO GBS-MTD-CREDITS
           ELSE
               MOVE 0 TO GBS-MTD-DEBITS
               MOVE 0 TO GBS-MTD-CREDITS
           END-IF.
           IF GLB-YEAR-STAMP = C-RUN-YEAR
               MOVE GLB-YTD-DEBITS  TO GBS-YTD-DEBITS
               MOVE GLB-YTD-CREDITS TO GBS-YTD-CREDITS
           ELSE
               MOVE 0 TO GBS-YTD-DEBITS
               MOVE 0 TO GBS-YTD-CREDITS
           END-IF.
           MOVE GLB-BALANCE    TO GBS-BALANCE.
           WRITE GBS-REC.
           MOVE GLB-ACCOUNT      TO O-GLB-ACCOUNT.
           MOVE GLB-STATE        TO O-GLB-STATE.
           MOVE GLB-ACCOUNT-LIT  TO O-GLB-ACCOUNT-LIT.
           MOVE GBS-MTD-DEBITS   TO O-GLB-MTD-DEBITS.
           MOVE GBS-MTD-CREDITS  TO O-GLB-MTD-CREDITS.
           MOVE GBS-YTD-DEBITS   TO O-GLB-YTD-DEBITS.
           MOVE GBS-YTD-CREDITS  TO O-GLB-YTD-CREDITS.
           MOVE GBS-BALANCE      TO O-GLB-BALANCE.
           WRITE PRTLINE FROM GL-DETAIL-LINE.
           ADD GBS-MTD-DEBITS    TO C-GT-GL-MTD-DEBITS.
           ADD GBS-MTD-CREDITS   TO C-GT-GL-MTD-CREDITS.
           ADD GBS-YTD-DEBITS    TO C-GT-GL-YTD-DEBITS.
           ADD GBS-YTD-CREDITS   TO C-GT-GL-YTD-CREDITS.
           ADD GBS-BALANCE       TO C-GT-GL-BALANCE.
           PERFORM L3-READ-GLB-NEXT.
       L3-READ-GLB-NEXT.
           READ GL-BALANCE-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO GLB-SCAN-EOF.
       L3-WRITE-CLOSE-STATUS.
           OPEN OUTPUT CLOSE-STATUS-FILE.
           MOVE C-RUN-PERIOD        TO CLS-CLOSED-PERIOD.
       L3-CLOSING.
           CLOSE YTD-MASTER.
           CLOSE TAX-REMIT-MASTER.
           CLOSE GL-BALANCE-MASTER.
           CLOSE YTD-SNAPSHOT.
           CLOSE TAX-SNAPSHOT.
           CLOSE GL-SNAPSHOT.
           CLOSE PRTOUT.
