      *    SAME PERIOD-STAMP SCHEME AS YTD-MASTER), AND PRINTS ONE
      *    LINE PER STATE SO EACH STATE'S SALES TAX RETURN CAN BE
      *    FILED STRAIGHT OFF THE REPORT.  REVERSALS POST NEGATIVE.
      *    PAYMENTS MADE TO A STATE ARE KEYED TO THE REMITTANCE FILE
      *    (CBLTAXRM.DAT) AND POSTED HERE AFTER THE NIGHT'S TAX IS
      *    ROLLED IN: EACH ONE IS ADDED TO THE STATE'S LIFE-TO-DATE
      *    REMITTED BUCKET AND WRITTEN TO THE REMITTANCE LEDGER
      *    (CBLTAXRL.DAT, CBLTRL01), WHICH THE JOURNAL EXTRACT
      *    (CBLRA15) POSTS TO SALES TAX PAYABLE.  THE LISTING SHOWS
      *    EACH STATE'S TAX STILL UNREMITTED.
       environment division.
       configuration section.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL CLOSE-STATUS-FILE
               ASSIGN TO 'C:\COBOL\CBLCLSST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REMIT-TRANS
               ASSIGN TO 'C:\COBOL\CBLTAXRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REMIT-LEDGER
               ASSIGN TO 'C:\COBOL\CBLTAXRL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRL-KEY.
           SELECT OPTIONAL TAX-SUMMARY-FILE
               ASSIGN TO 'C:\COBOL\CBLTAXSM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  BOAT-SALES
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 121 CHARACTERS.
           COPY CBLREC01.
       FD  TAX-REMIT-MASTER
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD
           DATA RECORD IS CLS-REC.
           COPY CBLCLS01.
       FD  REMIT-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RMX-REC
           RECORD CONTAINS 40 CHARACTERS.
           01  RMX-REC.
               05  RMX-STATE               PIC X(2).
               05  RMX-REMIT-DATE          PIC X(8).
               05  RMX-PERIOD              PIC X(6).
               05  RMX-AMOUNT              PIC 9(10)V99.
               05  RMX-REFERENCE           PIC X(12).
       FD  REMIT-LEDGER
           LABEL RECORD IS STANDARD.
           COPY CBLTRL01.
       FD  TAX-SUMMARY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TSM-REC.
       working-storage section.
       01  MISC.
           05  EOF                         PIC X       VALUE 'F'.
           05  REMIT-EOF                   PIC X       VALUE 'F'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR            PIC X(4).
               10  CURRENT-MONTH           PIC XX.
           05  C-GT-MTD-TAX                PIC S9(10)V99 VALUE 0.
           05  C-CLOSED-PERIOD             PIC X(6)    VALUE SPACES.
           05  C-CLOSED-YEAR               PIC X(4)    VALUE SPACES.
           05  C-RESULT-LIT                PIC X(30).
           05  C-TRL-DONE-SW               PIC X       VALUE 'N'.
           05  C-REMIT-CNT                 PIC 9(7)    VALUE 0.
           05  C-REMIT-REJ-CNT             PIC 9(7)    VALUE 0.
           05  C-GT-REMITTED               PIC 9(12)V99 VALUE 0.
           05  C-UNREMITTED                PIC S9(10)V99 VALUE 0.
      *****************************************************************
      *    REMITTANCES POST BEFORE THE STATE LISTING, WHICH SHOWS THE
      *    UNREMITTED TAX AFTER THEM, BUT PRINT AFTER IT, SO THE
      *    REGISTER LINES ARE HELD HERE UNTIL THE LISTING IS DONE.
      *****************************************************************
       01  REMIT-PRINT-TABLE-WS.
           05  RMP-LINE OCCURS 500 TIMES INDEXED BY RMP-IDX
                                           PIC X(132).
           05  RMP-TABLE-CNT               PIC 9(4)    VALUE 0.
       01  STATE-TAX-TABLE-WS.
           05  STX-ENTRY OCCURS 60 TIMES INDEXED BY STX-IDX.
               10  STX-STATE               PIC X(2).
                                           VALUE 'YTD TAXABLE'.
           05  FILLER                      PIC X(11)   VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE 'YTD TAX'.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(10)
                                           VALUE 'UNREMITTED'.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       01  DETAIL-LINE.
           05  O-TXM-STATE                 PIC X(2).
           05  O-YTD-TAXABLE               PIC $$,$$$,$$$,$$9.99CR.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-YTD-TAX                   PIC $$$,$$$,$$9.99CR.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-UNREMITTED                PIC $$$,$$$,$$9.99CR.
       01  GT-LINE.
           05  FILLER                      PIC X(23)   VALUE SPACES.
           05  FILLER                      PIC X(26)
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-GT-MTD-TAX                PIC $$$,$$$,$$9.99CR.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       01  REMIT-HEADING.
           05  FILLER                      PIC X(21)
                                   VALUE 'SALES TAX REMITTANCES'.
           05  FILLER                      PIC X(111)  VALUE SPACES.
       01  REMIT-COL-HEADING.
           05  FILLER                      PIC X(5)    VALUE 'STATE'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(9)
                                           VALUE 'DATE PAID'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'PERIOD'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(9)
                                           VALUE 'REFERENCE'.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(8)    VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'AMOUNT'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'RESULT'.
           05  FILLER                      PIC X(65)   VALUE SPACES.
       01  REMIT-DETAIL-LINE.
           05  O-RM-STATE                  PIC X(2).
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  O-RM-REMIT-DATE             PIC X(8).
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  O-RM-PERIOD                 PIC X(6).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-RM-REFERENCE              PIC X(12).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-RM-AMOUNT                 PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-RM-RESULT                 PIC X(30).
           05  FILLER                      PIC X(41)   VALUE SPACES.
       01  REMIT-TOTAL-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'REMITTED TONIGHT:   '.
           05  O-RM-GT-REMITTED            PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'REJECTED:          '.
           05  O-RM-REJ-CNT                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(51)   VALUE SPACES.
       01  REMIT-OVERFLOW-LINE.
           05  FILLER                      PIC X(50)
               VALUE 'ONLY THE FIRST 500 REMITTANCES ARE LISTED'.
           05  FILLER                      PIC X(82)   VALUE SPACES.
       01  REMIT-NONE-LINE.
           05  FILLER                      PIC X(22)
                                   VALUE 'NO REMITTANCES TONIGHT'.
           05  FILLER                      PIC X(110)  VALUE SPACES.
       01  BLANK-LINE.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           SET STX-IDX TO 1.
           PERFORM L3-UPDATE-TXM
               UNTIL STX-IDX > STX-TABLE-CNT.
           PERFORM L2-REMIT-PASS.
           PERFORM L3-PRINT-MASTER.
           MOVE C-GT-MTD-TAXABLE TO O-GT-MTD-TAXABLE.
           MOVE C-GT-MTD-TAX     TO O-GT-MTD-TAX.
           WRITE PRTLINE FROM GT-LINE.
           PERFORM L3-PRINT-REMITTANCES.
           CLOSE BOAT-SALES.
           CLOSE TAX-REMIT-MASTER.
           CLOSE PRTOUT.
           ADD STX-TAX (STX-IDX)     TO TXM-MTD-TAX.
           ADD STX-TAXABLE (STX-IDX) TO TXM-YTD-TAXABLE.
           ADD STX-TAX (STX-IDX)     TO TXM-YTD-TAX.
           ADD STX-TAX (STX-IDX)     TO TXM-LTD-TAX.
           MOVE C-RUN-PERIOD TO TXM-PERIOD-STAMP.
           MOVE C-RUN-YEAR   TO TXM-YEAR-STAMP.
           ADD STX-TAXABLE (STX-IDX) TO C-GT-MTD-TAXABLE.
           MOVE 0 TO TXM-MTD-TAX.
           MOVE 0 TO TXM-YTD-TAXABLE.
           MOVE 0 TO TXM-YTD-TAX.
           MOVE 0 TO TXM-LTD-TAX.
           MOVE 0 TO TXM-LTD-REMITTED.
      *****************************************************************
      *    REMITTANCES POST AFTER THE NIGHT'S TAX IS ROLLED IN.  ONLY
      *    A STATE ALREADY ON THE MASTER CAN BE PAID - A REMITTANCE
      *    FOR ANY OTHER STATE IS A KEYING ERROR.  THE FILE IS
      *    CLEARED ONCE READ SO NOTHING POSTS TWICE; REJECTED LINES
      *    ARE RE-KEYED FROM THE REPORT.
      *****************************************************************
       L2-REMIT-PASS.
           OPEN INPUT REMIT-TRANS.
           OPEN I-O REMIT-LEDGER.
           READ REMIT-TRANS
               AT END
                   MOVE 'T' TO REMIT-EOF.
           PERFORM L3-POST-REMITTANCE
               UNTIL REMIT-EOF = 'T'.
           CLOSE REMIT-TRANS.
           CLOSE REMIT-LEDGER.
           IF C-REMIT-CNT > 0
               OPEN OUTPUT REMIT-TRANS
               CLOSE REMIT-TRANS
           END-IF.
       L3-POST-REMITTANCE.
           COMPUTE C-REMIT-CNT = C-REMIT-CNT + 1.
           MOVE 0 TO O-RM-AMOUNT.
           IF RMX-AMOUNT NOT NUMERIC OR RMX-AMOUNT = 0
               MOVE 'REJECTED - BAD AMOUNT' TO C-RESULT-LIT
           ELSE
               MOVE RMX-AMOUNT TO O-RM-AMOUNT
               IF RMX-REMIT-DATE NOT NUMERIC
                   MOVE 'REJECTED - BAD DATE PAID' TO C-RESULT-LIT
               ELSE
                   MOVE RMX-STATE TO TXM-STATE
                   READ TAX-REMIT-MASTER
                       INVALID KEY
                           MOVE 'REJECTED - STATE NOT ON MASTER'
                               TO C-RESULT-LIT
                       NOT INVALID KEY
                           ADD RMX-AMOUNT TO TXM-LTD-REMITTED
                           REWRITE TXM-REC
                           PERFORM L3-LEDGER-REMITTANCE
                           ADD RMX-AMOUNT TO C-GT-REMITTED
                           MOVE 'REMITTANCE POSTED' TO C-RESULT-LIT
                   END-READ
               END-IF
           END-IF.
           IF C-RESULT-LIT (1:8) = 'REJECTED'
               COMPUTE C-REMIT-REJ-CNT = C-REMIT-REJ-CNT + 1
           END-IF.
           MOVE RMX-STATE      TO O-RM-STATE.
           MOVE RMX-REMIT-DATE TO O-RM-REMIT-DATE.
           MOVE RMX-PERIOD     TO O-RM-PERIOD.
           MOVE RMX-REFERENCE  TO O-RM-REFERENCE.
           MOVE C-RESULT-LIT   TO O-RM-RESULT.
           IF RMP-TABLE-CNT < 500
               COMPUTE RMP-TABLE-CNT = RMP-TABLE-CNT + 1
               MOVE REMIT-DETAIL-LINE TO RMP-LINE (RMP-TABLE-CNT)
           END-IF.
           MOVE SPACES TO C-RESULT-LIT.
           READ REMIT-TRANS
               AT END
                   MOVE 'T' TO REMIT-EOF.
       L3-LEDGER-REMITTANCE.
           MOVE RMX-STATE      TO TRL-STATE.
           MOVE RMX-REMIT-DATE TO TRL-REMIT-DATE.
           MOVE 1 TO TRL-SEQ.
           MOVE 'N' TO C-TRL-DONE-SW.
           PERFORM L3-WRITE-TRL-REC
               UNTIL C-TRL-DONE-SW = 'Y'
                   OR TRL-SEQ > 998.
       L3-WRITE-TRL-REC.
           MOVE RMX-PERIOD           TO TRL-PERIOD.
           MOVE RMX-AMOUNT           TO TRL-AMOUNT.
           MOVE RMX-REFERENCE        TO TRL-REFERENCE.
           MOVE C-RUN-DATE-CCYYMMDD  TO TRL-RUN-DATE.
           WRITE TRL-REC
               INVALID KEY
                   ADD 1 TO TRL-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO C-TRL-DONE-SW
           END-WRITE.
       L3-PRINT-REMITTANCES.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM REMIT-HEADING.
           IF C-REMIT-CNT = 0
               WRITE PRTLINE FROM REMIT-NONE-LINE
           ELSE
               WRITE PRTLINE FROM REMIT-COL-HEADING
               SET RMP-IDX TO 1
               PERFORM L3-PRINT-REMIT-LINE
                   UNTIL RMP-IDX > RMP-TABLE-CNT
               IF C-REMIT-CNT > RMP-TABLE-CNT
                   WRITE PRTLINE FROM REMIT-OVERFLOW-LINE
               END-IF
               WRITE PRTLINE FROM BLANK-LINE
               MOVE C-GT-REMITTED   TO O-RM-GT-REMITTED
               MOVE C-REMIT-REJ-CNT TO O-RM-REJ-CNT
               WRITE PRTLINE FROM REMIT-TOTAL-LINE
           END-IF.
       L3-PRINT-REMIT-LINE.
           WRITE PRTLINE FROM RMP-LINE (RMP-IDX).
           SET RMP-IDX UP BY 1.
       L3-PRINT-MASTER.
           MOVE LOW-VALUES TO TXM-KEY.
           START TAX-REMIT-MASTER KEY IS NOT LESS THAN TXM-KEY
               MOVE 0 TO O-YTD-TAXABLE
               MOVE 0 TO O-YTD-TAX
           END-IF.
           COMPUTE C-UNREMITTED = TXM-LTD-TAX - TXM-LTD-REMITTED.
           MOVE C-UNREMITTED     TO O-UNREMITTED.
           WRITE PRTLINE FROM DETAIL-LINE.
           PERFORM L3-READ-TXM-NEXT.
       L3-READ-TXM-NEXT.
