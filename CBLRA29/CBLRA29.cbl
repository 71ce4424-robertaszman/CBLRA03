       identification division.
       program-id.     CBLRA29.
       AUTHOR.         Robert Aszman.
       DATE-WRITTEN.   10/15/2026.
      *****************************************************************
      *    CUSTOMER NUMBER MERGE.  FOR EACH TRANSACTION ON
      *    CBLMRGTX.DAT (A FROM CUSTOMER NUMBER AND A TO CUSTOMER
      *    NUMBER) MOVES EVERYTHING THE SHOP KEEPS UNDER THE FROM
      *    NUMBER TO THE TO NUMBER, SO A REPEAT BUYER KEYED UNDER A
      *    NEW NUMBER, OR A SPOUSE ADDED AS A SECOND CUSTOMER, IS
      *    CARRIED AS ONE CUSTOMER BY THE RECONCILIATION (CBLRA10),
      *    THE STATEMENTS AND EVERY OTHER REPORT:
      *      SALES HISTORY           (CBLHIST)  - KEY MOVED
      *      OPEN RECEIVABLES        (CBLARMAS) - KEY MOVED
      *      PAYMENT LEDGER          (CBLPAYLG) - KEY MOVED
      *      COLLECTION LETTERS      (CBLLTRHS) - KEY MOVED
      *      CLOSED RECEIVABLES      (CBLCLOSD) - KEY MOVED
      *      CHARGE-OFF ACTIVITY     (CBLCOACT) - KEY MOVED
      *      UNIT MASTER             (CBLUNITS) - SOLD-TO AND
      *                                           ACQUIRED-FROM
      *      QUOTE MASTER            (CBLQUOTE) - QUOTE CUSTOMER
      *      RECALL NOTICES          (CBLRCLNT) - NOTIFIED OWNER
      *    THE SIX DEAL FILES ARE KEYED CUSTOMER + PURCHASE DATE +
      *    SEQUENCE, AND THE TO CUSTOMER MAY ALREADY HAVE A DEAL ON
      *    THE SAME DATE UNDER THE SAME SEQUENCE.  EACH OF THE FROM
      *    CUSTOMER'S DEALS IS GIVEN ONE NEW SEQUENCE BEFORE ANYTHING
      *    IS MOVED - ITS OLD SEQUENCE IF THE TO CUSTOMER HAS NOTHING
      *    UNDER IT, OTHERWISE THE LOWEST ONE FREE IN ALL SIX FILES -
      *    AND EVERY FILE USES THAT SAME SEQUENCE, SO A DEAL'S
      *    PAYMENTS, LETTERS AND CHARGE-OFF ACTIVITY STAY WITH IT.
      *    THE MERGE IS REFUSED WHEN THE TO CUSTOMER IS NOT ON THE
      *    CUSTOMER MASTER.  A FROM CUSTOMER ALREADY DELETED FROM
      *    THE MASTER IS STILL MERGED, SO RECORDS LEFT BEHIND BY AN
      *    EARLIER DELETE CAN BE GIVEN BACK TO A CUSTOMER.  ONCE ALL
      *    ITS RECORDS HAVE MOVED THE FROM NUMBER IS RETIRED: IT IS
      *    DELETED FROM THE CUSTOMER MASTER AND WRITTEN TO THE
      *    RETIRED NUMBER FILE (CBLCUSMG.DAT, CBLCMG01), WHICH
      *    CUSTOMER MAINTENANCE (CBLRA05) CHECKS BEFORE AN ADD.
      *    THE MERGE AUDIT (MRGRPT29.PRT) LISTS EVERY RECORD MOVED
      *    WITH ITS OLD AND NEW KEY.  RUN IT BETWEEN NIGHTLY CYCLES,
      *    NOT WHILE THE NIGHTLY STREAM (CBLRA25) IS UPDATING THE
      *    SAME FILES.
       environment division.
       configuration section.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-TRANS
               ASSIGN TO 'C:\COBOL\CBLMRGTX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'C:\COBOL\CBLCUSTM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER.
           SELECT OPTIONAL CUSTOMER-MERGES
               ASSIGN TO 'C:\COBOL\CBLCUSMG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMG-KEY.
           SELECT OPTIONAL SALES-HISTORY
               ASSIGN TO 'C:\COBOL\CBLHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY.
           SELECT OPTIONAL RECEIVABLES-MASTER
               ASSIGN TO 'C:\COBOL\CBLARMAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARM-KEY.
           SELECT OPTIONAL PAYMENT-LEDGER
               ASSIGN TO 'C:\COBOL\CBLPAYLG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDL-KEY.
           SELECT OPTIONAL LETTER-HISTORY
               ASSIGN TO 'C:\COBOL\CBLLTRHS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LTR-KEY.
           SELECT OPTIONAL CLOSED-MASTER
               ASSIGN TO 'C:\COBOL\CBLCLOSD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLO-KEY.
           SELECT OPTIONAL CHARGE-OFF-LEDGER
               ASSIGN TO 'C:\COBOL\CBLCOACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-KEY.
           SELECT OPTIONAL BOAT-UNITS
               ASSIGN TO 'C:\COBOL\CBLUNITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNT-KEY.
           SELECT OPTIONAL QUOTE-MASTER
               ASSIGN TO 'C:\COBOL\CBLQUOTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTE-KEY.
           SELECT OPTIONAL RECALL-NOTICES
               ASSIGN TO 'C:\COBOL\CBLRCLNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCN-KEY.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\MRGRPT29.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       data division.
       FILE SECTION.
       FD  MERGE-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS MGX-REC
           RECORD CONTAINS 12 CHARACTERS.
           01  MGX-REC.
               05  MGX-FROM-NUMBER         PIC 9(6).
               05  MGX-TO-NUMBER           PIC 9(6).
       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLCUS01.
       FD  CUSTOMER-MERGES
           LABEL RECORD IS STANDARD.
           COPY CBLCMG01.
       FD  SALES-HISTORY
           LABEL RECORD IS STANDARD.
           COPY CBLHST01.
       FD  RECEIVABLES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLARM01.
       FD  PAYMENT-LEDGER
           LABEL RECORD IS STANDARD.
           COPY CBLPDL01.
       FD  LETTER-HISTORY
           LABEL RECORD IS STANDARD.
           COPY CBLLTR01.
       FD  CLOSED-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLCLO01.
       FD  CHARGE-OFF-LEDGER
           LABEL RECORD IS STANDARD.
           COPY CBLCOA01.
       FD  BOAT-UNITS
           LABEL RECORD IS STANDARD.
           COPY CBLUNT01.
       FD  QUOTE-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLQTE01.
       FD  RECALL-NOTICES
           LABEL RECORD IS STANDARD.
           COPY CBLRCN01.
       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01  PRTLINE                     PIC X(132).
       working-storage section.
       01  MISC.
           05  EOF                         PIC X       VALUE 'F'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR            PIC X(4).
               10  CURRENT-MONTH           PIC XX.
               10  CURRENT-DAY             PIC XX.
               10  CURRENT-TIME            PIC X(11).
           05  C-RUN-DATE-CCYYMMDD         PIC X(8).
           05  C-RESULT-LIT                PIC X(30).
           05  C-SCAN-EOF                  PIC X       VALUE 'F'.
           05  C-FROM-ON-MASTER-SW         PIC X       VALUE 'N'.
           05  C-DEAL-FOUND-SW             PIC X       VALUE 'N'.
           05  C-DEAL-OVERFLOW-SW          PIC X       VALUE 'N'.
           05  C-SEQ-FREE-SW               PIC X       VALUE 'N'.
           05  C-WRITE-OK-SW               PIC X       VALUE 'N'.
           05  C-AUD-HDG-SW                PIC X       VALUE 'N'.
           05  C-SOLD-TO-SW                PIC X       VALUE 'N'.
           05  C-ACQUIRED-SW               PIC X       VALUE 'N'.
           05  C-FROM-FIRST-NAME           PIC X(15).
           05  C-FROM-LAST-NAME            PIC X(20).
           05  C-FROM-NAME                 PIC X(36).
           05  C-TO-NAME                   PIC X(36).
           05  C-ADD-DATE                  PIC X(8).
           05  C-ADD-SEQ                   PIC 9(3).
           05  C-TRY-SEQ                   PIC 9(4).
           05  C-NEXT-SUB                  PIC 9(4).
           05  C-KEEP-SUB                  PIC 9(3).
           05  C-OLD-SUB                   PIC X(3).
           05  C-NEW-SUB                   PIC X(3).
           05  C-MOVED-CNT                 PIC 9(7)    VALUE 0.
           05  C-RESEQ-CNT                 PIC 9(7)    VALUE 0.
           05  C-ERROR-CNT                 PIC 9(7)    VALUE 0.
           05  C-TOT-MOVED                 PIC 9(7)    VALUE 0.
           05  C-APPLIED-CNT               PIC 9(7)    VALUE 0.
           05  C-REJECTED-CNT              PIC 9(7)    VALUE 0.
      *****************************************************************
      *    ONE ENTRY PER DEAL (PURCHASE DATE + SEQUENCE) THE FROM
      *    CUSTOMER HAS IN ANY OF THE SIX DEAL FILES, WITH THE
      *    SEQUENCE IT WILL CARRY UNDER THE TO CUSTOMER.
      *****************************************************************
       01  DEAL-TABLE-WS.
           05  DEAL-ENTRY OCCURS 200 TIMES
                   INDEXED BY DEAL-IDX DEAL-CHK-IDX.
               10  DEAL-PURCHASE-DATE       PIC X(8).
               10  DEAL-OLD-SEQ             PIC 9(3).
               10  DEAL-NEW-SEQ             PIC 9(3).
           05  DEAL-TABLE-CNT               PIC 9(4)   VALUE 0.
       01  AUDIT-KEY-WORK.
           05  AK-CUST                     PIC 9(6).
           05  FILLER                      PIC X       VALUE SPACES.
           05  AK-DATE                     PIC X(8).
           05  FILLER                      PIC X       VALUE SPACES.
           05  AK-SEQ                      PIC 9(3).
           05  FILLER                      PIC X       VALUE SPACES.
           05  AK-SUB                      PIC X(3).
           05  FILLER                      PIC X       VALUE SPACES.
       01  HEADING1.
           05  H1-DATE.
               10  H1-MONTH                PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-DAY                  PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-YEAR                 PIC 9999.
           05  FILLER                      PIC X(40)   VALUE SPACES.
           05  FILLER                      PIC X(27)
                                           VALUE 'CUSTOMER MERGE AUDIT'.
           05  FILLER                      PIC X(41)   VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'PAGE: '.
           05  H1-PAGE                     PIC 99      VALUE 0.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       01  BLANK-LINE                      PIC X(132)  VALUE SPACES.
       01  MERGE-LINE.
           05  FILLER                      PIC X(11)
                                           VALUE 'MERGE FROM '.
           05  O-MRG-FROM                  PIC X(6).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-MRG-FROM-NAME             PIC X(30).
           05  FILLER                      PIC X(6)    VALUE ' INTO '.
           05  O-MRG-TO                    PIC X(6).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-MRG-TO-NAME               PIC X(30).
           05  FILLER                      PIC X(39)   VALUE SPACES.
       01  AUD-COL-HEADING.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(12)   VALUE 'FILE'.
           05  FILLER                      PIC X(26)   VALUE 'OLD KEY'.
           05  FILLER                      PIC X(26)   VALUE 'NEW KEY'.
           05  FILLER                      PIC X(64)   VALUE 'CHANGE'.
       01  AUDIT-LINE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  O-AUD-FILE                  PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-AUD-OLD-KEY               PIC X(24).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-AUD-NEW-KEY               PIC X(24).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-AUD-CHANGE                PIC X(40).
           05  FILLER                      PIC X(24)   VALUE SPACES.
       01  MERGE-RESULT-LINE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(8)    VALUE 'RESULT: '.
           05  O-RES-RESULT                PIC X(30).
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(15)
                                           VALUE 'RECORDS MOVED: '.
           05  O-RES-MOVED                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(19)
                                           VALUE 'DEALS RESEQUENCED: '.
           05  O-RES-RESEQ                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(12)
                                           VALUE 'NOT MOVED: '.
           05  O-RES-ERRORS                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(11)   VALUE SPACES.
       01  SUMMARY-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'APPLIED:           '.
           05  O-SUM-APPLIED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'REJECTED:          '.
           05  O-SUM-REJECTED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'RECORDS MOVED:     '.
           05  O-SUM-MOVED                 PIC ZZZ,ZZ9.
       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL EOF = 'T'.
           PERFORM L3-CLOSING.
           STOP RUN.
       L2-INIT.
           MOVE FUNCTION current-date      TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           STRING CURRENT-YEAR CURRENT-MONTH CURRENT-DAY
               DELIMITED BY SIZE INTO C-RUN-DATE-CCYYMMDD.
           OPEN INPUT MERGE-TRANS.
           OPEN I-O CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-MERGES.
           OPEN I-O SALES-HISTORY.
           OPEN I-O RECEIVABLES-MASTER.
           OPEN I-O PAYMENT-LEDGER.
           OPEN I-O LETTER-HISTORY.
           OPEN I-O CLOSED-MASTER.
           OPEN I-O CHARGE-OFF-LEDGER.
           OPEN I-O BOAT-UNITS.
           OPEN I-O QUOTE-MASTER.
           OPEN I-O RECALL-NOTICES.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-HEADINGS.
           PERFORM L3-READ.
       L2-MAINLINE.
           PERFORM L3-PROCESS-TRANS.
           PERFORM L3-READ.
       L3-READ.
           READ MERGE-TRANS
               AT END
                   MOVE 'T' TO EOF.
       L3-PROCESS-TRANS.
           MOVE SPACES TO C-RESULT-LIT.
           MOVE 0 TO C-MOVED-CNT.
           MOVE 0 TO C-RESEQ-CNT.
           MOVE 0 TO C-ERROR-CNT.
           MOVE 'N' TO C-AUD-HDG-SW.
           PERFORM L3-EDIT-MERGE.
           IF C-RESULT-LIT (1:8) NOT = 'REJECTED'
               PERFORM L3-BUILD-DEAL-TABLE
           END-IF.
           IF C-RESULT-LIT (1:8) NOT = 'REJECTED'
               PERFORM L3-ASSIGN-NEW-SEQS
           END-IF.
           PERFORM L3-PRINT-MERGE-LINE.
           IF C-RESULT-LIT (1:8) NOT = 'REJECTED'
               PERFORM L3-APPLY-MERGE
           END-IF.
           IF C-RESULT-LIT (1:8) = 'REJECTED'
               COMPUTE C-REJECTED-CNT = C-REJECTED-CNT + 1
               MOVE 0 TO C-RESEQ-CNT
           ELSE
               COMPUTE C-APPLIED-CNT = C-APPLIED-CNT + 1
               ADD C-MOVED-CNT TO C-TOT-MOVED
           END-IF.
           PERFORM L3-PRINT-RESULT-LINE.
      *****************************************************************
      *    BOTH NUMBERS MUST BE REAL CUSTOMER NUMBERS AND DIFFERENT,
      *    AND THE TO CUSTOMER MUST BE ON THE CUSTOMER MASTER.  THE
      *    FROM CUSTOMER NEED NOT BE - SEE THE PROGRAM HEADING.
      *****************************************************************
       L3-EDIT-MERGE.
           MOVE 'N' TO C-FROM-ON-MASTER-SW.
           MOVE SPACES TO C-FROM-FIRST-NAME.
           MOVE SPACES TO C-FROM-LAST-NAME.
           MOVE SPACES TO C-FROM-NAME.
           MOVE SPACES TO C-TO-NAME.
           IF MGX-FROM-NUMBER NOT NUMERIC
                   OR MGX-TO-NUMBER NOT NUMERIC
               MOVE 'REJECTED - NUMBER NOT NUMERIC' TO C-RESULT-LIT
           ELSE
               IF MGX-FROM-NUMBER = 0 OR MGX-TO-NUMBER = 0
                   MOVE 'REJECTED - NUMBER IS ZERO' TO C-RESULT-LIT
               ELSE
                   IF MGX-FROM-NUMBER = MGX-TO-NUMBER
                       MOVE 'REJECTED - FROM SAME AS TO'
                           TO C-RESULT-LIT
                   ELSE
                       PERFORM L3-READ-CUSTOMERS
                   END-IF
               END-IF
           END-IF.
       L3-READ-CUSTOMERS.
           MOVE MGX-FROM-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE '** NOT ON CUSTOMER MASTER **' TO C-FROM-NAME
               NOT INVALID KEY
                   MOVE 'Y' TO C-FROM-ON-MASTER-SW
                   MOVE CUST-FIRST-NAME TO C-FROM-FIRST-NAME
                   MOVE CUST-LAST-NAME  TO C-FROM-LAST-NAME
                   STRING CUST-FIRST-NAME DELIMITED BY SPACE ' '
                       CUST-LAST-NAME DELIMITED BY SPACE
                       INTO C-FROM-NAME
           END-READ.
           MOVE MGX-TO-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE '** NOT ON CUSTOMER MASTER **' TO C-TO-NAME
                   MOVE 'REJECTED - TO NOT ON MASTER' TO C-RESULT-LIT
               NOT INVALID KEY
                   STRING CUST-FIRST-NAME DELIMITED BY SPACE ' '
                       CUST-LAST-NAME DELIMITED BY SPACE
                       INTO C-TO-NAME
           END-READ.
      *****************************************************************
      *    COLLECT EVERY DEAL THE FROM CUSTOMER HAS.  A DEAL CAN BE
      *    ON ANY OF THE SIX FILES WITHOUT THE OTHERS - A CASH SALE
      *    HAS NO RECEIVABLE, A CLOSED DEAL HAS NO OPEN RECEIVABLE -
      *    SO ALL SIX ARE WALKED.  NOTHING IS MOVED IF THE TABLE
      *    OVERFLOWS.
      *****************************************************************
       L3-BUILD-DEAL-TABLE.
           MOVE 0 TO DEAL-TABLE-CNT.
           MOVE 'N' TO C-DEAL-OVERFLOW-SW.
           PERFORM L3-COLLECT-HST.
           PERFORM L3-COLLECT-ARM.
           PERFORM L3-COLLECT-PDL.
           PERFORM L3-COLLECT-LTR.
           PERFORM L3-COLLECT-CLO.
           PERFORM L3-COLLECT-COA.
           IF C-DEAL-OVERFLOW-SW = 'Y'
               MOVE 'REJECTED - OVER 200 DEALS' TO C-RESULT-LIT
           END-IF.
       L3-COLLECT-HST.
           MOVE 'F' TO C-SCAN-EOF.
           MOVE LOW-VALUES TO HST-KEY.
           MOVE MGX-FROM-NUMBER TO HST-CUSTOMER-NUMBER.
           START SALES-HISTORY KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   MOVE 'T' TO C-SCAN-EOF.
           IF C-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-HST-NEXT
           END-IF.
           PERFORM L3-COLLECT-HST-REC
               UNTIL C-SCAN-EOF = 'T'.
       L3-COLLECT-HST-REC.
           MOVE HST-PURCHASE-DATE TO C-ADD-DATE.
           MOVE HST-SEQ           TO C-ADD-SEQ.
           PERFORM L3-ADD-DEAL.
           PERFORM L3-READ-HST-NEXT.
       L3-READ-HST-NEXT.
           READ SALES-HISTORY NEXT RECORD
               AT END
                   MOVE 'T' TO C-SCAN-EOF
               NOT AT END
                   IF HST-CUSTOMER-NUMBER NOT = MGX-FROM-NUMBER
                       MOVE 'T' TO C-SCAN-EOF
                   END-IF
           END-READ.
       L3-COLLECT-ARM.
           MOVE 'F' TO C-SCAN-EOF.
           MOVE LOW-VALUES TO ARM-KEY.
           MOVE MGX-FROM-NUMBER TO ARM-CUSTOMER-NUMBER.
           START RECEIVABLES-MASTER KEY IS NOT LESS THAN ARM-KEY
               INVALID KEY
                   MOVE 'T' TO C-SCAN-EOF.
           IF C-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-ARM-NEXT
           END-IF.
           PERFORM L3-COLLECT-ARM-REC
               UNTIL C-SCAN-EOF = 'T'.
       L3-COLLECT-ARM-REC.
           MOVE ARM-PURCHASE-DATE TO C-ADD-DATE.
           MOVE ARM-SEQ           TO C-ADD-SEQ.
           PERFORM L3-ADD-DEAL.
           PERFORM L3-READ-ARM-NEXT.
       L3-READ-ARM-NEXT.
           READ RECEIVABLES-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO C-SCAN-EOF
               NOT AT END
                   IF ARM-CUSTOMER-NUMBER NOT = MGX-FROM-NUMBER
                       MOVE 'T' TO C-SCAN-EOF
                   END-IF
           END-READ.
       L3-COLLECT-PDL.
           MOVE 'F' TO C-SCAN-EOF.
           MOVE LOW-VALUES TO PDL-KEY.
           MOVE MGX-FROM-NUMBER TO PDL-CUSTOMER-NUMBER.
           START PAYMENT-LEDGER KEY IS NOT LESS THAN PDL-KEY
               INVALID KEY
                   MOVE 'T' TO C-SCAN-EOF.
           IF C-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-PDL-NEXT
           END-IF.
           PERFORM L3-COLLECT-PDL-REC
               UNTIL C-SCAN-EOF = 'T'.
       L3-COLLECT-PDL-REC.
           MOVE PDL-PURCHASE-DATE TO C-ADD-DATE.
           MOVE PDL-SEQ           TO C-ADD-SEQ.
           PERFORM L3-ADD-DEAL.
           PERFORM L3-READ-PDL-NEXT.
       L3-READ-PDL-NEXT.
           READ PAYMENT-LEDGER NEXT RECORD
               AT END
                   MOVE 'T' TO C-SCAN-EOF
               NOT AT END
                   IF PDL-CUSTOMER-NUMBER NOT = MGX-FROM-NUMBER
                       MOVE 'T' TO C-SCAN-EOF
                   END-IF
           END-READ.
       L3-COLLECT-LTR.
           MOVE 'F' TO C-SCAN-EOF.
           MOVE LOW-VALUES TO LTR-KEY.
           MOVE MGX-FROM-NUMBER TO LTR-CUSTOMER-NUMBER.
           START LETTER-HISTORY KEY IS NOT LESS THAN LTR-KEY
               INVALID KEY
                   MOVE 'T' TO C-SCAN-EOF.
           IF C-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-LTR-NEXT
           END-IF.
           PERFORM L3-COLLECT-LTR-REC
               UNTIL C-SCAN-EOF = 'T'.
       L3-COLLECT-LTR-REC.
           MOVE LTR-PURCHASE-DATE TO C-ADD-DATE.
           MOVE LTR-SEQ           TO C-ADD-SEQ.
           PERFORM L3-ADD-DEAL.
           PERFORM L3-READ-LTR-NEXT.
       L3-READ-LTR-NEXT.
           READ LETTER-HISTORY NEXT RECORD
               AT END
                   MOVE 'T' TO C-SCAN-EOF
               NOT AT END
                   IF LTR-CUSTOMER-NUMBER NOT = MGX-FROM-NUMBER
                       MOVE 'T' TO C-SCAN-EOF
                   END-IF
           END-READ.
       L3-COLLECT-CLO.
           MOVE 'F' TO C-SCAN-EOF.
           MOVE LOW-VALUES TO CLO-KEY.
           MOVE MGX-FROM-NUMBER TO CLO-CUSTOMER-NUMBER.
           START CLOSED-MASTER KEY IS NOT LESS THAN CLO-KEY
               INVALID KEY
                   MOVE 'T' TO C-SCAN-EOF.
           IF C-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-CLO-NEXT
           END-IF.
           PERFORM L3-COLLECT-CLO-REC
               UNTIL C-SCAN-EOF = 'T'.
       L3-COLLECT-CLO-REC.
           MOVE CLO-PURCHASE-DATE TO C-ADD-DATE.
           MOVE CLO-SEQ           TO C-ADD-SEQ.
           PERFORM L3-ADD-DEAL.
           PERFORM L3-READ-CLO-NEXT.
       L3-READ-CLO-NEXT.
           READ CLOSED-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO C-SCAN-EOF
               NOT AT END
                   IF CLO-CUSTOMER-NUMBER NOT = MGX-FROM-NUMBER
                       MOVE 'T' TO C-SCAN-EOF
                   END-IF
           END-READ.
       L3-COLLECT-COA.
           MOVE 'F' TO C-SCAN-EOF.
           MOVE LOW-VALUES TO COA-KEY.
           MOVE MGX-FROM-NUMBER TO COA-CUSTOMER-NUMBER.
           START CHARGE-OFF-LEDGER KEY IS NOT LESS THAN COA-KEY
               INVALID KEY
                   MOVE 'T' TO C-SCAN-EOF.
           IF C-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-COA-NEXT
           END-IF.
           PERFORM L3-COLLECT-COA-REC
               UNTIL C-SCAN-EOF = 'T'.
       L3-COLLECT-COA-REC.
           MOVE COA-PURCHASE-DATE TO C-ADD-DATE.
           MOVE COA-SEQ           TO C-ADD-SEQ.
           PERFORM L3-ADD-DEAL.
           PERFORM L3-READ-COA-NEXT.
       L3-READ-COA-NEXT.
           READ CHARGE-OFF-LEDGER NEXT RECORD
               AT END
                   MOVE 'T' TO C-SCAN-EOF
               NOT AT END
                   IF COA-CUSTOMER-NUMBER NOT = MGX-FROM-NUMBER
                       MOVE 'T' TO C-SCAN-EOF
                   END-IF
           END-READ.
       L3-ADD-DEAL.
           MOVE 'N' TO C-DEAL-FOUND-SW.
           SET DEAL-IDX TO 1.
           PERFORM L3-DEAL-SEARCH
               UNTIL DEAL-IDX > DEAL-TABLE-CNT
                   OR C-DEAL-FOUND-SW = 'Y'.
           IF C-DEAL-FOUND-SW = 'N'
               IF DEAL-TABLE-CNT < 200
                   COMPUTE DEAL-TABLE-CNT = DEAL-TABLE-CNT + 1
                   MOVE C-ADD-DATE
                       TO DEAL-PURCHASE-DATE (DEAL-TABLE-CNT)
                   MOVE C-ADD-SEQ TO DEAL-OLD-SEQ (DEAL-TABLE-CNT)
                   MOVE C-ADD-SEQ TO DEAL-NEW-SEQ (DEAL-TABLE-CNT)
               ELSE
                   MOVE 'Y' TO C-DEAL-OVERFLOW-SW
               END-IF
           END-IF.
       L3-DEAL-SEARCH.
           IF C-ADD-DATE = DEAL-PURCHASE-DATE (DEAL-IDX)
                   AND C-ADD-SEQ = DEAL-OLD-SEQ (DEAL-IDX)
               MOVE 'Y' TO C-DEAL-FOUND-SW
           ELSE
               SET DEAL-IDX UP BY 1
           END-IF.
      *****************************************************************
      *    GIVE EACH DEAL ITS SEQUENCE UNDER THE TO CUSTOMER: THE OLD
      *    SEQUENCE IF IT IS FREE, OTHERWISE THE LOWEST FREE ONE FROM
      *    1 UP.  A SEQUENCE IS FREE WHEN THE TO CUSTOMER HAS NOTHING
      *    ON THAT DATE UNDER IT IN ANY OF THE SIX FILES AND NO
      *    EARLIER DEAL IN THIS MERGE HAS ALREADY TAKEN IT.
      *****************************************************************
       L3-ASSIGN-NEW-SEQS.
           SET DEAL-IDX TO 1.
           PERFORM L3-ASSIGN-DEAL-SEQ
               UNTIL DEAL-IDX > DEAL-TABLE-CNT
                   OR C-RESULT-LIT (1:8) = 'REJECTED'.
       L3-ASSIGN-DEAL-SEQ.
           MOVE DEAL-OLD-SEQ (DEAL-IDX) TO C-TRY-SEQ.
           PERFORM L3-TEST-SEQ-FREE.
           IF C-SEQ-FREE-SW = 'N'
               MOVE 1 TO C-TRY-SEQ
               PERFORM L3-TRY-NEXT-SEQ
                   UNTIL C-SEQ-FREE-SW = 'Y'
                       OR C-TRY-SEQ > 999
           END-IF.
           IF C-SEQ-FREE-SW = 'Y'
               MOVE C-TRY-SEQ TO DEAL-NEW-SEQ (DEAL-IDX)
               IF DEAL-NEW-SEQ (DEAL-IDX) NOT = DEAL-OLD-SEQ (DEAL-IDX)
                   COMPUTE C-RESEQ-CNT = C-RESEQ-CNT + 1
               END-IF
           ELSE
               MOVE 'REJECTED - NO FREE SEQUENCE' TO C-RESULT-LIT
           END-IF.
           SET DEAL-IDX UP BY 1.
       L3-TRY-NEXT-SEQ.
           PERFORM L3-TEST-SEQ-FREE.
           IF C-SEQ-FREE-SW = 'N'
               ADD 1 TO C-TRY-SEQ
           END-IF.
       L3-TEST-SEQ-FREE.
           MOVE 'Y' TO C-SEQ-FREE-SW.
           SET DEAL-CHK-IDX TO 1.
           PERFORM L3-CHECK-ASSIGNED
               UNTIL DEAL-CHK-IDX NOT < DEAL-IDX
                   OR C-SEQ-FREE-SW = 'N'.
           IF C-SEQ-FREE-SW = 'Y'
               MOVE MGX-TO-NUMBER TO HST-CUSTOMER-NUMBER
               MOVE DEAL-PURCHASE-DATE (DEAL-IDX) TO HST-PURCHASE-DATE
               MOVE C-TRY-SEQ TO HST-SEQ
               READ SALES-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO C-SEQ-FREE-SW
               END-READ
           END-IF.
           IF C-SEQ-FREE-SW = 'Y'
               MOVE MGX-TO-NUMBER TO ARM-CUSTOMER-NUMBER
               MOVE DEAL-PURCHASE-DATE (DEAL-IDX) TO ARM-PURCHASE-DATE
               MOVE C-TRY-SEQ TO ARM-SEQ
               READ RECEIVABLES-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO C-SEQ-FREE-SW
               END-READ
           END-IF.
           IF C-SEQ-FREE-SW = 'Y'
               MOVE MGX-TO-NUMBER TO LTR-CUSTOMER-NUMBER
               MOVE DEAL-PURCHASE-DATE (DEAL-IDX) TO LTR-PURCHASE-DATE
               MOVE C-TRY-SEQ TO LTR-SEQ
               READ LETTER-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO C-SEQ-FREE-SW
               END-READ
           END-IF.
           IF C-SEQ-FREE-SW = 'Y'
               MOVE MGX-TO-NUMBER TO CLO-CUSTOMER-NUMBER
               MOVE DEAL-PURCHASE-DATE (DEAL-IDX) TO CLO-PURCHASE-DATE
               MOVE C-TRY-SEQ TO CLO-SEQ
               READ CLOSED-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO C-SEQ-FREE-SW
               END-READ
           END-IF.
           IF C-SEQ-FREE-SW = 'Y'
               PERFORM L3-TEST-PDL-FREE
           END-IF.
           IF C-SEQ-FREE-SW = 'Y'
               PERFORM L3-TEST-COA-FREE
           END-IF.
       L3-CHECK-ASSIGNED.
           IF DEAL-PURCHASE-DATE (DEAL-CHK-IDX)
                       = DEAL-PURCHASE-DATE (DEAL-IDX)
                   AND DEAL-NEW-SEQ (DEAL-CHK-IDX) = C-TRY-SEQ
               MOVE 'N' TO C-SEQ-FREE-SW
           END-IF.
           SET DEAL-CHK-IDX UP BY 1.
       L3-TEST-PDL-FREE.
           MOVE MGX-TO-NUMBER TO PDL-CUSTOMER-NUMBER.
           MOVE DEAL-PURCHASE-DATE (DEAL-IDX) TO PDL-PURCHASE-DATE.
           MOVE C-TRY-SEQ TO PDL-SEQ.
           MOVE 0 TO PDL-PAY-SEQ.
           START PAYMENT-LEDGER KEY IS NOT LESS THAN PDL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PAYMENT-LEDGER NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PDL-CUSTOMER-NUMBER = MGX-TO-NUMBER
                                   AND PDL-PURCHASE-DATE
                                       = DEAL-PURCHASE-DATE (DEAL-IDX)
                                   AND PDL-SEQ = C-TRY-SEQ
                               MOVE 'N' TO C-SEQ-FREE-SW
                           END-IF
                   END-READ
           END-START.
       L3-TEST-COA-FREE.
           MOVE MGX-TO-NUMBER TO COA-CUSTOMER-NUMBER.
           MOVE DEAL-PURCHASE-DATE (DEAL-IDX) TO COA-PURCHASE-DATE.
           MOVE C-TRY-SEQ TO COA-SEQ.
           MOVE 0 TO COA-ACT-SEQ.
           START CHARGE-OFF-LEDGER KEY IS NOT LESS THAN COA-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CHARGE-OFF-LEDGER NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF COA-CUSTOMER-NUMBER = MGX-TO-NUMBER
                                   AND COA-PURCHASE-DATE
                                       = DEAL-PURCHASE-DATE (DEAL-IDX)
                                   AND COA-SEQ = C-TRY-SEQ
                               MOVE 'N' TO C-SEQ-FREE-SW
                           END-IF
                   END-READ
           END-START.
      *****************************************************************
      *    MOVE THE DEALS, THEN THE RECORDS THAT CARRY THE CUSTOMER
      *    NUMBER OUTSIDE THEIR KEY, THEN RETIRE THE FROM NUMBER.  A
      *    KEYED RECORD IS MOVED BY WRITING IT UNDER ITS NEW KEY AND
      *    ONLY THEN DELETING IT UNDER ITS OLD ONE, SO A RECORD THAT
      *    CANNOT BE WRITTEN IS LEFT WHERE IT WAS.
      *****************************************************************
       L3-APPLY-MERGE.
           SET DEAL-IDX TO 1.
           PERFORM L3-MOVE-DEAL
               UNTIL DEAL-IDX > DEAL-TABLE-CNT.
           PERFORM L3-SCAN-UNITS.
           PERFORM L3-SCAN-QUOTES.
           PERFORM L3-SCAN-RECALL-NOTICES.
           PERFORM L3-RETIRE-CUSTOMER.
       L3-MOVE-DEAL.
           MOVE SPACES TO C-OLD-SUB.
           MOVE SPACES TO C-NEW-SUB.
           PERFORM L3-MOVE-HST.
           PERFORM L3-MOVE-ARM.
           PERFORM L3-MOVE-LTR.
           PERFORM L3-MOVE-CLO.
           MOVE 'F' TO C-SCAN-EOF.
           MOVE 0 TO C-NEXT-SUB.
           PERFORM L3-MOVE-NEXT-PDL
               UNTIL C-SCAN-EOF = 'T'.
           MOVE 'F' TO C-SCAN-EOF.
           MOVE 0 TO C-NEXT-SUB.
           PERFORM L3-MOVE-NEXT-COA
               UNTIL C-SCAN-EOF = 'T'.
           SET DEAL-IDX UP BY 1.
       L3-MOVE-HST.
           MOVE MGX-FROM-NUMBER TO HST-CUSTOMER-NUMBER.
           MOVE DEAL-PURCHASE-DATE (DEAL-IDX) TO HST-PURCHASE-DATE.
           MOVE DEAL-OLD-SEQ (DEAL-IDX) TO HST-SEQ.
           READ SALES-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM L3-MOVE-HST-REC
           END-READ.
       L3-MOVE-HST-REC.
           MOVE 'N' TO C-WRITE-OK-SW.
           MOVE MGX-TO-NUMBER TO HST-CUSTOMER-NUMBER.
           MOVE DEAL-NEW-SEQ (DEAL-IDX) TO HST-SEQ.
           WRITE HST-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO C-WRITE-OK-SW
           END-WRITE.
           IF C-WRITE-OK-SW = 'Y'
               MOVE MGX-FROM-NUMBER TO HST-CUSTOMER-NUMBER
               MOVE DEAL-OLD-SEQ (DEAL-IDX) TO HST-SEQ
               DELETE SALES-HISTORY RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           MOVE 'CBLHIST' TO O-AUD-FILE.
           PERFORM L3-PRINT-DEAL-AUDIT.
       L3-MOVE-ARM.
           MOVE MGX-FROM-NUMBER TO ARM-CUSTOMER-NUMBER.
           MOVE DEAL-PURCHASE-DATE (DEAL-IDX) TO ARM-PURCHASE-DATE.
           MOVE DEAL-OLD-SEQ (DEAL-IDX) TO ARM-SEQ.
           READ RECEIVABLES-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM L3-MOVE-ARM-REC
           END-READ.
       L3-MOVE-ARM-REC.
           MOVE 'N' TO C-WRITE-OK-SW.
           MOVE MGX-TO-NUMBER TO ARM-CUSTOMER-NUMBER.
           MOVE DEAL-NEW-SEQ (DEAL-IDX) TO ARM-SEQ.
           WRITE ARM-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO C-WRITE-OK-SW
           END-WRITE.
           IF C-WRITE-OK-SW = 'Y'
               MOVE MGX-FROM-NUMBER TO ARM-CUSTOMER-NUMBER
               MOVE DEAL-OLD-SEQ (DEAL-IDX) TO ARM-SEQ
               DELETE RECEIVABLES-MASTER RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           MOVE 'CBLARMAS' TO O-AUD-FILE.
           PERFORM L3-PRINT-DEAL-AUDIT.
       L3-MOVE-LTR.
           MOVE MGX-FROM-NUMBER TO LTR-CUSTOMER-NUMBER.
           MOVE DEAL-PURCHASE-DATE (DEAL-IDX) TO LTR-PURCHASE-DATE.
           MOVE DEAL-OLD-SEQ (DEAL-IDX) TO LTR-SEQ.
           READ LETTER-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM L3-MOVE-LTR-REC
           END-READ.
       L3-MOVE-LTR-REC.
           MOVE 'N' TO C-WRITE-OK-SW.
           MOVE MGX-TO-NUMBER TO LTR-CUSTOMER-NUMBER.
           MOVE DEAL-NEW-SEQ (DEAL-IDX) TO LTR-SEQ.
           WRITE LTR-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO C-WRITE-OK-SW
           END-WRITE.
           IF C-WRITE-OK-SW = 'Y'
               MOVE MGX-FROM-NUMBER TO LTR-CUSTOMER-NUMBER
               MOVE DEAL-OLD-SEQ (DEAL-IDX) TO LTR-SEQ
               DELETE LETTER-HISTORY RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           MOVE 'CBLLTRHS' TO O-AUD-FILE.
           PERFORM L3-PRINT-DEAL-AUDIT.
       L3-MOVE-CLO.
           MOVE MGX-FROM-NUMBER TO CLO-CUSTOMER-NUMBER.
           MOVE DEAL-PURCHASE-DATE (DEAL-IDX) TO CLO-PURCHASE-DATE.
           MOVE DEAL-OLD-SEQ (DEAL-IDX) TO CLO-SEQ.
           READ CLOSED-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM L3-MOVE-CLO-REC
           END-READ.
       L3-MOVE-CLO-REC.
           MOVE 'N' TO C-WRITE-OK-SW.
           MOVE MGX-TO-NUMBER TO CLO-CUSTOMER-NUMBER.
           MOVE DEAL-NEW-SEQ (DEAL-IDX) TO CLO-SEQ.
           WRITE CLO-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO C-WRITE-OK-SW
           END-WRITE.
           IF C-WRITE-OK-SW = 'Y'
               MOVE MGX-FROM-NUMBER TO CLO-CUSTOMER-NUMBER
               MOVE DEAL-OLD-SEQ (DEAL-IDX) TO CLO-SEQ
               DELETE CLOSED-MASTER RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           MOVE 'CBLCLOSD' TO O-AUD-FILE.
           PERFORM L3-PRINT-DEAL-AUDIT.
      *****************************************************************
      *    PAYMENTS AND CHARGE-OFF ACTIVITY HANG UNDER THE DEAL BY A
      *    SECOND SEQUENCE.  EACH KEEPS ITS SEQUENCE UNDER THE NEW
      *    DEAL KEY; ONE THAT COLLIDES IS GIVEN THE FIRST FREE ONE
      *    FROM 1 UP.  THE WALK RESTARTS PAST THE RECORD JUST TAKEN
      *    RATHER THAN READING ON, SINCE THE RECORD HAS BEEN DELETED
      *    FROM UNDER THE READ.
      *****************************************************************
       L3-MOVE-NEXT-PDL.
           MOVE MGX-FROM-NUMBER TO PDL-CUSTOMER-NUMBER.
           MOVE DEAL-PURCHASE-DATE (DEAL-IDX) TO PDL-PURCHASE-DATE.
           MOVE DEAL-OLD-SEQ (DEAL-IDX) TO PDL-SEQ.
           MOVE C-NEXT-SUB TO PDL-PAY-SEQ.
           START PAYMENT-LEDGER KEY IS NOT LESS THAN PDL-KEY
               INVALID KEY
                   MOVE 'T' TO C-SCAN-EOF.
           IF C-SCAN-EOF NOT = 'T'
               READ PAYMENT-LEDGER NEXT RECORD
                   AT END
                       MOVE 'T' TO C-SCAN-EOF
                   NOT AT END
                       IF PDL-CUSTOMER-NUMBER NOT = MGX-FROM-NUMBER
                           OR PDL-PURCHASE-DATE
                               NOT = DEAL-PURCHASE-DATE (DEAL-IDX)
                           OR PDL-SEQ NOT = DEAL-OLD-SEQ (DEAL-IDX)
                           MOVE 'T' TO C-SCAN-EOF
                       END-IF
               END-READ
           END-IF.
           IF C-SCAN-EOF NOT = 'T'
               PERFORM L3-MOVE-PDL-REC
           END-IF.
       L3-MOVE-PDL-REC.
           MOVE PDL-PAY-SEQ TO C-KEEP-SUB.
           MOVE PDL-PAY-SEQ TO C-OLD-SUB.
           COMPUTE C-NEXT-SUB = PDL-PAY-SEQ + 1.
           IF C-NEXT-SUB > 999
               MOVE 'T' TO C-SCAN-EOF
           END-IF.
           MOVE 'N' TO C-WRITE-OK-SW.
           MOVE MGX-TO-NUMBER TO PDL-CUSTOMER-NUMBER.
           MOVE DEAL-NEW-SEQ (DEAL-IDX) TO PDL-SEQ.
           WRITE PDL-REC
               INVALID KEY
                   MOVE 1 TO PDL-PAY-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO C-WRITE-OK-SW
           END-WRITE.
           IF C-WRITE-OK-SW = 'N'
               PERFORM L3-WRITE-PDL-REC
                   UNTIL C-WRITE-OK-SW = 'Y'
                       OR PDL-PAY-SEQ > 998
           END-IF.
           MOVE PDL-PAY-SEQ TO C-NEW-SUB.
           IF C-WRITE-OK-SW = 'Y'
               MOVE MGX-FROM-NUMBER TO PDL-CUSTOMER-NUMBER
               MOVE DEAL-OLD-SEQ (DEAL-IDX) TO PDL-SEQ
               MOVE C-KEEP-SUB TO PDL-PAY-SEQ
               DELETE PAYMENT-LEDGER RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           MOVE 'CBLPAYLG' TO O-AUD-FILE.
           PERFORM L3-PRINT-DEAL-AUDIT.
       L3-WRITE-PDL-REC.
           WRITE PDL-REC
               INVALID KEY
                   ADD 1 TO PDL-PAY-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO C-WRITE-OK-SW
           END-WRITE.
       L3-MOVE-NEXT-COA.
           MOVE MGX-FROM-NUMBER TO COA-CUSTOMER-NUMBER.
           MOVE DEAL-PURCHASE-DATE (DEAL-IDX) TO COA-PURCHASE-DATE.
           MOVE DEAL-OLD-SEQ (DEAL-IDX) TO COA-SEQ.
           MOVE C-NEXT-SUB TO COA-ACT-SEQ.
           START CHARGE-OFF-LEDGER KEY IS NOT LESS THAN COA-KEY
               INVALID KEY
                   MOVE 'T' TO C-SCAN-EOF.
           IF C-SCAN-EOF NOT = 'T'
               READ CHARGE-OFF-LEDGER NEXT RECORD
                   AT END
                       MOVE 'T' TO C-SCAN-EOF
                   NOT AT END
                       IF COA-CUSTOMER-NUMBER NOT = MGX-FROM-NUMBER
                           OR COA-PURCHASE-DATE
                               NOT = DEAL-PURCHASE-DATE (DEAL-IDX)
                           OR COA-SEQ NOT = DEAL-OLD-SEQ (DEAL-IDX)
                           MOVE 'T' TO C-SCAN-EOF
                       END-IF
               END-READ
           END-IF.
           IF C-SCAN-EOF NOT = 'T'
               PERFORM L3-MOVE-COA-REC
           END-IF.
       L3-MOVE-COA-REC.
           MOVE COA-ACT-SEQ TO C-KEEP-SUB.
           MOVE COA-ACT-SEQ TO C-OLD-SUB.
           COMPUTE C-NEXT-SUB = COA-ACT-SEQ + 1.
           IF C-NEXT-SUB > 999
               MOVE 'T' TO C-SCAN-EOF
           END-IF.
           MOVE 'N' TO C-WRITE-OK-SW.
           MOVE MGX-TO-NUMBER TO COA-CUSTOMER-NUMBER.
           MOVE DEAL-NEW-SEQ (DEAL-IDX) TO COA-SEQ.
           WRITE COA-REC
               INVALID KEY
                   MOVE 1 TO COA-ACT-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO C-WRITE-OK-SW
           END-WRITE.
           IF C-WRITE-OK-SW = 'N'
               PERFORM L3-WRITE-COA-REC
                   UNTIL C-WRITE-OK-SW = 'Y'
                       OR COA-ACT-SEQ > 998
           END-IF.
           MOVE COA-ACT-SEQ TO C-NEW-SUB.
           IF C-WRITE-OK-SW = 'Y'
               MOVE MGX-FROM-NUMBER TO COA-CUSTOMER-NUMBER
               MOVE DEAL-OLD-SEQ (DEAL-IDX) TO COA-SEQ
               MOVE C-KEEP-SUB TO COA-ACT-SEQ
               DELETE CHARGE-OFF-LEDGER RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           MOVE 'CBLCOACT' TO O-AUD-FILE.
           PERFORM L3-PRINT-DEAL-AUDIT.
       L3-WRITE-COA-REC.
           WRITE COA-REC
               INVALID KEY
                   ADD 1 TO COA-ACT-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO C-WRITE-OK-SW
           END-WRITE.
       L3-PRINT-DEAL-AUDIT.
           MOVE MGX-FROM-NUMBER               TO AK-CUST.
           MOVE DEAL-PURCHASE-DATE (DEAL-IDX) TO AK-DATE.
           MOVE DEAL-OLD-SEQ (DEAL-IDX)       TO AK-SEQ.
           MOVE C-OLD-SUB                     TO AK-SUB.
           MOVE AUDIT-KEY-WORK                TO O-AUD-OLD-KEY.
           MOVE MGX-TO-NUMBER                 TO AK-CUST.
           MOVE DEAL-NEW-SEQ (DEAL-IDX)       TO AK-SEQ.
           MOVE C-NEW-SUB                     TO AK-SUB.
           MOVE AUDIT-KEY-WORK                TO O-AUD-NEW-KEY.
           IF C-WRITE-OK-SW = 'N'
               MOVE 'NOT MOVED - NO FREE KEY' TO O-AUD-CHANGE
           ELSE
               IF DEAL-NEW-SEQ (DEAL-IDX) NOT = DEAL-OLD-SEQ (DEAL-IDX)
                       OR C-NEW-SUB NOT = C-OLD-SUB
                   MOVE 'MOVED - RESEQUENCED' TO O-AUD-CHANGE
               ELSE
                   MOVE 'MOVED' TO O-AUD-CHANGE
               END-IF
           END-IF.
           PERFORM L3-PRINT-AUDIT-LINE.
      *****************************************************************
      *    THE UNIT, QUOTE AND RECALL NOTICE FILES ARE NOT KEYED BY
      *    CUSTOMER, SO EACH IS ONE FULL PASS, REWRITING THE RECORDS
      *    THAT NAME THE FROM CUSTOMER.
      *****************************************************************
       L3-SCAN-UNITS.
           MOVE 'F' TO C-SCAN-EOF.
           MOVE LOW-VALUES TO UNT-KEY.
           START BOAT-UNITS KEY IS NOT LESS THAN UNT-KEY
               INVALID KEY
                   MOVE 'T' TO C-SCAN-EOF.
           IF C-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-UNT-NEXT
           END-IF.
           PERFORM L3-CHECK-UNT-REC
               UNTIL C-SCAN-EOF = 'T'.
       L3-CHECK-UNT-REC.
           MOVE 'N' TO C-SOLD-TO-SW.
           MOVE 'N' TO C-ACQUIRED-SW.
           IF UNT-CUSTOMER-NUMBER = MGX-FROM-NUMBER
               MOVE MGX-TO-NUMBER TO UNT-CUSTOMER-NUMBER
               MOVE 'Y' TO C-SOLD-TO-SW
           END-IF.
           IF UNT-ACQUIRED-FROM = MGX-FROM-NUMBER
               MOVE MGX-TO-NUMBER TO UNT-ACQUIRED-FROM
               MOVE 'Y' TO C-ACQUIRED-SW
           END-IF.
           IF C-SOLD-TO-SW = 'Y' OR C-ACQUIRED-SW = 'Y'
               MOVE 'Y' TO C-WRITE-OK-SW
               REWRITE UNT-REC
                   INVALID KEY
                       MOVE 'N' TO C-WRITE-OK-SW
               END-REWRITE
               MOVE 'CBLUNITS' TO O-AUD-FILE
               MOVE SPACES     TO O-AUD-OLD-KEY
               STRING 'HIN ' UNT-HIN
                   DELIMITED BY SIZE INTO O-AUD-OLD-KEY
               MOVE O-AUD-OLD-KEY TO O-AUD-NEW-KEY
               EVALUATE TRUE
                   WHEN C-WRITE-OK-SW = 'N'
                       MOVE 'NOT CHANGED - REWRITE FAILED'
                           TO O-AUD-CHANGE
                   WHEN C-SOLD-TO-SW = 'Y' AND C-ACQUIRED-SW = 'Y'
                       MOVE 'SOLD-TO AND ACQUIRED-FROM CHANGED'
                           TO O-AUD-CHANGE
                   WHEN C-SOLD-TO-SW = 'Y'
                       MOVE 'SOLD-TO CUSTOMER CHANGED' TO O-AUD-CHANGE
                   WHEN OTHER
                       MOVE 'ACQUIRED-FROM CUSTOMER CHANGED'
                           TO O-AUD-CHANGE
               END-EVALUATE
               PERFORM L3-PRINT-AUDIT-LINE
           END-IF.
           PERFORM L3-READ-UNT-NEXT.
       L3-READ-UNT-NEXT.
           READ BOAT-UNITS NEXT RECORD
               AT END
                   MOVE 'T' TO C-SCAN-EOF.
       L3-SCAN-QUOTES.
           MOVE 'F' TO C-SCAN-EOF.
           MOVE LOW-VALUES TO QTE-KEY.
           START QUOTE-MASTER KEY IS NOT LESS THAN QTE-KEY
               INVALID KEY
                   MOVE 'T' TO C-SCAN-EOF.
           IF C-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-QTE-NEXT
           END-IF.
           PERFORM L3-CHECK-QTE-REC
               UNTIL C-SCAN-EOF = 'T'.
       L3-CHECK-QTE-REC.
           IF QTE-CUSTOMER-NUMBER = MGX-FROM-NUMBER
               MOVE MGX-TO-NUMBER TO QTE-CUSTOMER-NUMBER
               MOVE 'Y' TO C-WRITE-OK-SW
               REWRITE QTE-REC
                   INVALID KEY
                       MOVE 'N' TO C-WRITE-OK-SW
               END-REWRITE
               MOVE 'CBLQUOTE' TO O-AUD-FILE
               MOVE SPACES     TO O-AUD-OLD-KEY
               STRING 'QUOTE ' QTE-NUMBER
                   DELIMITED BY SIZE INTO O-AUD-OLD-KEY
               MOVE O-AUD-OLD-KEY TO O-AUD-NEW-KEY
               IF C-WRITE-OK-SW = 'N'
                   MOVE 'NOT CHANGED - REWRITE FAILED' TO O-AUD-CHANGE
               ELSE
                   MOVE 'QUOTE CUSTOMER CHANGED' TO O-AUD-CHANGE
               END-IF
               PERFORM L3-PRINT-AUDIT-LINE
           END-IF.
           PERFORM L3-READ-QTE-NEXT.
       L3-READ-QTE-NEXT.
           READ QUOTE-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO C-SCAN-EOF.
       L3-SCAN-RECALL-NOTICES.
           MOVE 'F' TO C-SCAN-EOF.
           MOVE LOW-VALUES TO RCN-KEY.
           START RECALL-NOTICES KEY IS NOT LESS THAN RCN-KEY
               INVALID KEY
                   MOVE 'T' TO C-SCAN-EOF.
           IF C-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-RCN-NEXT
           END-IF.
           PERFORM L3-CHECK-RCN-REC
               UNTIL C-SCAN-EOF = 'T'.
       L3-CHECK-RCN-REC.
           IF RCN-CUSTOMER-NUMBER = MGX-FROM-NUMBER
               MOVE MGX-TO-NUMBER TO RCN-CUSTOMER-NUMBER
               MOVE 'Y' TO C-WRITE-OK-SW
               REWRITE RCN-REC
                   INVALID KEY
                       MOVE 'N' TO C-WRITE-OK-SW
               END-REWRITE
               MOVE 'CBLRCLNT' TO O-AUD-FILE
               MOVE SPACES     TO O-AUD-OLD-KEY
               STRING RCN-CAMPAIGN-NUMBER ' ' RCN-HIN
                   DELIMITED BY SIZE INTO O-AUD-OLD-KEY
               MOVE O-AUD-OLD-KEY TO O-AUD-NEW-KEY
               IF C-WRITE-OK-SW = 'N'
                   MOVE 'NOT CHANGED - REWRITE FAILED' TO O-AUD-CHANGE
               ELSE
                   MOVE 'NOTIFIED OWNER CHANGED' TO O-AUD-CHANGE
               END-IF
               PERFORM L3-PRINT-AUDIT-LINE
           END-IF.
           PERFORM L3-READ-RCN-NEXT.
       L3-READ-RCN-NEXT.
           READ RECALL-NOTICES NEXT RECORD
               AT END
                   MOVE 'T' TO C-SCAN-EOF.
      *****************************************************************
      *    THE FROM NUMBER IS RETIRED ONLY WHEN EVERY RECORD MOVED -
      *    IF ANY WAS LEFT BEHIND THE CUSTOMER STAYS ON THE MASTER SO
      *    THE MERGE CAN BE RUN AGAIN TO FINISH IT.  A FROM NUMBER
      *    WITH NO MASTER RECORD AND NOTHING TO MOVE IS REFUSED.
      *****************************************************************
       L3-RETIRE-CUSTOMER.
           IF C-FROM-ON-MASTER-SW = 'N'
                   AND C-MOVED-CNT = 0 AND C-ERROR-CNT = 0
               MOVE 'REJECTED - NOTHING TO MERGE' TO C-RESULT-LIT
           ELSE
               IF C-ERROR-CNT > 0
                   MOVE 'INCOMPLETE - NOT RETIRED' TO C-RESULT-LIT
               ELSE
                   PERFORM L3-RETIRE-FROM-NUMBER
                   MOVE 'MERGED' TO C-RESULT-LIT
               END-IF
           END-IF.
       L3-RETIRE-FROM-NUMBER.
           IF C-FROM-ON-MASTER-SW = 'Y'
               MOVE MGX-FROM-NUMBER TO CUST-NUMBER
               DELETE CUSTOMER-MASTER RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           MOVE MGX-FROM-NUMBER     TO CMG-FROM-NUMBER.
           MOVE MGX-TO-NUMBER       TO CMG-TO-NUMBER.
           MOVE C-RUN-DATE-CCYYMMDD TO CMG-MERGE-DATE.
           MOVE C-FROM-FIRST-NAME   TO CMG-FIRST-NAME.
           MOVE C-FROM-LAST-NAME    TO CMG-LAST-NAME.
           WRITE CMG-REC
               INVALID KEY
                   REWRITE CMG-REC
           END-WRITE.
           MOVE 'CBLCUSTM'      TO O-AUD-FILE.
           MOVE MGX-FROM-NUMBER TO O-AUD-OLD-KEY.
           MOVE MGX-TO-NUMBER   TO O-AUD-NEW-KEY.
           MOVE 'CUSTOMER NUMBER RETIRED' TO O-AUD-CHANGE.
           PERFORM L3-WRITE-AUDIT-LINE.
       L3-PRINT-AUDIT-LINE.
           IF C-WRITE-OK-SW = 'Y'
               COMPUTE C-MOVED-CNT = C-MOVED-CNT + 1
           ELSE
               COMPUTE C-ERROR-CNT = C-ERROR-CNT + 1
           END-IF.
           PERFORM L3-WRITE-AUDIT-LINE.
       L3-WRITE-AUDIT-LINE.
           IF C-AUD-HDG-SW = 'N'
               MOVE 'Y' TO C-AUD-HDG-SW
               WRITE PRTLINE FROM AUD-COL-HEADING
           END-IF.
           WRITE PRTLINE FROM AUDIT-LINE.
       L3-PRINT-MERGE-LINE.
           WRITE PRTLINE FROM BLANK-LINE.
           MOVE MGX-FROM-NUMBER TO O-MRG-FROM.
           MOVE MGX-TO-NUMBER   TO O-MRG-TO.
           MOVE C-FROM-NAME     TO O-MRG-FROM-NAME.
           MOVE C-TO-NAME       TO O-MRG-TO-NAME.
           WRITE PRTLINE FROM MERGE-LINE.
       L3-PRINT-RESULT-LINE.
           MOVE C-RESULT-LIT TO O-RES-RESULT.
           MOVE C-MOVED-CNT  TO O-RES-MOVED.
           MOVE C-RESEQ-CNT  TO O-RES-RESEQ.
           MOVE C-ERROR-CNT  TO O-RES-ERRORS.
           WRITE PRTLINE FROM MERGE-RESULT-LINE.
           MOVE SPACES TO C-RESULT-LIT.
       L4-HEADINGS.
           COMPUTE H1-PAGE = H1-PAGE + 1.
           WRITE PRTLINE FROM HEADING1.
       L3-CLOSING.
           WRITE PRTLINE FROM BLANK-LINE.
           MOVE C-APPLIED-CNT  TO O-SUM-APPLIED.
           MOVE C-REJECTED-CNT TO O-SUM-REJECTED.
           MOVE C-TOT-MOVED    TO O-SUM-MOVED.
           WRITE PRTLINE FROM SUMMARY-LINE.
           CLOSE MERGE-TRANS.
           CLOSE CUSTOMER-MASTER.
           CLOSE CUSTOMER-MERGES.
           CLOSE SALES-HISTORY.
           CLOSE RECEIVABLES-MASTER.
           CLOSE PAYMENT-LEDGER.
           CLOSE LETTER-HISTORY.
           CLOSE CLOSED-MASTER.
           CLOSE CHARGE-OFF-LEDGER.
           CLOSE BOAT-UNITS.
           CLOSE QUOTE-MASTER.
           CLOSE RECALL-NOTICES.
           CLOSE PRTOUT.
