       identification division.
       program-id.     CBLRA30.
       AUTHOR.         Robert Aszman.
       DATE-WRITTEN.   10/15/2026.
      *****************************************************************
      *    ONE-TIME MASTER FILE REFORMAT.  THREE INDEXED MASTERS
      *    GREW NEW FIELDS AT THE END OF THEIR RECORDS, AND THE
      *    PROGRAMS THAT USE THEM CANNOT OPEN THE FILES IN THE OLD
      *    LAYOUT.  THIS PROGRAM COPIES EACH MASTER FROM THE OLD
      *    LAYOUT (DESCRIBED HERE) TO THE NEW ONE (ITS COPYBOOK),
      *    STARTING THE NEW FIELDS EMPTY:
      *      UNIT MASTER  (CBLUNITS, CBLUNT01) - UNT-CONDITION AND
      *          UNT-OFFICE-CODE BLANK (A BLANK CONDITION IS NEW
      *          STOCK), UNT-COST-BASIS AND UNT-ACQUIRED-FROM ZERO.
      *          THE FLOOR-PLAN AGING (CBLRA22) NOTES EVERY NEW UNIT
      *          STILL AT ZERO COST; KEY A 'C' CORRECTION TO CBLRA12
      *          WITH THE OFFICE AND INVOICE COST FOR EACH ONE.
      *      QUOTE MASTER (CBLQUOTE, CBLQTE01) - QTE-CONVERT-DATE
      *          AND QTE-HIN BLANK (CBLRA28 MATCHES A QUOTE CONVERTED
      *          BEFORE THE REFORMAT BY CUSTOMER AND BOAT TYPE).
      *      TAX MASTER   (CBLTAXAC, CBLTXM01) - TXM-LTD-TAX AND
      *          TXM-LTD-REMITTED ZERO (SEE CBLRA26 FOR THE OPENING
      *          SALES TAX PAYABLE BALANCE THIS GIVES).
      *    RUN IT ONCE, BEFORE THE FIRST NIGHTLY STREAM ON THE NEW
      *    PROGRAMS: FIRST RENAME CBLUNITS.DAT, CBLQUOTE.DAT AND
      *    CBLTAXAC.DAT TO CBLUNITS.OLD, CBLQUOTE.OLD AND
      *    CBLTAXAC.OLD, THEN RUN THIS PROGRAM, WHICH WRITES THE
      *    .DAT FILES AFRESH.  ALL THREE .OLD FILES ARE OPENED
      *    BEFORE ANY .DAT FILE, SO A MISSING ONE STOPS THE RUN
      *    BEFORE ANYTHING IS WRITTEN.  KEEP THE .OLD FILES UNTIL
      *    THE COUNTS ON RFMRPT30.PRT HAVE BEEN CHECKED - RECORDS
      *    READ MUST EQUAL RECORDS WRITTEN FOR EVERY FILE.
       environment division.
       configuration section.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-UNITS
               ASSIGN TO 'C:\COBOL\CBLUNITS.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUN-HIN.
           SELECT OLD-QUOTES
               ASSIGN TO 'C:\COBOL\CBLQUOTE.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OQT-NUMBER.
           SELECT OLD-TAX-MASTER
               ASSIGN TO 'C:\COBOL\CBLTAXAC.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OTX-STATE.
           SELECT BOAT-UNITS
               ASSIGN TO 'C:\COBOL\CBLUNITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNT-KEY.
           SELECT QUOTE-MASTER
               ASSIGN TO 'C:\COBOL\CBLQUOTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTE-KEY.
           SELECT TAX-REMIT-MASTER
               ASSIGN TO 'C:\COBOL\CBLTAXAC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXM-KEY.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\RFMRPT30.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       data division.
       FILE SECTION.
       FD  OLD-UNITS
           LABEL RECORD IS STANDARD
           DATA RECORD IS OUN-REC
           RECORD CONTAINS 38 CHARACTERS.
           01  OUN-REC.
               05  OUN-HIN                 PIC X(12).
               05  OUN-BOAT-TYPE           PIC X.
               05  OUN-STATE               PIC X(2).
               05  OUN-STATUS              PIC X.
               05  OUN-RECEIPT-DATE        PIC X(8).
               05  OUN-CUSTOMER-NUMBER     PIC 9(6).
               05  OUN-SOLD-DATE           PIC X(8).
       FD  OLD-QUOTES
           LABEL RECORD IS STANDARD
           DATA RECORD IS OQT-REC
           RECORD CONTAINS 119 CHARACTERS.
           01  OQT-REC.
               05  OQT-NUMBER              PIC 9(6).
               05  OQT-STATUS              PIC X.
               05  OQT-QUOTE-DATE          PIC X(8).
               05  OQT-EXPIRE-DATE         PIC X(8).
               05  OQT-CUSTOMER-NUMBER     PIC 9(6).
               05  OQT-LAST-NAME           PIC X(16).
               05  OQT-STATE               PIC X(2).
               05  OQT-BOAT-TYPE           PIC X.
               05  OQT-ACCESSORY-PACKAGE   PIC 9.
               05  OQT-BOAT-COST           PIC 9(6)V99.
               05  OQT-PREP-DELIVERY-COST  PIC 9(5)V99.
               05  OQT-TRADE-IN-DESC       PIC X(20).
               05  OQT-TRADE-IN-ALLOWANCE  PIC 9(6)V99.
               05  OQT-DOWN-PAYMENT        PIC 9(6)V99.
               05  OQT-FINANCE-TERM-MONTHS PIC 9(3).
               05  OQT-SALESPERSON-ID      PIC X(5).
               05  OQT-OFFICE-CODE         PIC X(2).
               05  OQT-QUOTED-TOTAL        PIC 9(7)V99.
       FD  OLD-TAX-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS OTX-REC
           RECORD CONTAINS 64 CHARACTERS.
           01  OTX-REC.
               05  OTX-STATE               PIC X(2).
               05  OTX-PERIOD-STAMP        PIC X(6).
               05  OTX-YEAR-STAMP          PIC X(4).
               05  OTX-MTD-TAXABLE         PIC S9(12)V99.
               05  OTX-MTD-TAX             PIC S9(10)V99.
               05  OTX-YTD-TAXABLE         PIC S9(12)V99.
               05  OTX-YTD-TAX             PIC S9(10)V99.
       FD  BOAT-UNITS
           LABEL RECORD IS STANDARD.
           COPY CBLUNT01.
       FD  QUOTE-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLQTE01.
       FD  TAX-REMIT-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLTXM01.
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
           05  C-READ-CNT                  PIC 9(7)    VALUE 0.
           05  C-WRITTEN-CNT               PIC 9(7)    VALUE 0.
           05  C-DUPLICATE-CNT             PIC 9(7)    VALUE 0.
           05  C-BAD-FILE-CNT              PIC 9(7)    VALUE 0.
       01  HEADING1.
           05  H1-DATE.
               10  H1-MONTH                PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-DAY                  PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-YEAR                 PIC 9999.
           05  FILLER                      PIC X(40)   VALUE SPACES.
           05  FILLER                      PIC X(27)
                                           VALUE 'MASTER FILE REFORMAT'.
           05  FILLER                      PIC X(41)   VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'PAGE: '.
           05  H1-PAGE                     PIC 99      VALUE 0.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       01  BLANK-LINE                      PIC X(132)  VALUE SPACES.
       01  COL-HEADING1.
           05  FILLER                      PIC X(12)   VALUE 'FILE'.
           05  FILLER                      PIC X(16)   VALUE 'LAYOUT'.
           05  FILLER                      PIC X(12)
                                           VALUE '        READ'.
           05  FILLER                      PIC X(12)
                                           VALUE '     WRITTEN'.
           05  FILLER                      PIC X(12)
                                           VALUE '  DUPLICATES'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(64)   VALUE 'RESULT'.
       01  DETAIL-LINE.
           05  O-FILE                      PIC X(12).
           05  O-LAYOUT                    PIC X(16).
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  O-READ                      PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-WRITTEN                   PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  O-DUPLICATES                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  O-RESULT-LIT                PIC X(30).
           05  FILLER                      PIC X(34)   VALUE SPACES.
       01  SUMMARY-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'FILES OUT OF COUNT: '.
           05  O-SUM-BAD-FILES             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(95)   VALUE SPACES.
       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-CONVERT-UNITS.
           PERFORM L2-CONVERT-QUOTES.
           PERFORM L2-CONVERT-TAX-MASTER.
           PERFORM L3-CLOSING.
           STOP RUN.
       L2-INIT.
           MOVE FUNCTION current-date      TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           OPEN INPUT OLD-UNITS.
           OPEN INPUT OLD-QUOTES.
           OPEN INPUT OLD-TAX-MASTER.
           OPEN OUTPUT BOAT-UNITS.
           OPEN OUTPUT QUOTE-MASTER.
           OPEN OUTPUT TAX-REMIT-MASTER.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-HEADINGS.
      *****************************************************************
      *    EACH OLD MASTER IS READ IN KEY ORDER AND EVERY RECORD IS
      *    WRITTEN UNDER THE SAME KEY IN THE NEW LAYOUT.
      *****************************************************************
       L2-CONVERT-UNITS.
           PERFORM L3-START-FILE.
           READ OLD-UNITS NEXT RECORD
               AT END
                   MOVE 'T' TO EOF.
           PERFORM L3-CONVERT-UNIT
               UNTIL EOF = 'T'.
           MOVE 'CBLUNITS'         TO O-FILE.
           MOVE 'CBLUNT01'         TO O-LAYOUT.
           PERFORM L3-PRINT-FILE-LINE.
       L3-CONVERT-UNIT.
           COMPUTE C-READ-CNT = C-READ-CNT + 1.
           MOVE OUN-HIN             TO UNT-HIN.
           MOVE OUN-BOAT-TYPE       TO UNT-BOAT-TYPE.
           MOVE OUN-STATE           TO UNT-STATE.
           MOVE OUN-STATUS          TO UNT-STATUS.
           MOVE OUN-RECEIPT-DATE    TO UNT-RECEIPT-DATE.
           MOVE OUN-CUSTOMER-NUMBER TO UNT-CUSTOMER-NUMBER.
           MOVE OUN-SOLD-DATE       TO UNT-SOLD-DATE.
           MOVE SPACES              TO UNT-CONDITION.
           MOVE 0                   TO UNT-COST-BASIS.
           MOVE 0                   TO UNT-ACQUIRED-FROM.
           MOVE SPACES              TO UNT-OFFICE-CODE.
           WRITE UNT-REC
               INVALID KEY
                   COMPUTE C-DUPLICATE-CNT = C-DUPLICATE-CNT + 1
               NOT INVALID KEY
                   COMPUTE C-WRITTEN-CNT = C-WRITTEN-CNT + 1
           END-WRITE.
           READ OLD-UNITS NEXT RECORD
               AT END
                   MOVE 'T' TO EOF.
       L2-CONVERT-QUOTES.
           PERFORM L3-START-FILE.
           READ OLD-QUOTES NEXT RECORD
               AT END
                   MOVE 'T' TO EOF.
           PERFORM L3-CONVERT-QUOTE
               UNTIL EOF = 'T'.
           MOVE 'CBLQUOTE'         TO O-FILE.
           MOVE 'CBLQTE01'         TO O-LAYOUT.
           PERFORM L3-PRINT-FILE-LINE.
       L3-CONVERT-QUOTE.
           COMPUTE C-READ-CNT = C-READ-CNT + 1.
           MOVE OQT-NUMBER              TO QTE-NUMBER.
           MOVE OQT-STATUS              TO QTE-STATUS.
           MOVE OQT-QUOTE-DATE          TO QTE-QUOTE-DATE.
           MOVE OQT-EXPIRE-DATE         TO QTE-EXPIRE-DATE.
           MOVE OQT-CUSTOMER-NUMBER     TO QTE-CUSTOMER-NUMBER.
           MOVE OQT-LAST-NAME           TO QTE-LAST-NAME.
           MOVE OQT-STATE               TO QTE-STATE.
           MOVE OQT-BOAT-TYPE           TO QTE-BOAT-TYPE.
           MOVE OQT-ACCESSORY-PACKAGE   TO QTE-ACCESSORY-PACKAGE.
           MOVE OQT-BOAT-COST           TO QTE-BOAT-COST.
           MOVE OQT-PREP-DELIVERY-COST  TO QTE-PREP-DELIVERY-COST.
           MOVE OQT-TRADE-IN-DESC       TO QTE-TRADE-IN-DESC.
           MOVE OQT-TRADE-IN-ALLOWANCE  TO QTE-TRADE-IN-ALLOWANCE.
           MOVE OQT-DOWN-PAYMENT        TO QTE-DOWN-PAYMENT.
           MOVE OQT-FINANCE-TERM-MONTHS TO QTE-FINANCE-TERM-MONTHS.
           MOVE OQT-SALESPERSON-ID      TO QTE-SALESPERSON-ID.
           MOVE OQT-OFFICE-CODE         TO QTE-OFFICE-CODE.
           MOVE OQT-QUOTED-TOTAL        TO QTE-QUOTED-TOTAL.
           MOVE SPACES                  TO QTE-CONVERT-DATE.
           MOVE SPACES                  TO QTE-HIN.
           WRITE QTE-REC
               INVALID KEY
                   COMPUTE C-DUPLICATE-CNT = C-DUPLICATE-CNT + 1
               NOT INVALID KEY
                   COMPUTE C-WRITTEN-CNT = C-WRITTEN-CNT + 1
           END-WRITE.
           READ OLD-QUOTES NEXT RECORD
               AT END
                   MOVE 'T' TO EOF.
       L2-CONVERT-TAX-MASTER.
           PERFORM L3-START-FILE.
           READ OLD-TAX-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO EOF.
           PERFORM L3-CONVERT-TAX
               UNTIL EOF = 'T'.
           MOVE 'CBLTAXAC'         TO O-FILE.
           MOVE 'CBLTXM01'         TO O-LAYOUT.
           PERFORM L3-PRINT-FILE-LINE.
       L3-CONVERT-TAX.
           COMPUTE C-READ-CNT = C-READ-CNT + 1.
           MOVE OTX-STATE               TO TXM-STATE.
           MOVE OTX-PERIOD-STAMP        TO TXM-PERIOD-STAMP.
           MOVE OTX-YEAR-STAMP          TO TXM-YEAR-STAMP.
           MOVE OTX-MTD-TAXABLE         TO TXM-MTD-TAXABLE.
           MOVE OTX-MTD-TAX             TO TXM-MTD-TAX.
           MOVE OTX-YTD-TAXABLE         TO TXM-YTD-TAXABLE.
           MOVE OTX-YTD-TAX             TO TXM-YTD-TAX.
           MOVE 0                       TO TXM-LTD-TAX.
           MOVE 0                       TO TXM-LTD-REMITTED.
           WRITE TXM-REC
               INVALID KEY
                   COMPUTE C-DUPLICATE-CNT = C-DUPLICATE-CNT + 1
               NOT INVALID KEY
                   COMPUTE C-WRITTEN-CNT = C-WRITTEN-CNT + 1
           END-WRITE.
           READ OLD-TAX-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO EOF.
       L3-START-FILE.
           MOVE 'F' TO EOF.
           MOVE 0 TO C-READ-CNT.
           MOVE 0 TO C-WRITTEN-CNT.
           MOVE 0 TO C-DUPLICATE-CNT.
       L3-PRINT-FILE-LINE.
           MOVE C-READ-CNT      TO O-READ.
           MOVE C-WRITTEN-CNT   TO O-WRITTEN.
           MOVE C-DUPLICATE-CNT TO O-DUPLICATES.
           IF C-WRITTEN-CNT = C-READ-CNT
               MOVE 'REFORMATTED' TO O-RESULT-LIT
           ELSE
               MOVE 'OUT OF COUNT - KEEP .OLD FILE' TO O-RESULT-LIT
               COMPUTE C-BAD-FILE-CNT = C-BAD-FILE-CNT + 1
           END-IF.
           WRITE PRTLINE FROM DETAIL-LINE.
       L4-HEADINGS.
           COMPUTE H1-PAGE = H1-PAGE + 1.
           WRITE PRTLINE FROM HEADING1.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM COL-HEADING1.
       L3-CLOSING.
           WRITE PRTLINE FROM BLANK-LINE.
           MOVE C-BAD-FILE-CNT TO O-SUM-BAD-FILES.
           WRITE PRTLINE FROM SUMMARY-LINE.
           IF C-BAD-FILE-CNT > 0
               MOVE 16 TO RETURN-CODE
           END-IF.
           CLOSE OLD-UNITS.
           CLOSE OLD-QUOTES.
           CLOSE OLD-TAX-MASTER.
           CLOSE BOAT-UNITS.
           CLOSE QUOTE-MASTER.
           CLOSE TAX-REMIT-MASTER.
           CLOSE PRTOUT.
