       identification division.
       program-id.     CBLRA27.
       AUTHOR.         Robert Aszman.
       DATE-WRITTEN.   10/15/2026.
      *****************************************************************
      *    SINGLE-CUSTOMER ACCOUNT INQUIRY.  FOR EACH REQUEST ON
      *    CBLINQRQ.DAT - A CUSTOMER NUMBER, OR A HULL IDENTIFICATION
      *    NUMBER WHEN THE CUSTOMER CALLS IN WITH ONLY THE BOAT -
      *    PRINTS ONE ACCOUNT PROFILE ON ITS OWN PAGE OF INQRPT27.PRT
      *    THAT ANSWERS "WHAT DO I OWE, WHAT DID I PAY, AND WHAT DID
      *    YOU SEND ME" FROM THE FILES THE NIGHTLY RUN ALREADY KEEPS:
      *      NAME AND ADDRESS          - CUSTOMER MASTER (CBLCUSTM)
      *      PURCHASES AND REVERSALS   - SALES HISTORY (CBLHIST)
      *      BOATS OWNED               - UNIT MASTER (CBLUNITS)
      *      OPEN RECEIVABLES, AGED    - RECEIVABLES MASTER (CBLARMAS)
      *      EVERY PAYMENT POSTED      - PAYMENT LEDGER (CBLPAYLG)
      *      COLLECTION LETTERS SENT   - LETTER HISTORY (CBLLTRHS)
      *      OPEN AND EXPIRED QUOTES   - QUOTE MASTER (CBLQUOTE)
      *      CLOSED ACCOUNTS           - CLOSED RECEIVABLES (CBLCLOSD)
      *                                  AND CHARGE-OFF ACTIVITY
      *                                  (CBLCOACT)
      *    THE AGING IS THE SAME MONTHS-BEHIND TEST THE AGED
      *    RECEIVABLES REPORT (CBLRA07) APPLIES, SO THE PROFILE AND
      *    THE AGING ALWAYS AGREE.  EVERY FILE IS OPENED INPUT ONLY;
      *    THE INQUIRY CAN RUN AT ANY TIME OF DAY AND THE PRINTOUT
      *    SERVES AS THE PACKAGE FOR A DISPUTED ACCOUNT.
      *    A HIN REQUEST RESOLVES TO THE CUSTOMER THE UNIT MASTER
      *    SHOWS THE BOAT SOLD TO, OR, FOR A BOAT BACK ON THE LOT
      *    FROM A TRADE OR A REPOSSESSION, THE CUSTOMER IT CAME BACK
      *    FROM; A HULL SOLD BEFORE THE UNIT MASTER EXISTED IS FOUND
      *    ON THE LATEST SALE IN THE SALES HISTORY.
       environment division.
       configuration section.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INQUIRY-TRANS
               ASSIGN TO 'C:\COBOL\CBLINQRQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'C:\COBOL\CBLCUSTM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER.
           SELECT OPTIONAL SALES-HISTORY
               ASSIGN TO 'C:\COBOL\CBLHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY.
           SELECT OPTIONAL BOAT-UNITS
               ASSIGN TO 'C:\COBOL\CBLUNITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNT-KEY.
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
           SELECT OPTIONAL QUOTE-MASTER
               ASSIGN TO 'C:\COBOL\CBLQUOTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTE-KEY.
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
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\INQRPT27.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       data division.
       FILE SECTION.
       FD  INQUIRY-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS IRQ-REC
           RECORD CONTAINS 18 CHARACTERS.
           01  IRQ-REC.
               05  IRQ-CUSTOMER-NUMBER     PIC X(6).
               05  IRQ-CUSTOMER-NUMBER-9
                       REDEFINES IRQ-CUSTOMER-NUMBER
                                           PIC 9(6).
               05  IRQ-HIN                 PIC X(12).
       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLCUS01.
       FD  SALES-HISTORY
           LABEL RECORD IS STANDARD.
           COPY CBLHST01.
       FD  BOAT-UNITS
           LABEL RECORD IS STANDARD.
           COPY CBLUNT01.
       FD  RECEIVABLES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLARM01.
       FD  PAYMENT-LEDGER
           LABEL RECORD IS STANDARD.
           COPY CBLPDL01.
       FD  LETTER-HISTORY
           LABEL RECORD IS STANDARD.
           COPY CBLLTR01.
       FD  QUOTE-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLQTE01.
       FD  CLOSED-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLCLO01.
       FD  CHARGE-OFF-LEDGER
           LABEL RECORD IS STANDARD.
           COPY CBLCOA01.
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
           05  C-CUST-NUMBER               PIC 9(6)    VALUE 0.
           05  C-FIRST-PROFILE-SW          PIC X       VALUE 'Y'.
           05  C-SCAN-EOF                  PIC X       VALUE 'F'.
           05  C-SECTION-CNT               PIC 9(5)    VALUE 0.
           05  C-LATEST-SALE-DATE          PIC X(8).
           05  C-INQUIRY-CNT               PIC 9(7)    VALUE 0.
           05  C-PRINTED-CNT               PIC 9(7)    VALUE 0.
           05  C-REJECTED-CNT              PIC 9(7)    VALUE 0.
           05  C-TOT-PURCHASES             PIC S9(9)V99 VALUE 0.
           05  C-TOT-OWED                  PIC S9(9)V99 VALUE 0.
           05  C-TOT-PAID                  PIC S9(9)V99 VALUE 0.
           05  C-TOT-CHARGED-OFF           PIC S9(9)V99 VALUE 0.
           05  C-TOT-RECOVERIES            PIC S9(9)V99 VALUE 0.
           05  C-LETTER-CNT                PIC 9(5)    VALUE 0.
           05  C-CUR-YEAR                  PIC 9(4).
           05  C-CUR-MONTH                 PIC 99.
           05  C-PUR-YEAR                  PIC 9(4).
           05  C-PUR-MONTH                 PIC 99.
           05  C-MONTHS-ELAPSED            PIC S9(5)   VALUE 0.
           05  C-EXPECTED-PAID             PIC S9(9)V99 VALUE 0.
           05  C-SHORTFALL                 PIC S9(9)V99 VALUE 0.
           05  C-MONTHS-BEHIND             PIC S9(5)   VALUE 0.
       01  HEADING1.
           05  H1-DATE.
               10  H1-MONTH                PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-DAY                  PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-YEAR                 PIC 9999.
           05  FILLER                      PIC X(40)   VALUE SPACES.
           05  FILLER                      PIC X(27)
                                   VALUE 'CUSTOMER ACCOUNT INQUIRY'.
           05  FILLER                      PIC X(41)   VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'PAGE: '.
           05  H1-PAGE                     PIC 99      VALUE 0.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       01  REQUEST-LINE.
           05  FILLER                      PIC X(14)
                                           VALUE 'INQUIRY ON:   '.
           05  O-REQ-TYPE                  PIC X(9).
           05  O-REQ-KEY                   PIC X(12).
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  O-REQ-RESULT                PIC X(30).
           05  FILLER                      PIC X(63)   VALUE SPACES.
       01  LABEL-LINE.
           05  O-LABEL                     PIC X(14).
           05  O-LABEL-TEXT                PIC X(60).
           05  FILLER                      PIC X(58)   VALUE SPACES.
       01  CITY-ST-ZIP-LINE.
           05  FILLER                      PIC X(14)   VALUE SPACES.
           05  O-CITY                      PIC X(15).
           05  FILLER                      PIC X       VALUE ','.
           05  FILLER                      PIC X       VALUE SPACES.
           05  O-ADDR-STATE                PIC X(2).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-ZIP                       PIC X(9).
           05  FILLER                      PIC X(88)   VALUE SPACES.
       01  SECTION-LINE.
           05  O-SECTION-TITLE             PIC X(40).
           05  FILLER                      PIC X(92)   VALUE SPACES.
       01  NONE-LINE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  O-NONE-TEXT                 PIC X(40).
           05  FILLER                      PIC X(88)   VALUE SPACES.
       01  HST-COL-HEADING.
           05  FILLER                      PIC X(4)    VALUE 'DATE'.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(3)    VALUE 'SEQ'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE 'TYPE'.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE 'BOAT'.
           05  FILLER                      PIC X(11)   VALUE SPACES.
           05  FILLER                      PIC X(3)    VALUE 'HIN'.
           05  FILLER                      PIC X(11)   VALUE SPACES.
           05  FILLER                      PIC X(2)    VALUE 'ST'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE 'SLSP'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(2)    VALUE 'OF'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(8)    VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'TOTAL'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE SPACES.
           05  FILLER                      PIC X(3)    VALUE 'TAX'.
           05  FILLER                      PIC X(37)   VALUE SPACES.
       01  HST-DETAIL-LINE.
           05  O-HST-DATE                  PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-HST-SEQ                   PIC 999.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-HST-TYPE                  PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-HST-BOAT-TYPE-LIT         PIC X(13).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-HST-HIN                   PIC X(12).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-HST-STATE                 PIC X(2).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-HST-SALESPERSON-ID        PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-HST-OFFICE-CODE           PIC X(2).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-HST-TOTAL                 PIC $$,$$$,$$9.99-.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-HST-TAX                   PIC $$$,$$9.99-.
           05  FILLER                      PIC X(36)   VALUE SPACES.
       01  UNT-COL-HEADING.
           05  FILLER                      PIC X(3)    VALUE 'HIN'.
           05  FILLER                      PIC X(11)   VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE 'TYPE'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(9)
                                           VALUE 'CONDITION'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE 'SOLD ON'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(2)    VALUE 'ST'.
           05  FILLER                      PIC X(87)   VALUE SPACES.
       01  UNT-DETAIL-LINE.
           05  O-UNT-HIN                   PIC X(12).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-UNT-BOAT-TYPE             PIC X.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  O-UNT-CONDITION-LIT         PIC X(11).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-UNT-SOLD-DATE             PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-UNT-STATE                 PIC X(2).
           05  FILLER                      PIC X(87)   VALUE SPACES.
       01  ARM-COL-HEADING.
           05  FILLER                      PIC X(9)
                                           VALUE 'PURCHASED'.
           05  FILLER                      PIC X       VALUE SPACES.
           05  FILLER                      PIC X(3)    VALUE 'SEQ'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE 'BOAT'.
           05  FILLER                      PIC X(11)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  FILLER                      PIC X(8)    VALUE 'ORIGINAL'.
           05  FILLER                      PIC X(11)   VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE 'PAID'.
           05  FILLER                      PIC X(7)    VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE 'BALANCE'.
           05  FILLER                      PIC X(7)    VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE 'MONTHLY'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(9)
                                           VALUE 'LAST PAID'.
           05  FILLER                      PIC X       VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'AGING'.
           05  FILLER                      PIC X(29)   VALUE SPACES.
       01  ARM-DETAIL-LINE.
           05  O-ARM-DATE                  PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-ARM-SEQ                   PIC 999.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-ARM-BOAT-TYPE-LIT         PIC X(13).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-ARM-ORIG-AMOUNT           PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-ARM-TOTAL-PAID            PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-ARM-BALANCE               PIC $,$$$,$$9.99CR.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-ARM-MONTHLY               PIC $$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-ARM-LAST-PAID             PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-ARM-AGING-LIT             PIC X(12).
           05  FILLER                      PIC X(22)   VALUE SPACES.
       01  PDL-COL-HEADING.
           05  FILLER                      PIC X(4)    VALUE 'DEAL'.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(3)    VALUE 'SEQ'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(3)    VALUE 'PMT'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE 'PAID ON'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'AMOUNT'.
           05  FILLER                      PIC X(92)   VALUE SPACES.
       01  PDL-DETAIL-LINE.
           05  O-PDL-DATE                  PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-PDL-SEQ                   PIC 999.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-PDL-PAY-SEQ               PIC 999.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-PDL-PAYMENT-DATE          PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-PDL-AMOUNT                PIC $$$,$$9.99.
           05  FILLER                      PIC X(92)   VALUE SPACES.
       01  LTR-COL-HEADING.
           05  FILLER                      PIC X(4)    VALUE 'DEAL'.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(3)    VALUE 'SEQ'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(11)
                                           VALUE 'LAST LETTER'.
           05  FILLER                      PIC X(11)   VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE 'SENT ON'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(3)    VALUE 'CNT'.
           05  FILLER                      PIC X(82)   VALUE SPACES.
       01  LTR-DETAIL-LINE.
           05  O-LTR-DATE                  PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-LTR-SEQ                   PIC 999.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-LTR-LEVEL-LIT             PIC X(20).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-LTR-LAST-DATE             PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-LTR-COUNT                 PIC ZZ9.
           05  FILLER                      PIC X(82)   VALUE SPACES.
       01  QTE-COL-HEADING.
           05  FILLER                      PIC X(5)    VALUE 'QUOTE'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'STATUS'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'QUOTED'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE 'EXPIRES'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE 'TYPE'.
           05  FILLER                      PIC X(4)    VALUE 'SLSP'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(2)    VALUE 'OF'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(8)    VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'TOTAL'.
           05  FILLER                      PIC X(67)   VALUE SPACES.
       01  QTE-DETAIL-LINE.
           05  O-QTE-NUMBER                PIC 9(6).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-QTE-STATUS-LIT            PIC X(7).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-QTE-QUOTE-DATE            PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-QTE-EXPIRE-DATE           PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-QTE-BOAT-TYPE             PIC X.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-QTE-SALESPERSON-ID        PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-QTE-OFFICE-CODE           PIC X(2).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-QTE-TOTAL                 PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(67)   VALUE SPACES.
       01  CLO-COL-HEADING.
           05  FILLER                      PIC X(4)    VALUE 'DEAL'.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(3)    VALUE 'SEQ'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(9)
                                           VALUE 'CLOSED AS'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(9)
                                           VALUE 'CLOSED ON'.
           05  FILLER                      PIC X       VALUE SPACES.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(10)
                                           VALUE 'BAL CLOSED'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(11)
                                           VALUE 'CHARGED OFF'.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  FILLER                      PIC X(10)
                                           VALUE 'RECOVERIES'.
           05  FILLER                      PIC X(51)   VALUE SPACES.
       01  CLO-DETAIL-LINE.
           05  O-CLO-DATE                  PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-CLO-SEQ                   PIC 999.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-CLO-TYPE-LIT              PIC X(11).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-CLO-CLOSE-DATE            PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-CLO-BALANCE-CLOSED        PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-CLO-CHARGED-OFF           PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-CLO-RECOVERIES            PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(51)   VALUE SPACES.
       01  COA-COL-HEADING.
           05  FILLER                      PIC X(4)    VALUE 'DEAL'.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(3)    VALUE 'SEQ'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(3)    VALUE 'ACT'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'ACTION'.
           05  FILLER                      PIC X(7)    VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE 'DATE'.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'AMOUNT'.
           05  FILLER                      PIC X(76)   VALUE SPACES.
       01  COA-DETAIL-LINE.
           05  O-COA-DATE                  PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-COA-SEQ                   PIC 999.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-COA-ACT-SEQ               PIC 999.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-COA-ACTION-LIT            PIC X(11).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-COA-ACTION-DATE           PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-COA-AMOUNT                PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(76)   VALUE SPACES.
       01  TOTAL-LINE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  O-TOTAL-LIT                 PIC X(32).
           05  O-TOTAL-AMOUNT              PIC $$$,$$$,$$9.99CR.
           05  FILLER                      PIC X(80)   VALUE SPACES.
       01  COUNT-LINE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  O-COUNT-LIT                 PIC X(32).
           05  O-COUNT                     PIC ZZ,ZZ9.
           05  FILLER                      PIC X(90)   VALUE SPACES.
       01  SUMMARY-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'INQUIRIES:          '.
           05  O-SUM-INQUIRIES             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'PROFILES PRINTED:   '.
           05  O-SUM-PRINTED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'REJECTED:           '.
           05  O-SUM-REJECTED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(21)   VALUE SPACES.
       01  BLANK-LINE.
           05  FILLER                      PIC X(132)  VALUE SPACES.
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
           MOVE CURRENT-YEAR               TO C-CUR-YEAR.
           MOVE CURRENT-MONTH              TO C-CUR-MONTH.
           STRING CURRENT-YEAR CURRENT-MONTH CURRENT-DAY
               DELIMITED BY SIZE INTO C-RUN-DATE-CCYYMMDD.
           OPEN INPUT INQUIRY-TRANS.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN INPUT SALES-HISTORY.
           OPEN INPUT BOAT-UNITS.
           OPEN INPUT RECEIVABLES-MASTER.
           OPEN INPUT PAYMENT-LEDGER.
           OPEN INPUT LETTER-HISTORY.
           OPEN INPUT QUOTE-MASTER.
           OPEN INPUT CLOSED-MASTER.
           OPEN INPUT CHARGE-OFF-LEDGER.
           OPEN OUTPUT PRTOUT.
           PERFORM L3-READ.
       L2-MAINLINE.
           COMPUTE C-INQUIRY-CNT = C-INQUIRY-CNT + 1.
           MOVE SPACES TO C-RESULT-LIT.
           PERFORM L3-RESOLVE-CUSTOMER.
           PERFORM L4-HEADINGS.
           PERFORM L3-PRINT-REQUEST-LINE.
           IF C-RESULT-LIT (1:8) = 'REJECTED'
               COMPUTE C-REJECTED-CNT = C-REJECTED-CNT + 1
           ELSE
               COMPUTE C-PRINTED-CNT = C-PRINTED-CNT + 1
               PERFORM L3-PRINT-PROFILE
           END-IF.
           PERFORM L3-READ.
       L3-READ.
           READ INQUIRY-TRANS
               AT END
                   MOVE 'T' TO EOF.
      *****************************************************************
      *    A CUSTOMER NUMBER ON THE REQUEST WINS; A HIN IS ONLY USED
      *    WHEN THE NUMBER IS BLANK.  EITHER WAY THE NUMBER IT
      *    RESOLVES TO MUST BE ON THE CUSTOMER MASTER.
      *****************************************************************
       L3-RESOLVE-CUSTOMER.
           MOVE 0 TO C-CUST-NUMBER.
           IF IRQ-CUSTOMER-NUMBER NOT = SPACES
               IF IRQ-CUSTOMER-NUMBER NOT NUMERIC
                   MOVE 'REJECTED - BAD CUSTOMER NUMBER'
                       TO C-RESULT-LIT
               ELSE
                   MOVE IRQ-CUSTOMER-NUMBER-9 TO C-CUST-NUMBER
               END-IF
           ELSE
               IF IRQ-HIN = SPACES
                   MOVE 'REJECTED - NO CUSTOMER OR HIN'
                       TO C-RESULT-LIT
               ELSE
                   PERFORM L3-RESOLVE-HIN
               END-IF
           END-IF.
           IF C-RESULT-LIT (1:8) NOT = 'REJECTED'
               MOVE C-CUST-NUMBER TO CUST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'REJECTED - CUSTOMER NOT ON FILE'
                           TO C-RESULT-LIT
               END-READ
           END-IF.
       L3-RESOLVE-HIN.
           MOVE IRQ-HIN TO UNT-HIN.
           READ BOAT-UNITS
               INVALID KEY
                   MOVE 0 TO C-CUST-NUMBER
               NOT INVALID KEY
                   IF UNT-STATUS = 'S'
                       MOVE UNT-CUSTOMER-NUMBER TO C-CUST-NUMBER
                   ELSE
                       MOVE UNT-ACQUIRED-FROM TO C-CUST-NUMBER
                   END-IF
           END-READ.
           IF C-CUST-NUMBER = 0
               PERFORM L3-SCAN-HISTORY-FOR-HIN
           END-IF.
           IF C-CUST-NUMBER = 0
               MOVE 'REJECTED - HIN NOT TRACED' TO C-RESULT-LIT
           END-IF.
      *****************************************************************
      *    THE SALES HISTORY IS KEYED BY CUSTOMER, NOT HULL, SO THE
      *    FALLBACK READS IT END TO END AND KEEPS THE LATEST SALE OF
      *    THE HULL - A BOAT TRADED IN AND SOLD AGAIN BELONGS TO THE
      *    SECOND BUYER.
      *****************************************************************
       L3-SCAN-HISTORY-FOR-HIN.
           MOVE LOW-VALUES TO C-LATEST-SALE-DATE.
           MOVE 'F' TO C-SCAN-EOF.
           MOVE LOW-VALUES TO HST-KEY.
           START SALES-HISTORY KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   MOVE 'T' TO C-SCAN-EOF.
           IF C-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-HST-ANY
           END-IF.
           PERFORM L3-CHECK-HST-HIN
               UNTIL C-SCAN-EOF = 'T'.
       L3-CHECK-HST-HIN.
           IF HST-HIN = IRQ-HIN
                   AND HST-TRANS-CODE NOT = 'R'
                   AND HST-PURCHASE-DATE > C-LATEST-SALE-DATE
               MOVE HST-PURCHASE-DATE   TO C-LATEST-SALE-DATE
               MOVE HST-CUSTOMER-NUMBER TO C-CUST-NUMBER
           END-IF.
           PERFORM L3-READ-HST-ANY.
       L3-READ-HST-ANY.
           READ SALES-HISTORY NEXT RECORD
               AT END
                   MOVE 'T' TO C-SCAN-EOF.
       L3-PRINT-REQUEST-LINE.
           IF IRQ-CUSTOMER-NUMBER NOT = SPACES
               MOVE 'CUSTOMER '          TO O-REQ-TYPE
               MOVE IRQ-CUSTOMER-NUMBER  TO O-REQ-KEY
           ELSE
               MOVE 'HIN      '          TO O-REQ-TYPE
               MOVE IRQ-HIN              TO O-REQ-KEY
           END-IF.
           MOVE C-RESULT-LIT TO O-REQ-RESULT.
           WRITE PRTLINE FROM REQUEST-LINE.
           WRITE PRTLINE FROM BLANK-LINE.
       L3-PRINT-PROFILE.
           MOVE 0 TO C-TOT-PURCHASES.
           MOVE 0 TO C-TOT-OWED.
           MOVE 0 TO C-TOT-PAID.
           MOVE 0 TO C-TOT-CHARGED-OFF.
           MOVE 0 TO C-TOT-RECOVERIES.
           MOVE 0 TO C-LETTER-CNT.
           PERFORM L3-PRINT-CUSTOMER.
           PERFORM L3-PRINT-PURCHASES.
           PERFORM L3-PRINT-BOATS-OWNED.
           PERFORM L3-PRINT-RECEIVABLES.
           PERFORM L3-PRINT-PAYMENTS.
           PERFORM L3-PRINT-LETTERS.
           PERFORM L3-PRINT-QUOTES.
           PERFORM L3-PRINT-CLOSED.
           PERFORM L3-PRINT-ACCOUNT-SUMMARY.
       L3-PRINT-CUSTOMER.
           MOVE 'CUSTOMER:'    TO O-LABEL.
           MOVE SPACES         TO O-LABEL-TEXT.
           STRING CUST-NUMBER ' ' DELIMITED BY SIZE
               CUST-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               CUST-LAST-NAME DELIMITED BY SPACE
               INTO O-LABEL-TEXT.
           WRITE PRTLINE FROM LABEL-LINE.
           MOVE 'ADDRESS:'      TO O-LABEL.
           MOVE CUST-ADDR-LINE1 TO O-LABEL-TEXT.
           WRITE PRTLINE FROM LABEL-LINE.
           IF CUST-ADDR-LINE2 NOT = SPACES
               MOVE SPACES          TO O-LABEL
               MOVE CUST-ADDR-LINE2 TO O-LABEL-TEXT
               WRITE PRTLINE FROM LABEL-LINE
           END-IF.
           MOVE CUST-CITY  TO O-CITY.
           MOVE CUST-STATE TO O-ADDR-STATE.
           MOVE CUST-ZIP   TO O-ZIP.
           WRITE PRTLINE FROM CITY-ST-ZIP-LINE.
           MOVE 'PHONE:'   TO O-LABEL.
           MOVE CUST-PHONE TO O-LABEL-TEXT.
           WRITE PRTLINE FROM LABEL-LINE.
           MOVE 'EMAIL:'   TO O-LABEL.
           MOVE CUST-EMAIL TO O-LABEL-TEXT.
           WRITE PRTLINE FROM LABEL-LINE.
       L3-START-SECTION.
           MOVE 0 TO C-SECTION-CNT.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM SECTION-LINE.
      *****************************************************************
      *    EVERY DETAIL FILE BUT THE UNIT AND QUOTE MASTERS IS KEYED
      *    CUSTOMER NUMBER FIRST, SO EACH SECTION IS ONE START ON THE
      *    CUSTOMER AND A READ NEXT UNTIL THE CUSTOMER CHANGES.
      *****************************************************************
       L3-PRINT-PURCHASES.
           MOVE 'PURCHASES AND REVERSALS' TO O-SECTION-TITLE.
           PERFORM L3-START-SECTION.
           WRITE PRTLINE FROM HST-COL-HEADING.
           MOVE 'F' TO C-SCAN-EOF.
           MOVE LOW-VALUES TO HST-KEY.
           MOVE C-CUST-NUMBER TO HST-CUSTOMER-NUMBER.
           START SALES-HISTORY KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   MOVE 'T' TO C-SCAN-EOF.
           IF C-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-HST-NEXT
           END-IF.
           PERFORM L3-PRINT-HST-REC
               UNTIL C-SCAN-EOF = 'T'.
           IF C-SECTION-CNT = 0
               MOVE 'NO PURCHASES ON FILE' TO O-NONE-TEXT
               WRITE PRTLINE FROM NONE-LINE
           ELSE
               MOVE 'NET PURCHASES'  TO O-TOTAL-LIT
               MOVE C-TOT-PURCHASES  TO O-TOTAL-AMOUNT
               WRITE PRTLINE FROM TOTAL-LINE
           END-IF.
       L3-PRINT-HST-REC.
           COMPUTE C-SECTION-CNT = C-SECTION-CNT + 1.
           MOVE HST-PURCHASE-DATE      TO O-HST-DATE.
           MOVE HST-SEQ                TO O-HST-SEQ.
           IF HST-TRANS-CODE = 'R'
               MOVE 'REVERSAL'         TO O-HST-TYPE
           ELSE
               MOVE 'SALE'             TO O-HST-TYPE
           END-IF.
           MOVE HST-BOAT-TYPE-LIT      TO O-HST-BOAT-TYPE-LIT.
           MOVE HST-HIN                TO O-HST-HIN.
           MOVE HST-STATE              TO O-HST-STATE.
           MOVE HST-SALESPERSON-ID     TO O-HST-SALESPERSON-ID.
           MOVE HST-OFFICE-CODE        TO O-HST-OFFICE-CODE.
           MOVE HST-TOTAL-COST         TO O-HST-TOTAL.
           MOVE HST-TAX-AMOUNT         TO O-HST-TAX.
           WRITE PRTLINE FROM HST-DETAIL-LINE.
           ADD HST-TOTAL-COST TO C-TOT-PURCHASES.
           PERFORM L3-READ-HST-NEXT.
       L3-READ-HST-NEXT.
           READ SALES-HISTORY NEXT RECORD
               AT END
                   MOVE 'T' TO C-SCAN-EOF
               NOT AT END
                   IF HST-CUSTOMER-NUMBER NOT = C-CUST-NUMBER
                       MOVE 'T' TO C-SCAN-EOF
                   END-IF
           END-READ.
      *****************************************************************
      *    THE UNIT MASTER IS KEYED BY HULL, SO BOATS OWNED IS A FULL
      *    PASS OF THE FILE FOR UNITS SOLD TO THE CUSTOMER.
      *****************************************************************
       L3-PRINT-BOATS-OWNED.
           MOVE 'BOATS OWNED' TO O-SECTION-TITLE.
           PERFORM L3-START-SECTION.
           WRITE PRTLINE FROM UNT-COL-HEADING.
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
           IF C-SECTION-CNT = 0
               MOVE 'NO BOATS ON THE UNIT MASTER' TO O-NONE-TEXT
               WRITE PRTLINE FROM NONE-LINE
           END-IF.
       L3-CHECK-UNT-REC.
           IF UNT-STATUS = 'S'
                   AND UNT-CUSTOMER-NUMBER = C-CUST-NUMBER
               COMPUTE C-SECTION-CNT = C-SECTION-CNT + 1
               MOVE UNT-HIN          TO O-UNT-HIN
               MOVE UNT-BOAT-TYPE    TO O-UNT-BOAT-TYPE
               EVALUATE UNT-CONDITION
                   WHEN 'U'
                       MOVE 'USED'        TO O-UNT-CONDITION-LIT
                   WHEN 'R'
                       MOVE 'REPOSSESSED' TO O-UNT-CONDITION-LIT
                   WHEN OTHER
                       MOVE 'NEW'         TO O-UNT-CONDITION-LIT
               END-EVALUATE
               MOVE UNT-SOLD-DATE    TO O-UNT-SOLD-DATE
               MOVE UNT-STATE        TO O-UNT-STATE
               WRITE PRTLINE FROM UNT-DETAIL-LINE
           END-IF.
           PERFORM L3-READ-UNT-NEXT.
       L3-READ-UNT-NEXT.
           READ BOAT-UNITS NEXT RECORD
               AT END
                   MOVE 'T' TO C-SCAN-EOF.
       L3-PRINT-RECEIVABLES.
           MOVE 'OPEN RECEIVABLES' TO O-SECTION-TITLE.
           PERFORM L3-START-SECTION.
           WRITE PRTLINE FROM ARM-COL-HEADING.
           MOVE 'F' TO C-SCAN-EOF.
           MOVE LOW-VALUES TO ARM-KEY.
           MOVE C-CUST-NUMBER TO ARM-CUSTOMER-NUMBER.
           START RECEIVABLES-MASTER KEY IS NOT LESS THAN ARM-KEY
               INVALID KEY
                   MOVE 'T' TO C-SCAN-EOF.
           IF C-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-ARM-NEXT
           END-IF.
           PERFORM L3-PRINT-ARM-REC
               UNTIL C-SCAN-EOF = 'T'.
           IF C-SECTION-CNT = 0
               MOVE 'NO OPEN RECEIVABLES' TO O-NONE-TEXT
               WRITE PRTLINE FROM NONE-LINE
           ELSE
               MOVE 'TOTAL OWED'  TO O-TOTAL-LIT
               MOVE C-TOT-OWED    TO O-TOTAL-AMOUNT
               WRITE PRTLINE FROM TOTAL-LINE
           END-IF.
      *****************************************************************
      *    A DEAL PAID DOWN TO ZERO STILL SHOWS, MARKED PAID IN FULL,
      *    SO THE CUSTOMER SEES IT CLOSED RATHER THAN MISSING.
      *****************************************************************
       L3-PRINT-ARM-REC.
           COMPUTE C-SECTION-CNT = C-SECTION-CNT + 1.
           MOVE ARM-PURCHASE-DATE      TO O-ARM-DATE.
           MOVE ARM-SEQ                TO O-ARM-SEQ.
           MOVE ARM-BOAT-TYPE-LIT      TO O-ARM-BOAT-TYPE-LIT.
           MOVE ARM-ORIG-AMOUNT        TO O-ARM-ORIG-AMOUNT.
           MOVE ARM-TOTAL-PAID         TO O-ARM-TOTAL-PAID.
           MOVE ARM-BALANCE            TO O-ARM-BALANCE.
           MOVE ARM-MONTHLY-PAYMT      TO O-ARM-MONTHLY.
           MOVE ARM-LAST-PAYMENT-DATE  TO O-ARM-LAST-PAID.
           IF ARM-BALANCE > 0
               PERFORM L3-COMPUTE-AGING
               EVALUATE TRUE
                   WHEN C-MONTHS-BEHIND = 0
                       MOVE 'CURRENT'      TO O-ARM-AGING-LIT
                   WHEN C-MONTHS-BEHIND = 1
                       MOVE '30 DAYS'      TO O-ARM-AGING-LIT
                   WHEN C-MONTHS-BEHIND = 2
                       MOVE '60 DAYS'      TO O-ARM-AGING-LIT
                   WHEN OTHER
                       MOVE '90+ DAYS'     TO O-ARM-AGING-LIT
               END-EVALUATE
               ADD ARM-BALANCE TO C-TOT-OWED
           ELSE
               MOVE 'PAID IN FULL' TO O-ARM-AGING-LIT
           END-IF.
           WRITE PRTLINE FROM ARM-DETAIL-LINE.
           PERFORM L3-READ-ARM-NEXT.
       L3-COMPUTE-AGING.
           MOVE ARM-PURCHASE-DATE (1:4) TO C-PUR-YEAR.
           MOVE ARM-PURCHASE-DATE (5:2) TO C-PUR-MONTH.
           COMPUTE C-MONTHS-ELAPSED =
               ((C-CUR-YEAR - C-PUR-YEAR) * 12)
               + C-CUR-MONTH - C-PUR-MONTH.
           IF C-MONTHS-ELAPSED < 0
               MOVE 0 TO C-MONTHS-ELAPSED
           END-IF.
           IF ARM-TERM-MONTHS > 0
                   AND C-MONTHS-ELAPSED > ARM-TERM-MONTHS
               MOVE ARM-TERM-MONTHS TO C-MONTHS-ELAPSED
           END-IF.
           COMPUTE C-EXPECTED-PAID =
               C-MONTHS-ELAPSED * ARM-MONTHLY-PAYMT.
           COMPUTE C-SHORTFALL = C-EXPECTED-PAID - ARM-TOTAL-PAID.
           IF C-SHORTFALL < 0 OR ARM-MONTHLY-PAYMT = 0
               MOVE 0 TO C-MONTHS-BEHIND
           ELSE
               COMPUTE C-MONTHS-BEHIND =
                   C-SHORTFALL / ARM-MONTHLY-PAYMT
           END-IF.
       L3-READ-ARM-NEXT.
           READ RECEIVABLES-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO C-SCAN-EOF
               NOT AT END
                   IF ARM-CUSTOMER-NUMBER NOT = C-CUST-NUMBER
                       MOVE 'T' TO C-SCAN-EOF
                   END-IF
           END-READ.
      *****************************************************************
      *    THE PAYMENT LEDGER IS WALKED ON THE CUSTOMER ALONE, NOT ON
      *    EACH OPEN RECEIVABLE, SO PAYMENTS ON A DEAL SINCE CLOSED
      *    OR CHARGED OFF STILL LIST.
      *****************************************************************
       L3-PRINT-PAYMENTS.
           MOVE 'PAYMENTS RECEIVED' TO O-SECTION-TITLE.
           PERFORM L3-START-SECTION.
           WRITE PRTLINE FROM PDL-COL-HEADING.
           MOVE 'F' TO C-SCAN-EOF.
           MOVE LOW-VALUES TO PDL-KEY.
           MOVE C-CUST-NUMBER TO PDL-CUSTOMER-NUMBER.
           START PAYMENT-LEDGER KEY IS NOT LESS THAN PDL-KEY
               INVALID KEY
                   MOVE 'T' TO C-SCAN-EOF.
           IF C-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-PDL-NEXT
           END-IF.
           PERFORM L3-PRINT-PDL-REC
               UNTIL C-SCAN-EOF = 'T'.
           IF C-SECTION-CNT = 0
               MOVE 'NO PAYMENTS ON FILE' TO O-NONE-TEXT
               WRITE PRTLINE FROM NONE-LINE
           ELSE
               MOVE 'TOTAL PAID'  TO O-TOTAL-LIT
               MOVE C-TOT-PAID    TO O-TOTAL-AMOUNT
               WRITE PRTLINE FROM TOTAL-LINE
           END-IF.
       L3-PRINT-PDL-REC.
           COMPUTE C-SECTION-CNT = C-SECTION-CNT + 1.
           MOVE PDL-PURCHASE-DATE      TO O-PDL-DATE.
           MOVE PDL-SEQ                TO O-PDL-SEQ.
           MOVE PDL-PAY-SEQ            TO O-PDL-PAY-SEQ.
           MOVE PDL-PAYMENT-DATE       TO O-PDL-PAYMENT-DATE.
           MOVE PDL-AMOUNT             TO O-PDL-AMOUNT.
           WRITE PRTLINE FROM PDL-DETAIL-LINE.
           ADD PDL-AMOUNT TO C-TOT-PAID.
           PERFORM L3-READ-PDL-NEXT.
       L3-READ-PDL-NEXT.
           READ PAYMENT-LEDGER NEXT RECORD
               AT END
                   MOVE 'T' TO C-SCAN-EOF
               NOT AT END
                   IF PDL-CUSTOMER-NUMBER NOT = C-CUST-NUMBER
                       MOVE 'T' TO C-SCAN-EOF
                   END-IF
           END-READ.
       L3-PRINT-LETTERS.
           MOVE 'COLLECTION LETTERS SENT' TO O-SECTION-TITLE.
           PERFORM L3-START-SECTION.
           WRITE PRTLINE FROM LTR-COL-HEADING.
           MOVE 'F' TO C-SCAN-EOF.
           MOVE LOW-VALUES TO LTR-KEY.
           MOVE C-CUST-NUMBER TO LTR-CUSTOMER-NUMBER.
           START LETTER-HISTORY KEY IS NOT LESS THAN LTR-KEY
               INVALID KEY
                   MOVE 'T' TO C-SCAN-EOF.
           IF C-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-LTR-NEXT
           END-IF.
           PERFORM L3-PRINT-LTR-REC
               UNTIL C-SCAN-EOF = 'T'.
           IF C-SECTION-CNT = 0
               MOVE 'NO COLLECTION LETTERS SENT' TO O-NONE-TEXT
               WRITE PRTLINE FROM NONE-LINE
           END-IF.
       L3-PRINT-LTR-REC.
           COMPUTE C-SECTION-CNT = C-SECTION-CNT + 1.
           MOVE LTR-PURCHASE-DATE      TO O-LTR-DATE.
           MOVE LTR-SEQ                TO O-LTR-SEQ.
           IF LTR-LEVEL = 2
               MOVE '90-DAY FINAL NOTICE' TO O-LTR-LEVEL-LIT
           ELSE
               MOVE '60-DAY PAST DUE'     TO O-LTR-LEVEL-LIT
           END-IF.
           MOVE LTR-LAST-DATE          TO O-LTR-LAST-DATE.
           MOVE LTR-COUNT              TO O-LTR-COUNT.
           WRITE PRTLINE FROM LTR-DETAIL-LINE.
           ADD LTR-COUNT TO C-LETTER-CNT.
           PERFORM L3-READ-LTR-NEXT.
       L3-READ-LTR-NEXT.
           READ LETTER-HISTORY NEXT RECORD
               AT END
                   MOVE 'T' TO C-SCAN-EOF
               NOT AT END
                   IF LTR-CUSTOMER-NUMBER NOT = C-CUST-NUMBER
                       MOVE 'T' TO C-SCAN-EOF
                   END-IF
           END-READ.
      *****************************************************************
      *    THE QUOTE MASTER IS KEYED BY QUOTE NUMBER, SO THIS IS A
      *    FULL PASS.  ONLY QUOTES STILL OPEN ARE LISTED; ONE PAST ITS
      *    EXPIRATION DATE IS SHOWN AS EXPIRED.  AN ACCEPTED QUOTE
      *    ALREADY SHOWS AS A PURCHASE.
      *****************************************************************
       L3-PRINT-QUOTES.
           MOVE 'OPEN AND EXPIRED QUOTES' TO O-SECTION-TITLE.
           PERFORM L3-START-SECTION.
           WRITE PRTLINE FROM QTE-COL-HEADING.
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
           IF C-SECTION-CNT = 0
               MOVE 'NO OPEN QUOTES' TO O-NONE-TEXT
               WRITE PRTLINE FROM NONE-LINE
           END-IF.
       L3-CHECK-QTE-REC.
           IF QTE-STATUS = 'O'
                   AND QTE-CUSTOMER-NUMBER = C-CUST-NUMBER
               COMPUTE C-SECTION-CNT = C-SECTION-CNT + 1
               MOVE QTE-NUMBER             TO O-QTE-NUMBER
               IF QTE-EXPIRE-DATE < C-RUN-DATE-CCYYMMDD
                   MOVE 'EXPIRED'          TO O-QTE-STATUS-LIT
               ELSE
                   MOVE 'OPEN'             TO O-QTE-STATUS-LIT
               END-IF
               MOVE QTE-QUOTE-DATE         TO O-QTE-QUOTE-DATE
               MOVE QTE-EXPIRE-DATE        TO O-QTE-EXPIRE-DATE
               MOVE QTE-BOAT-TYPE          TO O-QTE-BOAT-TYPE
               MOVE QTE-SALESPERSON-ID     TO O-QTE-SALESPERSON-ID
               MOVE QTE-OFFICE-CODE        TO O-QTE-OFFICE-CODE
               MOVE QTE-QUOTED-TOTAL       TO O-QTE-TOTAL
               WRITE PRTLINE FROM QTE-DETAIL-LINE
           END-IF.
           PERFORM L3-READ-QTE-NEXT.
       L3-READ-QTE-NEXT.
           READ QUOTE-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO C-SCAN-EOF.
      *****************************************************************
      *    A DEAL CHARGED OFF OR REPOSSESSED HAS LEFT THE RECEIVABLES
      *    MASTER; ITS CLOSED RECORD AND EVERY CHARGE-OFF, REPOSSESSION
      *    AND RECOVERY ACTION ON IT LIST HERE.
      *****************************************************************
       L3-PRINT-CLOSED.
           MOVE 'CLOSED ACCOUNTS' TO O-SECTION-TITLE.
           PERFORM L3-START-SECTION.
           WRITE PRTLINE FROM CLO-COL-HEADING.
           MOVE 'F' TO C-SCAN-EOF.
           MOVE LOW-VALUES TO CLO-KEY.
           MOVE C-CUST-NUMBER TO CLO-CUSTOMER-NUMBER.
           START CLOSED-MASTER KEY IS NOT LESS THAN CLO-KEY
               INVALID KEY
                   MOVE 'T' TO C-SCAN-EOF.
           IF C-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-CLO-NEXT
           END-IF.
           PERFORM L3-PRINT-CLO-REC
               UNTIL C-SCAN-EOF = 'T'.
           IF C-SECTION-CNT = 0
               MOVE 'NO CLOSED ACCOUNTS' TO O-NONE-TEXT
               WRITE PRTLINE FROM NONE-LINE
           ELSE
               PERFORM L3-PRINT-CHARGE-OFF-ACTIVITY
           END-IF.
       L3-PRINT-CLO-REC.
           COMPUTE C-SECTION-CNT = C-SECTION-CNT + 1.
           MOVE CLO-PURCHASE-DATE      TO O-CLO-DATE.
           MOVE CLO-SEQ                TO O-CLO-SEQ.
           IF CLO-CLOSE-TYPE = 'P'
               MOVE 'REPOSSESSED'      TO O-CLO-TYPE-LIT
           ELSE
               MOVE 'CHARGED OFF'      TO O-CLO-TYPE-LIT
           END-IF.
           MOVE CLO-CLOSE-DATE         TO O-CLO-CLOSE-DATE.
           MOVE CLO-BALANCE-CLOSED     TO O-CLO-BALANCE-CLOSED.
           MOVE CLO-CHARGED-OFF        TO O-CLO-CHARGED-OFF.
           MOVE CLO-RECOVERIES         TO O-CLO-RECOVERIES.
           WRITE PRTLINE FROM CLO-DETAIL-LINE.
           ADD CLO-CHARGED-OFF TO C-TOT-CHARGED-OFF.
           ADD CLO-RECOVERIES  TO C-TOT-RECOVERIES.
           PERFORM L3-READ-CLO-NEXT.
       L3-READ-CLO-NEXT.
           READ CLOSED-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO C-SCAN-EOF
               NOT AT END
                   IF CLO-CUSTOMER-NUMBER NOT = C-CUST-NUMBER
                       MOVE 'T' TO C-SCAN-EOF
                   END-IF
           END-READ.
       L3-PRINT-CHARGE-OFF-ACTIVITY.
           MOVE 'CHARGE-OFF ACTIVITY' TO O-SECTION-TITLE.
           PERFORM L3-START-SECTION.
           WRITE PRTLINE FROM COA-COL-HEADING.
           MOVE 'F' TO C-SCAN-EOF.
           MOVE LOW-VALUES TO COA-KEY.
           MOVE C-CUST-NUMBER TO COA-CUSTOMER-NUMBER.
           START CHARGE-OFF-LEDGER KEY IS NOT LESS THAN COA-KEY
               INVALID KEY
                   MOVE 'T' TO C-SCAN-EOF.
           IF C-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-COA-NEXT
           END-IF.
           PERFORM L3-PRINT-COA-REC
               UNTIL C-SCAN-EOF = 'T'.
           IF C-SECTION-CNT = 0
               MOVE 'NO CHARGE-OFF ACTIVITY' TO O-NONE-TEXT
               WRITE PRTLINE FROM NONE-LINE
           END-IF.
       L3-PRINT-COA-REC.
           COMPUTE C-SECTION-CNT = C-SECTION-CNT + 1.
           MOVE COA-PURCHASE-DATE      TO O-COA-DATE.
           MOVE COA-SEQ                TO O-COA-SEQ.
           MOVE COA-ACT-SEQ            TO O-COA-ACT-SEQ.
           EVALUATE COA-ACTION
               WHEN 'C'
                   MOVE 'CHARGE-OFF'   TO O-COA-ACTION-LIT
                   MOVE COA-CHARGED-OFF TO O-COA-AMOUNT
               WHEN 'P'
                   MOVE 'REPOSSESSED'  TO O-COA-ACTION-LIT
                   MOVE COA-BALANCE-CLOSED TO O-COA-AMOUNT
               WHEN OTHER
                   MOVE 'RECOVERY'     TO O-COA-ACTION-LIT
                   MOVE COA-RECOVERY-AMT TO O-COA-AMOUNT
           END-EVALUATE.
           MOVE COA-ACTION-DATE        TO O-COA-ACTION-DATE.
           WRITE PRTLINE FROM COA-DETAIL-LINE.
           PERFORM L3-READ-COA-NEXT.
       L3-READ-COA-NEXT.
           READ CHARGE-OFF-LEDGER NEXT RECORD
               AT END
                   MOVE 'T' TO C-SCAN-EOF
               NOT AT END
                   IF COA-CUSTOMER-NUMBER NOT = C-CUST-NUMBER
                       MOVE 'T' TO C-SCAN-EOF
                   END-IF
           END-READ.
       L3-PRINT-ACCOUNT-SUMMARY.
           MOVE 'ACCOUNT SUMMARY' TO O-SECTION-TITLE.
           PERFORM L3-START-SECTION.
           MOVE 'NET PURCHASES'             TO O-TOTAL-LIT.
           MOVE C-TOT-PURCHASES             TO O-TOTAL-AMOUNT.
           WRITE PRTLINE FROM TOTAL-LINE.
           MOVE 'BALANCE OWED ON OPEN DEALS' TO O-TOTAL-LIT.
           MOVE C-TOT-OWED                  TO O-TOTAL-AMOUNT.
           WRITE PRTLINE FROM TOTAL-LINE.
           MOVE 'PAYMENTS RECEIVED'         TO O-TOTAL-LIT.
           MOVE C-TOT-PAID                  TO O-TOTAL-AMOUNT.
           WRITE PRTLINE FROM TOTAL-LINE.
           MOVE 'CHARGED OFF'               TO O-TOTAL-LIT.
           MOVE C-TOT-CHARGED-OFF           TO O-TOTAL-AMOUNT.
           WRITE PRTLINE FROM TOTAL-LINE.
           MOVE 'RECOVERED AFTER CHARGE-OFF' TO O-TOTAL-LIT.
           MOVE C-TOT-RECOVERIES            TO O-TOTAL-AMOUNT.
           WRITE PRTLINE FROM TOTAL-LINE.
           MOVE 'COLLECTION LETTERS SENT'   TO O-COUNT-LIT.
           MOVE C-LETTER-CNT                TO O-COUNT.
           WRITE PRTLINE FROM COUNT-LINE.
      *****************************************************************
      *    EACH INQUIRY STARTS ON A NEW PAGE SO A PROFILE CAN BE
      *    HANDED OUT OR MAILED ON ITS OWN.
      *****************************************************************
       L4-HEADINGS.
           COMPUTE H1-PAGE = H1-PAGE + 1.
           IF C-FIRST-PROFILE-SW = 'Y'
               MOVE 'N' TO C-FIRST-PROFILE-SW
               WRITE PRTLINE FROM HEADING1
           ELSE
               WRITE PRTLINE FROM HEADING1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE.
       L3-CLOSING.
           IF C-INQUIRY-CNT = 0
               PERFORM L4-HEADINGS
               MOVE SPACES TO PRTLINE
               STRING 'NO INQUIRY REQUESTS - NO PROFILES PRINTED'
                   DELIMITED BY SIZE INTO PRTLINE
               WRITE PRTLINE
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE.
           MOVE C-INQUIRY-CNT  TO O-SUM-INQUIRIES.
           MOVE C-PRINTED-CNT  TO O-SUM-PRINTED.
           MOVE C-REJECTED-CNT TO O-SUM-REJECTED.
           WRITE PRTLINE FROM SUMMARY-LINE.
           CLOSE INQUIRY-TRANS.
           CLOSE CUSTOMER-MASTER.
           CLOSE SALES-HISTORY.
           CLOSE BOAT-UNITS.
           CLOSE RECEIVABLES-MASTER.
           CLOSE PAYMENT-LEDGER.
           CLOSE LETTER-HISTORY.
           CLOSE QUOTE-MASTER.
           CLOSE CLOSED-MASTER.
           CLOSE CHARGE-OFF-LEDGER.
           CLOSE PRTOUT.
