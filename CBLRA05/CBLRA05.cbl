      *    ACTION 'I' LOOKS UP A CUSTOMER WITHOUT UPDATING THE MASTER
      *    AND EXTRACTS A MAILING LABEL FOR IT (MAILING-ADDRESS
      *    SUBSYSTEM) ONTO CUSTMAIL.PRT.
      *    A NUMBER RETIRED BY THE CUSTOMER MERGE (CBLRA29) IS ON THE
      *    RETIRED NUMBER FILE AND MAY NOT BE ADDED AGAIN.
       environment division.
       configuration section.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER.
           SELECT OPTIONAL CUSTOMER-MERGES
               ASSIGN TO 'C:\COBOL\CBLCUSMG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMG-KEY.
           SELECT CUST-TRANS
               ASSIGN TO 'C:\COBOL\CBLCUSTX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLCUS01.
       FD  CUSTOMER-MERGES
           LABEL RECORD IS STANDARD.
           COPY CBLCMG01.
       FD  CUST-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTX-REC
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           OPEN I-O CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MERGES.
           OPEN INPUT CUST-TRANS.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT MAIL-LABELS.
           END-EVALUATE.
           PERFORM L3-PRINT-LOG-LINE.
       L3-ADD-CUSTOMER.
           MOVE CUSTX-NUMBER TO CMG-FROM-NUMBER.
           READ CUSTOMER-MERGES
               INVALID KEY
                   PERFORM L3-WRITE-CUSTOMER
               NOT INVALID KEY
                   MOVE 'RETIRED - REJECTED' TO C-RESULT-LIT
           END-READ.
       L3-WRITE-CUSTOMER.
           MOVE CUSTX-NUMBER     TO CUST-NUMBER.
           MOVE CUSTX-FIRST-NAME TO CUST-FIRST-NAME.
           MOVE CUSTX-LAST-NAME  TO CUST-LAST-NAME.
           WRITE PRTLINE FROM COL-HEADING1.
       L3-CLOSING.
           CLOSE CUSTOMER-MASTER.
           CLOSE CUSTOMER-MERGES.
           CLOSE CUST-TRANS.
           CLOSE PRTOUT.
           CLOSE MAIL-LABELS.
