       FD  BOAT-SALES
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 121 CHARACTERS.
           COPY CBLREC01.
       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD.
