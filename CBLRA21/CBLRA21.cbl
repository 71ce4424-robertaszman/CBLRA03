       identification division.
       program-id.     CBLRA21.
       AUTHOR.         Robert Aszman.
       DATE-WRITTEN.   10/15/2026.
      *****************************************************************
      *    MANUFACTURER RECALL CAMPAIGN RUN.  MATCHES EVERY CAMPAIGN
      *    ON THE RECALL CAMPAIGN FILE (CBLRCLCP.DAT, CBLRCM01)
      *    AGAINST THE BOAT UNIT MASTER BY HULL RANGE OR HULL PREFIX
      *    (AND BOAT TYPE WHEN THE CAMPAIGN NAMES ONE), SO A BUILDER
      *    RECALL NO LONGER MEANS PULLING CBLUNITS, CBLHIST AND
      *    CBLCUSTM INTO A SPREADSHEET BY HAND:
      *      1) A SOLD UNIT GETS AN OWNER NOTIFICATION LETTER ON
      *         RCLLTR21.PRT, ADDRESSED FROM CBLCUSTM THROUGH
      *         UNT-CUSTOMER-NUMBER.  AN OWNER ALREADY NOTIFIED ON
      *         AN EARLIER RUN IS LISTED BUT NOT WRITTEN AGAIN.
      *      2) AN UNSOLD UNIT STILL ON THE LOT IS LISTED AS HOLD
      *         FROM SALE UNTIL THE RECALL WORK IS DONE.
      *      3) A UNIT WHOSE RECALL WORK IS COMPLETE IS LISTED AS
      *         COMPLETED AND NEEDS NOTHING FURTHER.
      *    THE RECALL NOTIFICATION FILE (CBLRCLNT.DAT, CBLRCN01)
      *    KEEPS ONE RECORD PER HULL PER CAMPAIGN WITH THE DATES IT
      *    WAS MATCHED, NOTIFIED AND COMPLETED - THE ANSWER TO THE
      *    MANUFACTURER'S "WHO WAS TOLD AND WHAT WAS FIXED".
      *    SERVICE REPORTS FINISHED RECALL WORK ON THE COMPLETION
      *    TRANSACTION FILE (CBLRCLTX.DAT), WHICH IS POSTED BEFORE
      *    THE CAMPAIGNS ARE MATCHED.  THE REGISTER OF EVERYTHING
      *    DONE PRINTS ON RCLRPT21.PRT.
       environment division.
       configuration section.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE
               ASSIGN TO 'C:\COBOL\CBLRCLCP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COMPLETION-TRANS
               ASSIGN TO 'C:\COBOL\CBLRCLTX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECALL-NOTICES
               ASSIGN TO 'C:\COBOL\CBLRCLNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCN-KEY.
           SELECT BOAT-UNITS
               ASSIGN TO 'C:\COBOL\CBLUNITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNT-KEY.
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'C:\COBOL\CBLCUSTM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\RCLRPT21.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT LETTER-OUT
               ASSIGN TO 'C:\COBOL\RCLLTR21.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       data division.
       FILE SECTION.
       FD  CAMPAIGN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RCM-REC
           RECORD CONTAINS 73 CHARACTERS.
           COPY CBLRCM01.
       FD  COMPLETION-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RCX-REC
           RECORD CONTAINS 26 CHARACTERS.
           01  RCX-REC.
               05  RCX-CAMPAIGN-NUMBER     PIC 9(6).
               05  RCX-HIN                 PIC X(12).
               05  RCX-COMPLETE-DATE       PIC X(8).
       FD  RECALL-NOTICES
           LABEL RECORD IS STANDARD.
           COPY CBLRCN01.
       FD  BOAT-UNITS
           LABEL RECORD IS STANDARD.
           COPY CBLUNT01.
       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD.
           COPY CBLCUS01.
       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01  PRTLINE                     PIC X(132).
       FD  LETTER-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LTRLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01  LTRLINE                     PIC X(132).
       working-storage section.
       01  MISC.
           05  EOF                         PIC X       VALUE 'F'.
           05  RCX-EOF                     PIC X       VALUE 'F'.
           05  UNT-SCAN-EOF                PIC X       VALUE 'F'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR            PIC X(4).
               10  CURRENT-MONTH           PIC XX.
               10  CURRENT-DAY             PIC XX.
               10  CURRENT-TIME            PIC X(11).
           05  C-RUN-DATE-CCYYMMDD         PIC X(8).
           05  C-RESULT-LIT                PIC X(30).
           05  C-RCN-FOUND-SW              PIC X       VALUE 'N'.
           05  C-CAMPAIGN-OK-SW            PIC X       VALUE 'Y'.
           05  C-FIRST-LTR-SW              PIC X       VALUE 'Y'.
           05  C-CMP-MATCH-CNT             PIC 9(5)    VALUE 0.
           05  C-CMP-LETTER-CNT            PIC 9(5)    VALUE 0.
           05  C-CMP-PRIOR-CNT             PIC 9(5)    VALUE 0.
           05  C-CMP-HELD-CNT              PIC 9(5)    VALUE 0.
           05  C-CMP-DONE-CNT              PIC 9(5)    VALUE 0.
           05  C-CAMPAIGN-CNT              PIC 9(5)    VALUE 0.
           05  C-COMPLETION-CNT            PIC 9(5)    VALUE 0.
           05  C-LETTER-CNT                PIC 9(7)    VALUE 0.
       01  HEADING1.
           05  H1-DATE.
               10  H1-MONTH                PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-DAY                  PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-YEAR                 PIC 9999.
           05  FILLER                      PIC X(40)   VALUE SPACES.
           05  FILLER                      PIC X(27)
                                   VALUE 'RECALL CAMPAIGN REGISTER'.
           05  FILLER                      PIC X(41)   VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'PAGE: '.
           05  H1-PAGE                     PIC 99      VALUE 0.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       01  COMPLETION-HEADING.
           05  FILLER                      PIC X(30)
                               VALUE 'RECALL WORK COMPLETIONS POSTED'.
           05  FILLER                      PIC X(102)  VALUE SPACES.
       01  COMPLETION-LINE.
           05  O-RCX-CAMPAIGN              PIC 9(6).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-RCX-HIN                   PIC X(12).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-RCX-DATE                  PIC X(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-RCX-RESULT                PIC X(30).
           05  FILLER                      PIC X(67)   VALUE SPACES.
       01  COMPLETION-NONE-LINE.
           05  FILLER                      PIC X(26)
                                   VALUE 'NO COMPLETIONS THIS RUN'.
           05  FILLER                      PIC X(106)  VALUE SPACES.
       01  CAMPAIGN-LINE.
           05  FILLER                      PIC X(9)
                                           VALUE 'CAMPAIGN '.
           05  O-CMP-NUMBER                PIC 9(6).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-CMP-DESCRIPTION           PIC X(40).
           05  FILLER                      PIC X(74)   VALUE SPACES.
       01  CAMPAIGN-RANGE-LINE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  O-CMP-RANGE-LIT             PIC X(10).
           05  O-CMP-HIN-LOW               PIC X(12).
           05  O-CMP-THRU-LIT              PIC X(6).
           05  O-CMP-HIN-HIGH              PIC X(12).
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(11)
                                           VALUE 'BOAT TYPE: '.
           05  O-CMP-BOAT-TYPE             PIC X(3).
           05  FILLER                      PIC X(70)   VALUE SPACES.
       01  CAMPAIGN-REJECT-LINE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(46)
               VALUE 'REJECTED - HIN RANGE OR PREFIX LENGTH INVALID'.
           05  FILLER                      PIC X(82)   VALUE SPACES.
       01  UNIT-COL-HEADING.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(3)    VALUE 'HIN'.
           05  FILLER                      PIC X(12)   VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE 'TYPE'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(3)    VALUE 'LOT'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(8)    VALUE 'CUSTOMER'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'STATUS'.
           05  FILLER                      PIC X(83)   VALUE SPACES.
       01  UNIT-LINE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  O-UNT-HIN                   PIC X(12).
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  O-UNT-BOAT-TYPE             PIC X.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  O-UNT-STATE                 PIC X(2).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-UNT-CUSTOMER              PIC Z(5)9.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  O-UNT-RESULT                PIC X(30).
           05  FILLER                      PIC X(60)   VALUE SPACES.
       01  UNIT-NONE-LINE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(30)
                               VALUE 'NO UNITS MATCH THIS CAMPAIGN'.
           05  FILLER                      PIC X(98)   VALUE SPACES.
       01  CAMPAIGN-SUMMARY-LINE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(9)
                                           VALUE 'MATCHED: '.
           05  O-SUM-MATCH                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(9)
                                           VALUE 'LETTERS: '.
           05  O-SUM-LETTER                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(16)
                                           VALUE 'PRIOR NOTIFIED: '.
           05  O-SUM-PRIOR                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'HELD: '.
           05  O-SUM-HELD                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(11)
                                           VALUE 'COMPLETED: '.
           05  O-SUM-DONE                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(35)   VALUE SPACES.
       01  FINAL-SUMMARY-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'CAMPAIGNS:         '.
           05  O-SUM-CAMPAIGNS             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(20)
                                           VALUE 'LETTERS PRINTED:   '.
           05  O-SUM-LETTERS               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(58)   VALUE SPACES.
       01  NONE-LINE.
           05  FILLER                      PIC X(30)
                       VALUE 'NO RECALL CAMPAIGNS ON FILE'.
           05  FILLER                      PIC X(102)  VALUE SPACES.
       01  LETTER-HEADING.
           05  FILLER                      PIC X(19)
                                           VALUE 'WILSON S BOATS INC.'.
           05  FILLER                      PIC X(21)   VALUE SPACES.
           05  LH-DATE.
               10  LH-MONTH                PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  LH-DAY                  PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  LH-YEAR                 PIC 9999.
           05  FILLER                      PIC X(82)   VALUE SPACES.
       01  ADDR-LINE.
           05  O-ADDR-TEXT                 PIC X(40).
           05  FILLER                      PIC X(92)   VALUE SPACES.
       01  CITY-ST-ZIP-LINE.
           05  O-CITY                      PIC X(15).
           05  FILLER                      PIC X       VALUE ','.
           05  FILLER                      PIC X       VALUE SPACES.
           05  O-ADDR-STATE                PIC X(2).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-ZIP                       PIC X(9).
           05  FILLER                      PIC X(102)  VALUE SPACES.
       01  SUBJECT-LINE.
           05  FILLER                      PIC X(38)
               VALUE 'RE: MANUFACTURER RECALL CAMPAIGN NO. '.
           05  O-LTR-CAMPAIGN              PIC 9(6).
           05  FILLER                      PIC X(88)   VALUE SPACES.
       01  HULL-LINE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(28)
                                   VALUE 'HULL IDENTIFICATION NUMBER '.
           05  O-LTR-HIN                   PIC X(12).
           05  FILLER                      PIC X(88)   VALUE SPACES.
       01  RECALL-DESC-LINE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(28)
                                   VALUE 'RECALL                     '.
           05  O-LTR-DESCRIPTION           PIC X(40).
           05  FILLER                      PIC X(60)   VALUE SPACES.
       01  BODY-LINE1.
           05  FILLER                      PIC X(52)
             VALUE 'THE MANUFACTURER OF YOUR BOAT HAS ISSUED A RECALL'.
           05  FILLER                      PIC X(80)   VALUE SPACES.
       01  BODY-LINE2.
           05  FILLER                      PIC X(52)
             VALUE 'THAT COVERS THE HULL SHOWN BELOW.  THE REPAIR IS'.
           05  FILLER                      PIC X(80)   VALUE SPACES.
       01  BODY-LINE3.
           05  FILLER                      PIC X(52)
             VALUE 'MADE AT NO CHARGE TO YOU.  PLEASE CALL OUR SERVICE'.
           05  FILLER                      PIC X(80)   VALUE SPACES.
       01  BODY-LINE4.
           05  FILLER                      PIC X(52)
             VALUE 'DEPARTMENT TO SCHEDULE THE WORK.'.
           05  FILLER                      PIC X(80)   VALUE SPACES.
       01  BLANK-LINE.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-APPLY-COMPLETIONS
               UNTIL RCX-EOF = 'T'.
           PERFORM L2-MAINLINE
               UNTIL EOF = 'T'.
           PERFORM L3-CLOSING.
           STOP RUN.
       L2-INIT.
           MOVE FUNCTION current-date      TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           MOVE CURRENT-DAY                TO LH-DAY.
           MOVE CURRENT-MONTH              TO LH-MONTH.
           MOVE CURRENT-YEAR               TO LH-YEAR.
           STRING CURRENT-YEAR CURRENT-MONTH CURRENT-DAY
               DELIMITED BY SIZE INTO C-RUN-DATE-CCYYMMDD.
           OPEN INPUT CAMPAIGN-FILE.
           OPEN INPUT COMPLETION-TRANS.
           OPEN I-O RECALL-NOTICES.
           OPEN INPUT BOAT-UNITS.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT LETTER-OUT.
           PERFORM L4-HEADINGS.
           WRITE PRTLINE FROM COMPLETION-HEADING.
           PERFORM L3-READ-COMPLETION.
           IF RCX-EOF = 'T'
               WRITE PRTLINE FROM COMPLETION-NONE-LINE
           END-IF.
           PERFORM L3-READ.
      *****************************************************************
      *    A COMPLETION IS POSTED ONLY AGAINST A HULL A CAMPAIGN HAS
      *    ALREADY MATCHED - THE NOTIFICATION RECORD IS THE PROOF
      *    THE BOAT WAS IN THE RECALL.  A BLANK COMPLETION DATE
      *    TAKES TONIGHT'S DATE.
      *****************************************************************
       L2-APPLY-COMPLETIONS.
           COMPUTE C-COMPLETION-CNT = C-COMPLETION-CNT + 1.
           MOVE RCX-CAMPAIGN-NUMBER TO RCN-CAMPAIGN-NUMBER.
           MOVE RCX-HIN             TO RCN-HIN.
           MOVE 'N' TO C-RCN-FOUND-SW.
           READ RECALL-NOTICES
               INVALID KEY
                   MOVE 'REJECTED - HIN NOT IN CAMPAIGN'
                       TO C-RESULT-LIT
               NOT INVALID KEY
                   MOVE 'Y' TO C-RCN-FOUND-SW
           END-READ.
           IF C-RCN-FOUND-SW = 'Y'
               IF RCN-STATUS = 'C'
                   MOVE 'REJECTED - ALREADY COMPLETED' TO C-RESULT-LIT
               ELSE
                   MOVE 'C' TO RCN-STATUS
                   IF RCX-COMPLETE-DATE = SPACES
                       MOVE C-RUN-DATE-CCYYMMDD TO RCN-COMPLETE-DATE
                   ELSE
                       MOVE RCX-COMPLETE-DATE TO RCN-COMPLETE-DATE
                   END-IF
                   REWRITE RCN-REC
                   MOVE 'COMPLETION POSTED' TO C-RESULT-LIT
               END-IF
           END-IF.
           MOVE RCX-CAMPAIGN-NUMBER TO O-RCX-CAMPAIGN.
           MOVE RCX-HIN             TO O-RCX-HIN.
           MOVE RCX-COMPLETE-DATE   TO O-RCX-DATE.
           MOVE C-RESULT-LIT        TO O-RCX-RESULT.
           WRITE PRTLINE FROM COMPLETION-LINE.
           MOVE SPACES TO C-RESULT-LIT.
           PERFORM L3-READ-COMPLETION.
       L3-READ-COMPLETION.
           READ COMPLETION-TRANS
               AT END
                   MOVE 'T' TO RCX-EOF.
       L3-READ.
           READ CAMPAIGN-FILE
               AT END
                   MOVE 'T' TO EOF.
       L2-MAINLINE.
           COMPUTE C-CAMPAIGN-CNT = C-CAMPAIGN-CNT + 1.
           MOVE 0 TO C-CMP-MATCH-CNT.
           MOVE 0 TO C-CMP-LETTER-CNT.
           MOVE 0 TO C-CMP-PRIOR-CNT.
           MOVE 0 TO C-CMP-HELD-CNT.
           MOVE 0 TO C-CMP-DONE-CNT.
           PERFORM L3-PRINT-CAMPAIGN-HEADING.
           PERFORM L3-EDIT-CAMPAIGN.
           IF C-CAMPAIGN-OK-SW = 'Y'
               PERFORM L3-SCAN-CAMPAIGN
               IF C-CMP-MATCH-CNT = 0
                   WRITE PRTLINE FROM UNIT-NONE-LINE
               END-IF
               MOVE C-CMP-MATCH-CNT  TO O-SUM-MATCH
               MOVE C-CMP-LETTER-CNT TO O-SUM-LETTER
               MOVE C-CMP-PRIOR-CNT  TO O-SUM-PRIOR
               MOVE C-CMP-HELD-CNT   TO O-SUM-HELD
               MOVE C-CMP-DONE-CNT   TO O-SUM-DONE
               WRITE PRTLINE FROM CAMPAIGN-SUMMARY-LINE
           ELSE
               WRITE PRTLINE FROM CAMPAIGN-REJECT-LINE
           END-IF.
           PERFORM L3-READ.
       L3-PRINT-CAMPAIGN-HEADING.
           WRITE PRTLINE FROM BLANK-LINE.
           MOVE RCM-CAMPAIGN-NUMBER TO O-CMP-NUMBER.
           MOVE RCM-DESCRIPTION     TO O-CMP-DESCRIPTION.
           WRITE PRTLINE FROM CAMPAIGN-LINE.
           MOVE RCM-HIN-LOW TO O-CMP-HIN-LOW.
           IF RCM-PREFIX-LEN NUMERIC AND RCM-PREFIX-LEN > 0
               MOVE 'PREFIX    ' TO O-CMP-RANGE-LIT
               MOVE SPACES       TO O-CMP-THRU-LIT
               MOVE SPACES       TO O-CMP-HIN-HIGH
           ELSE
               MOVE 'HULLS     ' TO O-CMP-RANGE-LIT
               MOVE ' THRU '     TO O-CMP-THRU-LIT
               MOVE RCM-HIN-HIGH TO O-CMP-HIN-HIGH
           END-IF.
           IF RCM-BOAT-TYPE = SPACE
               MOVE 'ALL' TO O-CMP-BOAT-TYPE
           ELSE
               MOVE RCM-BOAT-TYPE TO O-CMP-BOAT-TYPE
           END-IF.
           WRITE PRTLINE FROM CAMPAIGN-RANGE-LINE.
       L3-EDIT-CAMPAIGN.
           MOVE 'Y' TO C-CAMPAIGN-OK-SW.
           IF RCM-PREFIX-LEN NOT NUMERIC
                   OR RCM-PREFIX-LEN > 12
                   OR RCM-HIN-LOW = SPACES
               MOVE 'N' TO C-CAMPAIGN-OK-SW
           ELSE
               IF RCM-PREFIX-LEN = 0 AND RCM-HIN-HIGH < RCM-HIN-LOW
                   MOVE 'N' TO C-CAMPAIGN-OK-SW
               END-IF
           END-IF.
      *****************************************************************
      *    THE UNIT MASTER IS KEYED BY HIN, SO A CAMPAIGN NEVER READS
      *    THE WHOLE FILE: THE SCAN STARTS AT THE LOW HIN (A PREFIX
      *    PADDED WITH SPACES SORTS AHEAD OF EVERY HULL THAT BEGINS
      *    WITH IT) AND STOPS AT THE FIRST HULL PAST THE HIGH HIN OR
      *    NO LONGER CARRYING THE PREFIX.
      *****************************************************************
       L3-SCAN-CAMPAIGN.
           WRITE PRTLINE FROM UNIT-COL-HEADING.
           MOVE 'F' TO UNT-SCAN-EOF.
           IF RCM-PREFIX-LEN > 0
               MOVE SPACES TO UNT-HIN
               MOVE RCM-HIN-LOW (1:RCM-PREFIX-LEN)
                   TO UNT-HIN (1:RCM-PREFIX-LEN)
           ELSE
               MOVE RCM-HIN-LOW TO UNT-HIN
           END-IF.
           START BOAT-UNITS KEY IS NOT LESS THAN UNT-KEY
               INVALID KEY
                   MOVE 'T' TO UNT-SCAN-EOF.
           IF UNT-SCAN-EOF NOT = 'T'
               PERFORM L3-READ-UNT-NEXT
           END-IF.
           PERFORM L3-MATCH-UNIT
               UNTIL UNT-SCAN-EOF = 'T'.
       L3-READ-UNT-NEXT.
           READ BOAT-UNITS NEXT RECORD
               AT END
                   MOVE 'T' TO UNT-SCAN-EOF
               NOT AT END
                   PERFORM L3-CHECK-END-OF-RANGE
           END-READ.
       L3-CHECK-END-OF-RANGE.
           IF RCM-PREFIX-LEN > 0
               IF UNT-HIN (1:RCM-PREFIX-LEN)
                       NOT = RCM-HIN-LOW (1:RCM-PREFIX-LEN)
                   MOVE 'T' TO UNT-SCAN-EOF
               END-IF
           ELSE
               IF UNT-HIN > RCM-HIN-HIGH
                   MOVE 'T' TO UNT-SCAN-EOF
               END-IF
           END-IF.
       L3-MATCH-UNIT.
           IF RCM-BOAT-TYPE = SPACE
                   OR RCM-BOAT-TYPE = UNT-BOAT-TYPE
               PERFORM L3-PROCESS-UNIT
           END-IF.
           PERFORM L3-READ-UNT-NEXT.
      *****************************************************************
      *    ONE MATCHED HULL.  COMPLETED WORK WINS OVER EVERYTHING;
      *    OTHERWISE A SOLD BOAT'S OWNER IS NOTIFIED ONCE AND A BOAT
      *    STILL ON THE LOT (INCLUDING ONE BACK ON HAND AFTER A
      *    REVERSAL) IS HELD FROM SALE.
      *****************************************************************
       L3-PROCESS-UNIT.
           COMPUTE C-CMP-MATCH-CNT = C-CMP-MATCH-CNT + 1.
           MOVE RCM-CAMPAIGN-NUMBER TO RCN-CAMPAIGN-NUMBER.
           MOVE UNT-HIN             TO RCN-HIN.
           MOVE 'N' TO C-RCN-FOUND-SW.
           READ RECALL-NOTICES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO C-RCN-FOUND-SW
           END-READ.
           EVALUATE TRUE
               WHEN C-RCN-FOUND-SW = 'Y' AND RCN-STATUS = 'C'
                   COMPUTE C-CMP-DONE-CNT = C-CMP-DONE-CNT + 1
                   MOVE 'COMPLETED' TO C-RESULT-LIT
               WHEN UNT-STATUS = 'S'
                   PERFORM L3-JUDGE-SOLD-UNIT
               WHEN OTHER
                   COMPUTE C-CMP-HELD-CNT = C-CMP-HELD-CNT + 1
                   PERFORM L3-STAMP-HELD
                   MOVE 'HOLD FROM SALE - ON LOT' TO C-RESULT-LIT
           END-EVALUATE.
           MOVE UNT-HIN       TO O-UNT-HIN.
           MOVE UNT-BOAT-TYPE TO O-UNT-BOAT-TYPE.
           MOVE UNT-STATE     TO O-UNT-STATE.
           MOVE UNT-CUSTOMER-NUMBER TO O-UNT-CUSTOMER.
           MOVE C-RESULT-LIT  TO O-UNT-RESULT.
           WRITE PRTLINE FROM UNIT-LINE.
           MOVE SPACES TO C-RESULT-LIT.
       L3-JUDGE-SOLD-UNIT.
           IF C-RCN-FOUND-SW = 'Y' AND RCN-STATUS = 'N'
                   AND RCN-CUSTOMER-NUMBER = UNT-CUSTOMER-NUMBER
               COMPUTE C-CMP-PRIOR-CNT = C-CMP-PRIOR-CNT + 1
               MOVE SPACES TO C-RESULT-LIT
               STRING 'OWNER NOTIFIED ' RCN-NOTIFY-DATE
                   DELIMITED BY SIZE INTO C-RESULT-LIT
           ELSE
               COMPUTE C-CMP-LETTER-CNT = C-CMP-LETTER-CNT + 1
               PERFORM L3-PRINT-LETTER
               PERFORM L3-STAMP-NOTIFIED
               MOVE 'OWNER LETTER PRINTED' TO C-RESULT-LIT
           END-IF.
       L3-STAMP-NOTIFIED.
           IF C-RCN-FOUND-SW = 'N'
               PERFORM L3-RCN-INIT-REC
           END-IF.
           MOVE 'N'                 TO RCN-STATUS.
           MOVE UNT-CUSTOMER-NUMBER TO RCN-CUSTOMER-NUMBER.
           MOVE C-RUN-DATE-CCYYMMDD TO RCN-NOTIFY-DATE.
           IF C-RCN-FOUND-SW = 'Y'
               REWRITE RCN-REC
           ELSE
               WRITE RCN-REC
           END-IF.
       L3-STAMP-HELD.
           IF C-RCN-FOUND-SW = 'N'
               PERFORM L3-RCN-INIT-REC
               MOVE 'H' TO RCN-STATUS
               WRITE RCN-REC
           ELSE
               IF RCN-STATUS NOT = 'H'
                   MOVE 'H' TO RCN-STATUS
                   MOVE 0   TO RCN-CUSTOMER-NUMBER
                   REWRITE RCN-REC
               END-IF
           END-IF.
       L3-RCN-INIT-REC.
           MOVE RCM-CAMPAIGN-NUMBER TO RCN-CAMPAIGN-NUMBER.
           MOVE UNT-HIN             TO RCN-HIN.
           MOVE SPACES              TO RCN-STATUS.
           MOVE 0                   TO RCN-CUSTOMER-NUMBER.
           MOVE C-RUN-DATE-CCYYMMDD TO RCN-MATCH-DATE.
           MOVE SPACES              TO RCN-NOTIFY-DATE.
           MOVE SPACES              TO RCN-COMPLETE-DATE.
       L3-PRINT-LETTER.
           COMPUTE C-LETTER-CNT = C-LETTER-CNT + 1.
           IF C-FIRST-LTR-SW = 'Y'
               MOVE 'N' TO C-FIRST-LTR-SW
               WRITE LTRLINE FROM LETTER-HEADING
           ELSE
               WRITE LTRLINE FROM LETTER-HEADING
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE LTRLINE FROM BLANK-LINE.
           PERFORM L3-PRINT-ADDRESS.
           WRITE LTRLINE FROM BLANK-LINE.
           MOVE RCM-CAMPAIGN-NUMBER TO O-LTR-CAMPAIGN.
           WRITE LTRLINE FROM SUBJECT-LINE.
           WRITE LTRLINE FROM BLANK-LINE.
           WRITE LTRLINE FROM BODY-LINE1.
           WRITE LTRLINE FROM BODY-LINE2.
           WRITE LTRLINE FROM BODY-LINE3.
           WRITE LTRLINE FROM BODY-LINE4.
           WRITE LTRLINE FROM BLANK-LINE.
           MOVE UNT-HIN TO O-LTR-HIN.
           WRITE LTRLINE FROM HULL-LINE.
           MOVE RCM-DESCRIPTION TO O-LTR-DESCRIPTION.
           WRITE LTRLINE FROM RECALL-DESC-LINE.
       L3-PRINT-ADDRESS.
           MOVE UNT-CUSTOMER-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CUST-REC
                   MOVE UNT-CUSTOMER-NUMBER TO CUST-NUMBER
                   MOVE 'UNKNOWN' TO CUST-FIRST-NAME
                   MOVE 'CUSTOMER' TO CUST-LAST-NAME
           END-READ.
           MOVE SPACES TO O-ADDR-TEXT.
           STRING CUST-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               CUST-LAST-NAME DELIMITED BY SPACE
               INTO O-ADDR-TEXT.
           WRITE LTRLINE FROM ADDR-LINE.
           MOVE CUST-ADDR-LINE1 TO O-ADDR-TEXT.
           WRITE LTRLINE FROM ADDR-LINE.
           IF CUST-ADDR-LINE2 NOT = SPACES
               MOVE CUST-ADDR-LINE2 TO O-ADDR-TEXT
               WRITE LTRLINE FROM ADDR-LINE
           END-IF.
           MOVE CUST-CITY  TO O-CITY.
           MOVE CUST-STATE TO O-ADDR-STATE.
           MOVE CUST-ZIP   TO O-ZIP.
           WRITE LTRLINE FROM CITY-ST-ZIP-LINE.
       L4-HEADINGS.
           COMPUTE H1-PAGE = H1-PAGE + 1.
           WRITE PRTLINE FROM HEADING1.
       L3-CLOSING.
           IF C-CAMPAIGN-CNT = 0
               WRITE PRTLINE FROM NONE-LINE
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE.
           MOVE C-CAMPAIGN-CNT TO O-SUM-CAMPAIGNS.
           MOVE C-LETTER-CNT   TO O-SUM-LETTERS.
           WRITE PRTLINE FROM FINAL-SUMMARY-LINE.
           CLOSE CAMPAIGN-FILE.
           CLOSE COMPLETION-TRANS.
           CLOSE RECALL-NOTICES.
           CLOSE BOAT-UNITS.
           CLOSE CUSTOMER-MASTER.
           CLOSE PRTOUT.
           CLOSE LETTER-OUT.
