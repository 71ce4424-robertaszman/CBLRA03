       identification division.
       program-id.     CBLRA25.
       AUTHOR.         Robert Aszman.
       DATE-WRITTEN.   10/15/2026.
      *****************************************************************
      *    NIGHTLY JOB-STREAM DRIVER.  RUNS THE NIGHTLY STEPS IN THE
      *    ORDER BELOW, EACH AS ITS OWN RUN UNIT, AND CHECKS EVERY
      *    STEP'S RETURN CODE AGAINST THE HIGHEST CODE THAT STEP IS
      *    ALLOWED TO END WITH:
      *       1 CBLRA06  EDIT PASS           7 CBLRA23  CHARGE-OFFS
      *       2 CBLRA03  SALES / YTD UPDATE  8 CBLRA15  GL JOURNAL
      *       3 CBLRA04  COMMISSIONS         9 CBLRA26  GL POSTING
      *       4 CBLRA08  SALES TAX          10 CBLRA17  CASH / DEPOSIT
      *       5 CBLRA09  STATEMENTS         11 CBLRA18  CONTROL TOTALS
      *       6 CBLRA13  RECEIVABLES
      *    THE STREAM STOPS AT THE FIRST STEP OVER ITS ALLOWED CODE
      *    (EX: CBLRA03 REFUSING TO START ON THE CBLRA06 GATE, OR
      *    CBLRA15 OUT OF BALANCE) AND NO LATER STEP RUNS.  EVERY
      *    STEP'S LAST RUN DATE, TIMES, RETURN CODE AND STATUS ARE
      *    KEPT ON THE JOB CONTROL FILE (CBLJOBCT.DAT, CBLJCT01),
      *    REWRITTEN AS EACH STEP ENDS.  ON THE NEXT SUBMISSION ANY
      *    STEP ALREADY COMPLETED TONIGHT IS SKIPPED, SO THE STREAM
      *    RESUMES AT THE STEP THAT FAILED AND NEVER REPOSTS
      *    CBLYTDAC, CBLTAXAC OR CBLARMAS FROM A STEP THAT ALREADY
      *    UPDATED THEM.
      *    TO RUN A COMPLETED STEP AGAIN (EX: CBLRA06 AFTER THE
      *    REJECTS THAT STOPPED CBLRA03 HAVE BEEN CORRECTED) THE
      *    OPERATOR DROPS A RERUN REQUEST FILE (CBLJOBRR.DAT, ONE
      *    PROGRAM NAME PER RECORD).  A STEP MARKED ONCE A NIGHT -
      *    ONE THAT UPDATES A MASTER FILE - REFUSES THE REQUEST ONCE
      *    IT HAS COMPLETED TONIGHT.  THE REQUEST FILE IS CLEARED
      *    AFTER IT IS READ.
      *    EVERY STEP OF EVERY SUBMISSION IS APPENDED TO THE STEP LOG
      *    (CBLJOBLG.DAT, CBLJLG01), AND A ONE-PAGE RUN LOG PRINTS ON
      *    JOBRPT25.PRT FOR THE MORNING SHIFT.  THE DRIVER ENDS WITH
      *    RETURN CODE 16 WHEN THE STREAM STOPPED SHORT.
       environment division.
       configuration section.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOB-CONTROL
               ASSIGN TO 'C:\COBOL\CBLJOBCT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RERUN-REQUEST-FILE
               ASSIGN TO 'C:\COBOL\CBLJOBRR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STEP-LOG
               ASSIGN TO 'C:\COBOL\CBLJOBLG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\JOBRPT25.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       data division.
       FILE SECTION.
       FD  JOB-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS JCT-REC
           RECORD CONTAINS 33 CHARACTERS.
           COPY CBLJCT01.
       FD  RERUN-REQUEST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RRQ-REC
           RECORD CONTAINS 8 CHARACTERS.
           01  RRQ-REC.
               05  RRQ-PROGRAM             PIC X(8).
       FD  STEP-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS JLG-REC
           RECORD CONTAINS 68 CHARACTERS.
           COPY CBLJLG01.
       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01  PRTLINE                     PIC X(132).
       working-storage section.
       01  MISC.
           05  JOB-CONTROL-EOF             PIC X       VALUE 'F'.
           05  RERUN-REQUEST-EOF           PIC X       VALUE 'F'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR            PIC X(4).
               10  CURRENT-MONTH           PIC XX.
               10  CURRENT-DAY             PIC XX.
               10  CURRENT-TIME            PIC X(11).
           05  C-RUN-DATE-CCYYMMDD         PIC X(8).
           05  C-COMMAND                   PIC X(40).
           05  C-START-TIME                PIC X(6).
           05  C-END-TIME                  PIC X(6).
           05  C-CALL-RC                   PIC S9(9)   VALUE 0.
           05  C-STEP-RC                   PIC 9(4)    VALUE 0.
           05  C-RESULT-LIT                PIC X(30).
           05  C-FOUND-SW                  PIC X       VALUE 'N'.
           05  C-FIND-PROGRAM              PIC X(8).
           05  C-STOP-SW                   PIC X       VALUE 'N'.
           05  C-STOP-PROGRAM              PIC X(8)    VALUE SPACES.
           05  C-STEPS-RUN                 PIC 9(4)    VALUE 0.
           05  C-RERUN-CNT                 PIC 9(4)    VALUE 0.
           05  C-TIME-IN                   PIC X(6).
           05  C-TIME-OUT                  PIC X(8).
      *****************************************************************
      *    THE STREAM.  EACH ENTRY IS PROGRAM NAME, HIGHEST RETURN
      *    CODE THE STEP MAY END WITH, AND 'Y' WHEN THE STEP UPDATES
      *    A MASTER FILE AND SO MAY ONLY RUN ONCE A NIGHT.  CBLRA26
      *    UPDATES THE GL BALANCE MASTER BUT WILL NOT POST THE SAME
      *    JOURNAL TWICE, SO IT MAY BE RERUN (EX: AFTER A CORRECTING
      *    ENTRY IS KEYED TO CLEAR A RECONCILIATION DIFFERENCE), AND
      *    ENDS WITH CODE 8 WHEN IT FINDS ONE, WHICH IS REPORTED BUT
      *    DOES NOT STOP THE STREAM.  CBLRA23 RUNS AHEAD OF CBLRA15 SO
      *    THE DAY'S CHARGE-OFFS AND REPOSSESSIONS ARE JOURNALED THE
      *    SAME NIGHT.
      *****************************************************************
       01  STEP-TABLE-VALUES.
           05  FILLER                      PIC X(13)
                                           VALUE 'CBLRA06 0004N'.
           05  FILLER                      PIC X(13)
                                           VALUE 'CBLRA03 0004Y'.
           05  FILLER                      PIC X(13)
                                           VALUE 'CBLRA04 0004N'.
           05  FILLER                      PIC X(13)
                                           VALUE 'CBLRA08 0004Y'.
           05  FILLER                      PIC X(13)
                                           VALUE 'CBLRA09 0004N'.
           05  FILLER                      PIC X(13)
                                           VALUE 'CBLRA13 0004Y'.
           05  FILLER                      PIC X(13)
                                           VALUE 'CBLRA23 0004Y'.
           05  FILLER                      PIC X(13)
                                           VALUE 'CBLRA15 0004N'.
           05  FILLER                      PIC X(13)
                                           VALUE 'CBLRA26 0008N'.
           05  FILLER                      PIC X(13)
                                           VALUE 'CBLRA17 0004N'.
           05  FILLER                      PIC X(13)
                                           VALUE 'CBLRA18 0004N'.
       01  STEP-TABLE REDEFINES STEP-TABLE-VALUES.
           05  STP-ENTRY OCCURS 11 TIMES INDEXED BY STP-IDX STP-IDX2.
               10  STP-PROGRAM             PIC X(8).
               10  STP-MAX-RC              PIC 9(4).
               10  STP-ONCE-SW             PIC X.
       01  STEP-TABLE-CNT                  PIC 9(4)    VALUE 11.
       01  JOB-CONTROL-WS.
           05  JWS-ENTRY OCCURS 11 TIMES INDEXED BY JWS-IDX.
               10  JWS-LAST-RUN-DATE       PIC X(8).
               10  JWS-LAST-START-TIME     PIC X(6).
               10  JWS-LAST-END-TIME       PIC X(6).
               10  JWS-LAST-RC             PIC 9(4).
               10  JWS-LAST-STATUS         PIC X.
       01  HEADING1.
           05  H1-DATE.
               10  H1-MONTH                PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-DAY                  PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  H1-YEAR                 PIC 9999.
           05  FILLER                      PIC X(40)   VALUE SPACES.
           05  FILLER                      PIC X(27)
                                   VALUE 'NIGHTLY JOB STREAM RUN LOG'.
           05  FILLER                      PIC X(41)   VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'PAGE: '.
           05  H1-PAGE                     PIC 99      VALUE 0.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       01  RERUN-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(15)
                                           VALUE 'RERUN REQUEST: '.
           05  O-RR-PROGRAM                PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  O-RR-RESULT                 PIC X(30).
           05  FILLER                      PIC X(67)   VALUE SPACES.
       01  COL-HEADING1.
           05  FILLER                      PIC X(4)    VALUE 'STEP'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(7)    VALUE 'PROGRAM'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'MAX RC'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE 'ONCE'.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE 'START'.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(3)    VALUE 'END'.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(2)    VALUE 'RC'.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE 'RESULT'.
           05  FILLER                      PIC X(66)   VALUE SPACES.
       01  DETAIL-LINE.
           05  O-STEP-NO                   PIC Z9.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  O-PROGRAM                   PIC X(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-MAX-RC                    PIC ZZZ9.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  O-ONCE-SW                   PIC X.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  O-START-TIME                PIC X(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-END-TIME                  PIC X(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  O-RC                        PIC ZZZ9.
           05  O-RC-X REDEFINES O-RC       PIC X(4).
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  O-RESULT-LIT                PIC X(30).
           05  FILLER                      PIC X(42)   VALUE SPACES.
       01  STREAM-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(15)
                                           VALUE 'STREAM STATUS: '.
           05  O-STREAM-MSG                PIC X(60).
           05  FILLER                      PIC X(47)   VALUE SPACES.
       01  BLANK-LINE.
           05  FILLER                      PIC X(132)  VALUE SPACES.
       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-APPLY-RERUN-REQUESTS.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM COL-HEADING1.
           SET STP-IDX TO 1.
           PERFORM L2-MAINLINE
               UNTIL STP-IDX > STEP-TABLE-CNT.
           PERFORM L3-CLOSING.
           IF C-STOP-SW = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       L2-INIT.
           MOVE FUNCTION current-date      TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           STRING CURRENT-YEAR CURRENT-MONTH CURRENT-DAY
               DELIMITED BY SIZE INTO C-RUN-DATE-CCYYMMDD.
           PERFORM L2-LOAD-JOB-CONTROL.
           OPEN EXTEND STEP-LOG.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-HEADINGS.
      *****************************************************************
      *    A STEP WITH NO CONTROL RECORD HAS NEVER RUN.  A CONTROL
      *    RECORD FOR A PROGRAM NO LONGER IN THE STREAM IS DROPPED
      *    THE NEXT TIME THE FILE IS REWRITTEN.
      *****************************************************************
       L2-LOAD-JOB-CONTROL.
           SET JWS-IDX TO 1.
           PERFORM L3-CLEAR-JOB-CONTROL
               UNTIL JWS-IDX > STEP-TABLE-CNT.
           OPEN INPUT JOB-CONTROL.
           READ JOB-CONTROL
               AT END
                   MOVE 'T' TO JOB-CONTROL-EOF.
           PERFORM L3-BUILD-JOB-CONTROL
               UNTIL JOB-CONTROL-EOF = 'T'.
           CLOSE JOB-CONTROL.
       L3-CLEAR-JOB-CONTROL.
           MOVE SPACES TO JWS-LAST-RUN-DATE (JWS-IDX).
           MOVE ZEROS  TO JWS-LAST-START-TIME (JWS-IDX).
           MOVE ZEROS  TO JWS-LAST-END-TIME (JWS-IDX).
           MOVE 0      TO JWS-LAST-RC (JWS-IDX).
           MOVE SPACE  TO JWS-LAST-STATUS (JWS-IDX).
           SET JWS-IDX UP BY 1.
       L3-BUILD-JOB-CONTROL.
           MOVE JCT-PROGRAM TO C-FIND-PROGRAM.
           PERFORM L3-FIND-STEP.
           IF C-FOUND-SW = 'Y'
               SET JWS-IDX TO STP-IDX
               MOVE JCT-LAST-RUN-DATE
                   TO JWS-LAST-RUN-DATE (JWS-IDX)
               MOVE JCT-LAST-START-TIME
                   TO JWS-LAST-START-TIME (JWS-IDX)
               MOVE JCT-LAST-END-TIME
                   TO JWS-LAST-END-TIME (JWS-IDX)
               MOVE JCT-LAST-RC     TO JWS-LAST-RC (JWS-IDX)
               MOVE JCT-LAST-STATUS TO JWS-LAST-STATUS (JWS-IDX)
           END-IF.
           READ JOB-CONTROL
               AT END
                   MOVE 'T' TO JOB-CONTROL-EOF.
       L3-FIND-STEP.
           MOVE 'N' TO C-FOUND-SW.
           SET STP-IDX TO 1.
           PERFORM L3-SEARCH-STEP
               UNTIL STP-IDX > STEP-TABLE-CNT
                   OR C-FOUND-SW = 'Y'.
       L3-SEARCH-STEP.
           IF C-FIND-PROGRAM = STP-PROGRAM (STP-IDX)
               MOVE 'Y' TO C-FOUND-SW
           ELSE
               SET STP-IDX UP BY 1
           END-IF.
      *****************************************************************
      *    OPERATOR RERUN REQUESTS.  A STEP THAT COMPLETED TONIGHT IS
      *    MARKED NOT RUN SO THE STREAM PICKS IT UP AGAIN - UNLESS IT
      *    IS A ONCE-A-NIGHT STEP, WHICH REFUSES.
      *****************************************************************
       L2-APPLY-RERUN-REQUESTS.
           OPEN INPUT RERUN-REQUEST-FILE.
           READ RERUN-REQUEST-FILE
               AT END
                   MOVE 'T' TO RERUN-REQUEST-EOF.
           PERFORM L3-APPLY-RERUN
               UNTIL RERUN-REQUEST-EOF = 'T'.
           CLOSE RERUN-REQUEST-FILE.
           IF C-RERUN-CNT > 0
               OPEN OUTPUT RERUN-REQUEST-FILE
               CLOSE RERUN-REQUEST-FILE
               PERFORM L3-REWRITE-JOB-CONTROL
           END-IF.
       L3-APPLY-RERUN.
           IF RRQ-PROGRAM NOT = SPACES
               COMPUTE C-RERUN-CNT = C-RERUN-CNT + 1
               MOVE RRQ-PROGRAM TO C-FIND-PROGRAM
               PERFORM L3-FIND-STEP
               IF C-FOUND-SW = 'N'
                   MOVE 'REJECTED - NOT A STREAM STEP'
                       TO O-RR-RESULT
               ELSE
                   SET JWS-IDX TO STP-IDX
                   IF JWS-LAST-RUN-DATE (JWS-IDX)
                           NOT = C-RUN-DATE-CCYYMMDD
                           OR JWS-LAST-STATUS (JWS-IDX) NOT = 'C'
                       MOVE 'NOT YET RUN - RUNS IN STREAM'
                           TO O-RR-RESULT
                   ELSE
                       IF STP-ONCE-SW (STP-IDX) = 'Y'
                           MOVE 'REFUSED - ONCE A NIGHT STEP'
                               TO O-RR-RESULT
                       ELSE
                           MOVE SPACES
                               TO JWS-LAST-RUN-DATE (JWS-IDX)
                           MOVE 'ACCEPTED - STEP WILL RERUN'
                               TO O-RR-RESULT
                       END-IF
                   END-IF
               END-IF
               MOVE RRQ-PROGRAM TO O-RR-PROGRAM
               WRITE PRTLINE FROM RERUN-LINE
           END-IF.
           READ RERUN-REQUEST-FILE
               AT END
                   MOVE 'T' TO RERUN-REQUEST-EOF.
      *****************************************************************
      *    ONE STEP.  ONCE THE STREAM HAS STOPPED NO LATER STEP RUNS;
      *    A STEP ALREADY COMPLETED TONIGHT IS SKIPPED AND SHOWS THE
      *    TIMES AND RETURN CODE OF THE RUN THAT COMPLETED IT.
      *****************************************************************
       L2-MAINLINE.
           SET JWS-IDX TO STP-IDX.
           MOVE ZEROS  TO C-START-TIME.
           MOVE ZEROS  TO C-END-TIME.
           MOVE 0      TO C-STEP-RC.
           IF C-STOP-SW = 'Y'
               MOVE 'NOT RUN - STREAM STOPPED' TO C-RESULT-LIT
           ELSE
               IF JWS-LAST-RUN-DATE (JWS-IDX) = C-RUN-DATE-CCYYMMDD
                       AND JWS-LAST-STATUS (JWS-IDX) = 'C'
                   MOVE JWS-LAST-START-TIME (JWS-IDX) TO C-START-TIME
                   MOVE JWS-LAST-END-TIME (JWS-IDX)   TO C-END-TIME
                   MOVE JWS-LAST-RC (JWS-IDX)         TO C-STEP-RC
                   MOVE 'SKIPPED - COMPLETED TONIGHT' TO C-RESULT-LIT
               ELSE
                   PERFORM L3-RUN-STEP
               END-IF
           END-IF.
           PERFORM L3-LOG-STEP.
           SET STP-IDX UP BY 1.
       L3-RUN-STEP.
           COMPUTE C-STEPS-RUN = C-STEPS-RUN + 1.
           MOVE SPACES TO C-COMMAND.
           STRING 'C:\COBOL\' DELIMITED BY SIZE
               STP-PROGRAM (STP-IDX) DELIMITED BY SPACE
               '.EXE' DELIMITED BY SIZE
               INTO C-COMMAND.
           MOVE FUNCTION current-date TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-TIME (1:6) TO C-START-TIME.
           DISPLAY 'CBLRA25 STEP ' STP-PROGRAM (STP-IDX) ' STARTED'.
           CALL 'SYSTEM' USING C-COMMAND.
           MOVE RETURN-CODE TO C-CALL-RC.
           MOVE FUNCTION current-date TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-TIME (1:6) TO C-END-TIME.
           IF C-CALL-RC < 0 OR C-CALL-RC > 9999
               MOVE 9999 TO C-STEP-RC
           ELSE
               MOVE C-CALL-RC TO C-STEP-RC
           END-IF.
           DISPLAY 'CBLRA25 STEP ' STP-PROGRAM (STP-IDX)
               ' ENDED RC ' C-STEP-RC.
           IF C-STEP-RC > STP-MAX-RC (STP-IDX)
               MOVE 'FAILED - RC OVER ALLOWED' TO C-RESULT-LIT
               MOVE 'F' TO JWS-LAST-STATUS (JWS-IDX)
               MOVE 'Y' TO C-STOP-SW
               MOVE STP-PROGRAM (STP-IDX) TO C-STOP-PROGRAM
           ELSE
               MOVE 'COMPLETED' TO C-RESULT-LIT
               MOVE 'C' TO JWS-LAST-STATUS (JWS-IDX)
           END-IF.
           MOVE C-RUN-DATE-CCYYMMDD TO JWS-LAST-RUN-DATE (JWS-IDX).
           MOVE C-START-TIME        TO JWS-LAST-START-TIME (JWS-IDX).
           MOVE C-END-TIME          TO JWS-LAST-END-TIME (JWS-IDX).
           MOVE C-STEP-RC           TO JWS-LAST-RC (JWS-IDX).
           PERFORM L3-REWRITE-JOB-CONTROL.
       L3-LOG-STEP.
           MOVE C-RUN-DATE-CCYYMMDD    TO JLG-RUN-DATE.
           SET JLG-STEP-NO             TO STP-IDX.
           MOVE STP-PROGRAM (STP-IDX)  TO JLG-PROGRAM.
           MOVE C-START-TIME           TO JLG-START-TIME.
           MOVE C-END-TIME             TO JLG-END-TIME.
           MOVE C-STEP-RC              TO JLG-RC.
           MOVE STP-MAX-RC (STP-IDX)   TO JLG-MAX-RC.
           MOVE C-RESULT-LIT           TO JLG-RESULT.
           WRITE JLG-REC.
           SET O-STEP-NO               TO STP-IDX.
           MOVE STP-PROGRAM (STP-IDX)  TO O-PROGRAM.
           MOVE STP-MAX-RC (STP-IDX)   TO O-MAX-RC.
           MOVE STP-ONCE-SW (STP-IDX)  TO O-ONCE-SW.
           IF C-RESULT-LIT (1:7) = 'NOT RUN'
               MOVE SPACES TO O-START-TIME
               MOVE SPACES TO O-END-TIME
               MOVE SPACES TO O-RC-X
           ELSE
               MOVE C-START-TIME TO C-TIME-IN
               PERFORM L3-FORMAT-TIME
               MOVE C-TIME-OUT   TO O-START-TIME
               MOVE C-END-TIME   TO C-TIME-IN
               PERFORM L3-FORMAT-TIME
               MOVE C-TIME-OUT   TO O-END-TIME
               MOVE C-STEP-RC    TO O-RC
           END-IF.
           MOVE C-RESULT-LIT TO O-RESULT-LIT.
           WRITE PRTLINE FROM DETAIL-LINE.
           MOVE SPACES TO C-RESULT-LIT.
       L3-FORMAT-TIME.
           MOVE SPACES TO C-TIME-OUT.
           STRING C-TIME-IN (1:2) ':' C-TIME-IN (3:2) ':'
               C-TIME-IN (5:2) DELIMITED BY SIZE INTO C-TIME-OUT.
       L3-REWRITE-JOB-CONTROL.
           OPEN OUTPUT JOB-CONTROL.
           SET JWS-IDX TO 1.
           PERFORM L3-REWRITE-JOB-CONTROL-REC
               UNTIL JWS-IDX > STEP-TABLE-CNT.
           CLOSE JOB-CONTROL.
       L3-REWRITE-JOB-CONTROL-REC.
           SET STP-IDX2 TO JWS-IDX.
           MOVE STP-PROGRAM (STP-IDX2)         TO JCT-PROGRAM.
           MOVE JWS-LAST-RUN-DATE (JWS-IDX)    TO JCT-LAST-RUN-DATE.
           MOVE JWS-LAST-START-TIME (JWS-IDX)  TO JCT-LAST-START-TIME.
           MOVE JWS-LAST-END-TIME (JWS-IDX)    TO JCT-LAST-END-TIME.
           MOVE JWS-LAST-RC (JWS-IDX)          TO JCT-LAST-RC.
           MOVE JWS-LAST-STATUS (JWS-IDX)      TO JCT-LAST-STATUS.
           WRITE JCT-REC.
           SET JWS-IDX UP BY 1.
       L4-HEADINGS.
           COMPUTE H1-PAGE = H1-PAGE + 1.
           WRITE PRTLINE FROM HEADING1.
       L3-CLOSING.
           MOVE SPACES TO O-STREAM-MSG.
           IF C-STOP-SW = 'Y'
               STRING 'STOPPED AT ' DELIMITED BY SIZE
                   C-STOP-PROGRAM DELIMITED BY SPACE
                   ' - RESUBMIT TO RESTART FROM THIS STEP'
                   DELIMITED BY SIZE INTO O-STREAM-MSG
           ELSE
               IF C-STEPS-RUN = 0
                   MOVE 'ALREADY COMPLETE TONIGHT - NO STEP RUN'
                       TO O-STREAM-MSG
               ELSE
                   MOVE 'COMPLETE' TO O-STREAM-MSG
               END-IF
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM STREAM-LINE.
           CLOSE STEP-LOG.
           CLOSE PRTOUT.
