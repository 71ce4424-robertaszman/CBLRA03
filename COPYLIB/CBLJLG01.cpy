      *****************************************************************
      *    CBLJLG01 - NIGHTLY JOB-STREAM STEP LOG RECORD.  THE STREAM
      *    DRIVER (CBLRA25) APPENDS ONE RECORD FOR EVERY STEP OF
      *    EVERY SUBMISSION - RUN, SKIPPED AS ALREADY DONE TONIGHT,
      *    OR NOT REACHED - SO THE LOG IS A COMPLETE HISTORY OF THE
      *    NIGHTLY STREAM.  START AND END TIMES ARE HHMMSS AND ARE
      *    ZERO FOR A STEP THAT WAS NOT RUN; JLG-RC IS THE STEP'S
      *    RETURN CODE (9999 WHEN THE STEP COULD NOT BE STARTED).
      *****************************************************************
       01  JLG-REC.
           05  JLG-RUN-DATE                PIC X(8).
           05  JLG-STEP-NO                 PIC 99.
           05  JLG-PROGRAM                 PIC X(8).
           05  JLG-START-TIME              PIC X(6).
           05  JLG-END-TIME                PIC X(6).
           05  JLG-RC                      PIC 9(4).
           05  JLG-MAX-RC                  PIC 9(4).
           05  JLG-RESULT                  PIC X(30).
