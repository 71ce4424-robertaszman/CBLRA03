      *****************************************************************
      *    CBLJCT01 - NIGHTLY JOB-STREAM CONTROL RECORD.  ONE RECORD
      *    PER STREAM STEP, REWRITTEN BY THE STREAM DRIVER (CBLRA25)
      *    AFTER EVERY STEP IT RUNS, SO THE FILE ALWAYS SHOWS HOW FAR
      *    TONIGHT'S STREAM GOT EVEN IF THE DRIVER ITSELF IS
      *    CANCELLED.  JCT-LAST-STATUS IS 'C' WHEN THE STEP ENDED
      *    WITHIN ITS ALLOWED RETURN CODE AND 'F' WHEN IT DID NOT.
      *    A STEP WITH JCT-LAST-RUN-DATE EQUAL TO TODAY AND STATUS
      *    'C' HAS RUN TONIGHT AND IS NOT RUN AGAIN ON RESUBMISSION,
      *    SO THE STREAM RESUMES AT THE STEP THAT FAILED.  TIMES ARE
      *    HHMMSS.
      *****************************************************************
       01  JCT-REC.
           05  JCT-PROGRAM                 PIC X(8).
           05  JCT-LAST-RUN-DATE           PIC X(8).
           05  JCT-LAST-START-TIME         PIC X(6).
           05  JCT-LAST-END-TIME           PIC X(6).
           05  JCT-LAST-RC                 PIC 9(4).
           05  JCT-LAST-STATUS             PIC X.
