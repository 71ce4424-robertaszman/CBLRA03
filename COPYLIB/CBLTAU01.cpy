      *****************************************************************
      *    CBLTAU01 - RATE TABLE MAINTENANCE AUDIT RECORD, ONE RECORD
      *    PER CHANGE APPLIED TO THE STATE TAX TABLE (CBLTAXRT.DAT),
      *    THE PRICING TABLE (CBLPRICE.DAT) OR THE SALESPERSON MASTER
      *    (CBLSLSMS.DAT).  THE TABLE MAINTENANCE PROGRAM (CBLRA24)
      *    APPENDS TO THIS FILE AND NEVER REWRITES IT, SO IT IS THE
      *    PERMANENT RECORD OF WHO CHANGED WHICH RATE AND WHEN.
      *    TAU-TABLE:  'T' = TAX, 'P' = PRICE, 'S' = SALESPERSON.
      *    TAU-ACTION: 'A' = ADDED, 'C' = CHANGED, 'E' = EXPIRED.
      *    TAU-BEFORE AND TAU-AFTER ARE THE TABLE RECORD IMAGES
      *    (CBLTAX01 / CBLPRC01 / CBLSLS01) BEFORE AND AFTER THE
      *    CHANGE - SPACES FOR THE BEFORE OF AN ADD AND THE AFTER OF
      *    AN EXPIRE.
      *****************************************************************
       01  TAU-REC.
           05  TAU-RUN-DATE                 PIC X(8).
           05  TAU-RUN-TIME                 PIC X(6).
           05  TAU-USER-ID                  PIC X(8).
           05  TAU-TABLE                    PIC X.
           05  TAU-ACTION                   PIC X.
           05  TAU-BEFORE                   PIC X(38).
           05  TAU-AFTER                    PIC X(38).
