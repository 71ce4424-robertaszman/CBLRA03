      *****************************************************************
      *    CBLRCM01 - MANUFACTURER RECALL CAMPAIGN RECORD, ONE
      *    RECORD PER CAMPAIGN THE BUILDER ISSUES.  THE CAMPAIGN
      *    NAMES THE HULLS IT COVERS EITHER AS A RANGE (RCM-HIN-LOW
      *    THROUGH RCM-HIN-HIGH, BOTH ENDS INCLUSIVE) OR, WHEN
      *    RCM-PREFIX-LEN IS NOT ZERO, AS EVERY HIN WHOSE FIRST
      *    RCM-PREFIX-LEN CHARACTERS MATCH RCM-HIN-LOW (RCM-HIN-HIGH
      *    IS IGNORED).  A SPACE BOAT TYPE MATCHES ANY BOAT TYPE.
      *    THE RECALL RUN (CBLRA21) MATCHES EACH CAMPAIGN AGAINST
      *    THE BOAT UNIT MASTER (CBLUNT01).
      *****************************************************************
       01  RCM-REC.
           05  RCM-CAMPAIGN-NUMBER          PIC 9(6).
           05  RCM-HIN-LOW                  PIC X(12).
           05  RCM-HIN-HIGH                 PIC X(12).
           05  RCM-PREFIX-LEN               PIC 9(2).
           05  RCM-BOAT-TYPE                PIC X.
           05  RCM-DESCRIPTION              PIC X(40).
