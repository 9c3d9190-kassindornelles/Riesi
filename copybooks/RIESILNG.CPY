      *****************************************************************
      *    RIESILNG - CODE LINEAGE EVENT RECORD LAYOUT (LINEAGE)
      *    COPY RIESILNG REPLACING ==:PREFIX:== BY ==<field-prefix>==.
      *    KSDS KEYED BY CODE, EVENT TIMESTAMP (YYYYMMDDHHMMSSCC)
      *    AND A SEQUENCE THAT SEPARATES EVENTS FOR THE SAME CODE AT
      *    THE SAME TIMESTAMP, SO ONE BROWSE FROM CODE + LOW-VALUES
      *    RETURNS THE CODE'S WHOLE HISTORY IN TIME ORDER. BUILT BY
      *    RIESILBD AND READ BY RIESILTR (BATCH) AND RIESITRC
      *    (ONLINE). EVENT TYPES AND WHERE THEY COME FROM:
      *        VALIDATE  AUDITLOG - RESULT MATCH/NO MATCH, REASON
      *        QUARANT   QUARFILE - THE TRANSMISSION WAS QUARANTINED
      *        CORRECT   REJWORK  - CORRECTED ONLINE (DETAIL = NEW
      *                             CODE, USER = WHO)
      *        WRITEOFF  REJWORK  - WRITTEN OFF ONLINE
      *        RECYCLE   REJWORK  - RECYCLED BY RIESIRCY, WITH THE
      *                             RECYCLE COUNT IT WENT OUT WITH
      *        SUSPENSE  REJWORK  - SENT TO SUSPENSE BY RIESIRCY
      *        EXTRACT   EXTRHIST - CUT INTO THE EXTROUT GENERATION
      *                             WHOSE RUN ID IS IN RUN-ID (DETAIL
      *                             NAMES THE DESTINATION)
      *        BILLACC   EXTSTAT  - GENERATION ACKNOWLEDGED BY ITS
      *                             DESTINATION WITH NO FAILURE FOR
      *                             THIS CODE
      *        BILLFAIL  BILLREJ  - FAILED ON ACKNOWLEDGMENT
      *****************************************************************
           05 :PREFIX:-KEY.
               10 :PREFIX:-CODE              PIC A(50).
               10 :PREFIX:-EVENT-STAMP       PIC X(16).
               10 :PREFIX:-EVENT-SEQ         PIC 9(3).
           05 :PREFIX:-EVENT-DATA.
               10 :PREFIX:-EVENT-TYPE        PIC X(8).
               10 :PREFIX:-RUN-ID            PIC X(16).
               10 :PREFIX:-SOURCE-SYSTEM     PIC X(8).
               10 :PREFIX:-BATCH-DATE        PIC X(8).
               10 :PREFIX:-RESULT            PIC X(8).
               10 :PREFIX:-REASON-CODE       PIC X(2).
               10 :PREFIX:-RECYCLE-COUNT     PIC 9(2).
               10 :PREFIX:-USER-ID           PIC X(8).
               10 :PREFIX:-DETAIL            PIC X(60).
