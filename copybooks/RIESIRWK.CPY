      *****************************************************************
      *    RIESIRWK - REJECT CORRECTION WORKLIST RECORD (REJWORK)
      *    COPY RIESIRWK REPLACING ==:PREFIX:== BY ==<field-prefix>==.
      *    KSDS KEYED BY WORK NUMBER. RIESIRWL LOADS ONE ENTRY PER
      *    REJECTOUT RECORD (STATUS P), THE RIESICOR TRANSACTION
      *    MARKS IT CORRECTED (C) OR WRITTEN OFF (W) AND STAMPS THE
      *    USER, DATE AND TIME, AND RIESIRCY CLOSES IT AS RECYCLED
      *    (R) OR SENT TO SUSPENSE (S). THE REJECT DATA GROUP IS
      *    BYTE FOR BYTE THE REJECTOUT RECORD AND IS NEVER CHANGED
      *    AFTER THE LOAD - A CORRECTION ONLY EVER FILLS IN THE
      *    CORR- FIELDS, SO THE ORIGINAL REJECT STAYS ON RECORD.
      *    A BLANK CORR-BATCH-DATE MEANS THE ORIGINAL BATCH DATE.
      *****************************************************************
           05 :PREFIX:-WORK-NO               PIC 9(9).
           05 :PREFIX:-LOAD-ID               PIC X(16).
           05 :PREFIX:-REJECT-DATA.
               10 :PREFIX:-CODE              PIC A(50).
               10 :PREFIX:-SOURCE-SYSTEM     PIC X(8).
               10 :PREFIX:-BATCH-DATE        PIC X(8).
               10 :PREFIX:-OPERATOR-ID       PIC X(8).
               10 :PREFIX:-RECYCLE-COUNT     PIC 9(2).
               10 :PREFIX:-REASON-CODE       PIC X(2).
               10 :PREFIX:-REASON-MSG        PIC X(20).
               10 :PREFIX:-SUGGESTION-COUNT  PIC 9.
               10 :PREFIX:-SUGGESTION        PIC A(50)
                                             OCCURS 3 TIMES.
           05 :PREFIX:-STATUS                PIC X.
               88 :PREFIX:-PENDING           VALUE "P".
               88 :PREFIX:-CORRECTED         VALUE "C".
               88 :PREFIX:-WRITTEN-OFF       VALUE "W".
               88 :PREFIX:-RECYCLED          VALUE "R".
               88 :PREFIX:-SUSPENDED         VALUE "S".
               88 :PREFIX:-STILL-OPEN        VALUE "P" "C" "W".
           05 :PREFIX:-CORR-CODE             PIC A(50).
           05 :PREFIX:-CORR-BATCH-DATE       PIC X(8).
           05 :PREFIX:-WOFF-NOTE             PIC X(30).
           05 :PREFIX:-ACTION-USER           PIC X(8).
           05 :PREFIX:-ACTION-DATE           PIC X(8).
           05 :PREFIX:-ACTION-TIME           PIC X(8).
           05 :PREFIX:-CLOSE-RUN-ID          PIC X(16).
           05 :PREFIX:-CLOSE-DATE            PIC X(8).
