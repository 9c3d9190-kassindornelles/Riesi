      *****************************************************************
      *    RIESIRCR - PIPELINE RUN-CONTROL REGISTER RECORD (RUNCTL)
      *    COPY RIESIRCR REPLACING ==:PREFIX:== BY ==<field-prefix>==.
      *    ONE RECORD PER PIPELINE PROGRAM, KEYED BY PROGRAM NAME,
      *    HOLDING ITS LATEST RUN. RIESIRCK WRITES IT AT START OF RUN
      *    (STATUS S, RETURN CODE AND COUNTS ZERO) AND REWRITES IT AT
      *    END OF RUN (STATUS E WITH THE RETURN CODE AND COUNTS). A
      *    RUN THAT STOPS ON A FILE ERROR OR ABENDS NEVER REACHES ITS
      *    END CALL AND STAYS AT S. FORCED IS Y WHEN THE RUN WAS
      *    STARTED UNDER AN RCKPARM OPERATOR OVERRIDE. COUNTER
      *    MEANING BY PROGRAM:
      *        RIESI     1 RECORDS READ  2 MATCHED  3 REJECTED
      *                  4 FAILED BATCHES
      *        RIESIQIN  1 BATCHES HELD  2 RECORDS HELD
      *        RIESIQRP  1 BATCHES RELEASED  2 DETAILS RELEASED
      *                  3 BATCHES STILL HELD
      *        RIESIRWL  1 REJECTS READ  2 WORKLIST ENTRIES LOADED
      *        RIESIVOL  1 BATCHES CHECKED  2 OUTSIDE BAND
      *                  3 SOURCES HELD  4 SOURCES RELEASED
      *        RIESIXTR  1 MATCHES READ  2 DETAILS WRITTEN
      *                  3 ROUTED NOWHERE  4 DESTINATIONS
      *        RIESIRCY  1 RECYCLED  2 ON SUSPENSE  3 LEFT OPEN
      *        RIESIMFR  1 SOURCES DUE  2 FEEDS MISSED
      *        RIESIACK  1 ACCEPTED  2 FAILED  3 UNKNOWN RUN ID
      *                  4 OVERDUE GENERATIONS
      *        RIESIRCN  1 BREAKS
      *        RIESIRPT  1 EVENTS READ  2 MATCHES  3 REJECTS
      *        RIESILBD  1 LINEAGE EVENTS WRITTEN
      *        RIESIAPG  1 EVENTS READ  2 ARCHIVED  3 RETAINED
      *        RIESIHST  1 DRAINED  2 QUEUED FOR PUBLICATION
      *                  3 DENIED ATTEMPTS REPORTED
      *        RIESIPUB  1 PUBLICATION SEQUENCE  2 RECORDS PUBLISHED
      *    UNUSED COUNTERS ARE ZERO.
      *****************************************************************
           05 :PREFIX:-PGM                   PIC X(8).
           05 :PREFIX:-CYCLE-DATE            PIC X(8).
           05 :PREFIX:-RUN-ID                PIC X(16).
           05 :PREFIX:-STATUS                PIC X.
               88 :PREFIX:-STARTED           VALUE "S".
               88 :PREFIX:-ENDED             VALUE "E".
           05 :PREFIX:-RC                    PIC 9(4).
           05 :PREFIX:-FORCED                PIC X.
               88 :PREFIX:-RUN-FORCED        VALUE "Y".
           05 :PREFIX:-END-DATE              PIC X(8).
           05 :PREFIX:-END-TIME              PIC X(8).
           05 :PREFIX:-COUNT-1               PIC 9(7).
           05 :PREFIX:-COUNT-2               PIC 9(7).
           05 :PREFIX:-COUNT-3               PIC 9(7).
           05 :PREFIX:-COUNT-4               PIC 9(7).
           05 FILLER                         PIC X(18).
