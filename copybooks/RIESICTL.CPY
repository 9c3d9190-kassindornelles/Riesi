      *        RIESI     1 ACCEPTED TRAILER DETAILS  2 MATCHED
      *                  3 REJECTED  4 DUPS SUPPRESSED  5 BYPASSED
      *                  6 SKIPPED (DETAILS IN REJECTED BATCHES)
      *        RIESIXTR  1 MATCHOUT RECORDS READ  2 ROUTED
      *                  3 ROUTED NOWHERE  4 EXTRA COPIES (MATCHES
      *                  SENT TO MORE THAN ONE DESTINATION)
      *                  5 DETAILS WRITTEN, ALL DESTINATIONS
      *        RIESIXTD  ONE PER DESTINATION, RUN ID = ITS GENERATION
      *                  1 DETAILS WRITTEN (T-RECORD COUNT)  2 SLOT
      *        RIESIRWL  1 REJECTOUT RECORDS READ
      *                  2 REJWORK WORKLIST ENTRIES LOADED
      *        RIESIRCY  1 OPEN WORKLIST ENTRIES READ  2 RECYCLED
      *                  3 ON SUSPENSE  4 LEFT OPEN ON THE WORKLIST
      *    UNUSED COUNTERS ARE ZERO.
      *****************************************************************
           05 :PREFIX:-PGM                   PIC X(8).
