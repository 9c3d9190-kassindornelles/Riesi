      *****************************************************************
      *    RIESIBSQ - BATCH SEQUENCE RECORD LAYOUT (BATCHSEQ)
      *    COPY RIESIBSQ REPLACING ==:PREFIX:== BY ==<field-prefix>==.
      *    KEYED BY SOURCE SYSTEM. LAST-SEQ IS THE LAST BATCH
      *    SEQUENCE RIESI ACCEPTED FROM THE SOURCE - THE NEXT
      *    TRANSMISSION MUST CARRY LAST-SEQ + 1. RIESI ADDS THE ENTRY
      *    ON A SOURCE'S FIRST BATCH AND UPDATES IT AS BATCHES
      *    VERIFY; RIESIADM RESETS IT WHEN A SOURCE RESTARTS ITS
      *    NUMBERING. RIESIQRP AND RIESIRCY ONLY READ IT.
      *****************************************************************
           05 :PREFIX:-SOURCE-SYSTEM         PIC X(8).
           05 :PREFIX:-LAST-SEQ              PIC 9(5).
