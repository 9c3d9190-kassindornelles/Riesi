      *****************************************************************
      *    RIESIDEP - PIPELINE STEP DEPENDENCY TABLE
      *    COPY RIESIDEP REPLACING ==:PREFIX:== BY ==<field-prefix>==.
      *    USED BY RIESIRCK TO GUARD EACH STEP AND BY RIESICYC TO
      *    REPORT THE CYCLE. ONE ENTRY PER PIPELINE PROGRAM, IN
      *    CYCLE ORDER:
      *        MAX-RC    THE HIGHEST RETURN CODE AT WHICH THE RUN STILL
      *                  COUNTS AS COMPLETED SUCCESSFULLY - ABOVE IT
      *                  THE STEP HAS FAILED AND ITS SUCCESSORS WAIT
      *        PRED      UP TO FOUR STEPS THAT MUST HAVE COMPLETED
      *                  SUCCESSFULLY IN THE SAME CYCLE FIRST
      *        CONFLICT  A STEP THAT MUST NOT BE RUNNING (STARTED AND
      *                  NOT ENDED, IN ANY CYCLE) AT THE SAME TIME -
      *                  RIESIAPG REPLACES THE AUDITLOG RIESI APPENDS
      *                  TO, SO EACH GUARDS AGAINST THE OTHER
      *    ADD A STEP BY ADDING ITS TWO FILLERS AND RAISING BOTH THE
      *    COUNT AND THE OCCURS.
      *****************************************************************
           05 :PREFIX:-COUNT                 PIC 9(2) VALUE 15.
           05 :PREFIX:-VALUES.
               10 FILLER PIC X(10) VALUE "RIESI   08".
               10 FILLER PIC X(40)
                   VALUE "                                RIESIAPG".
               10 FILLER PIC X(10) VALUE "RIESIQIN04".
               10 FILLER PIC X(40) VALUE "RIESI".
               10 FILLER PIC X(10) VALUE "RIESIQRP04".
               10 FILLER PIC X(40) VALUE "RIESI".
               10 FILLER PIC X(10) VALUE "RIESIRWL04".
               10 FILLER PIC X(40) VALUE "RIESI".
               10 FILLER PIC X(10) VALUE "RIESIVOL04".
               10 FILLER PIC X(40) VALUE "RIESI".
               10 FILLER PIC X(10) VALUE "RIESIXTR04".
               10 FILLER PIC X(40) VALUE "RIESI   RIESIVOL".
               10 FILLER PIC X(10) VALUE "RIESIRCY04".
               10 FILLER PIC X(40) VALUE "RIESIRWL".
               10 FILLER PIC X(10) VALUE "RIESIMFR04".
               10 FILLER PIC X(40) VALUE "RIESI".
               10 FILLER PIC X(10) VALUE "RIESIACK08".
               10 FILLER PIC X(40) VALUE "RIESIXTR".
               10 FILLER PIC X(10) VALUE "RIESIRCN08".
               10 FILLER PIC X(40) VALUE "RIESIXTRRIESIRCY".
               10 FILLER PIC X(10) VALUE "RIESIRPT04".
               10 FILLER PIC X(40) VALUE "RIESI".
               10 FILLER PIC X(10) VALUE "RIESILBD04".
               10 FILLER PIC X(40) VALUE "RIESIACKRIESIRCY".
               10 FILLER PIC X(10) VALUE "RIESIAPG04".
               10 FILLER PIC X(40)
                   VALUE "RIESILBDRIESIRPT                RIESI".
               10 FILLER PIC X(10) VALUE "RIESIHST04".
               10 FILLER PIC X(40) VALUE SPACES.
               10 FILLER PIC X(10) VALUE "RIESIPUB04".
               10 FILLER PIC X(40) VALUE "RIESIHST".
           05 :PREFIX:-TABLE REDEFINES :PREFIX:-VALUES.
               10 :PREFIX:-ENTRY OCCURS 15 TIMES.
                   15 :PREFIX:-PGM           PIC X(8).
                   15 :PREFIX:-MAX-RC        PIC 9(2).
                   15 :PREFIX:-PRED          PIC X(8) OCCURS 4 TIMES.
                   15 :PREFIX:-CONFLICT      PIC X(8).
