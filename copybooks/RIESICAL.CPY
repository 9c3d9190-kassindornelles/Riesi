      *****************************************************************
      *    RIESICAL - BUSINESS CALENDAR RECORD LAYOUT (CALFILE)
      *    COPY RIESICAL REPLACING ==:PREFIX:== BY ==<field-prefix>==.
      *    ONE RECORD PER NON-PROCESSING DAY, KEYED BY THE DATE
      *    (YYYYMMDD): TYPE H = HOLIDAY, S = PLANT SHUTDOWN. WEEKENDS
      *    ARE NOT IMPLIED - THE PLANT RUNS SOME SATURDAYS - SO ANY
      *    NON-PROCESSING WEEKEND DAY NEEDS ITS OWN RECORD. RIESIADM
      *    ADDS AND REMOVES DAYS; RIESI LOADS THE WHOLE FILE.
      *****************************************************************
           05 :PREFIX:-DATE                  PIC X(8).
           05 :PREFIX:-TYPE                  PIC X.
               88 :PREFIX:-HOLIDAY           VALUE "H".
               88 :PREFIX:-SHUTDOWN          VALUE "S".
           05 :PREFIX:-DESC                  PIC X(30).
