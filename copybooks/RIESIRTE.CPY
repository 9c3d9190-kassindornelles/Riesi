      *****************************************************************
      *    RIESIRTE - EXTRACT ROUTING TABLE RECORD LAYOUT (ROUTETBL)
      *    COPY RIESIRTE REPLACING ==:PREFIX:== BY ==<field-prefix>==.
      *    READ BY RIESIXTR. TWO RECORD TYPES:
      *        D  A DESTINATION - ITS NAME AND THE EXTROUT SLOT (1-5)
      *           IT IS WRITTEN TO: SLOT 1 IS DD EXTROUT, SLOTS 2-5
      *           ARE DD EXTROUT2 - EXTROUT5, EACH ITS OWN GDG.
      *        R  A ROUTING RULE - MATCHED CODES OF THE CATEGORY
      *           (* = ANY CATEGORY), AND OF THE SOURCE SYSTEM IF ONE
      *           IS GIVEN, GO TO THE NAMED DESTINATION. EVERY RULE A
      *           CODE MATCHES IS APPLIED, SO A CODE CAN GO TO MORE
      *           THAN ONE DESTINATION (ONCE EACH).
      *    A MATCH NO RULE COVERS IS ROUTED NOWHERE AND IS ONLY
      *    COUNTED. WITH NO ROUTETBL AT ALL EVERY MATCH GOES TO
      *    BILLING ON SLOT 1, AS BEFORE ROUTING EXISTED.
      *****************************************************************
           05 :PREFIX:-RECORD-TYPE           PIC X.
               88 :PREFIX:-DESTINATION       VALUE "D".
               88 :PREFIX:-RULE              VALUE "R".
           05 :PREFIX:-DEST-DATA.
               10 :PREFIX:-DEST-NAME         PIC X(8).
               10 :PREFIX:-DEST-SLOT         PIC 9.
               10 :PREFIX:-DEST-DESC         PIC X(30).
               10 FILLER                     PIC X(40).
           05 :PREFIX:-RULE-DATA REDEFINES :PREFIX:-DEST-DATA.
               10 :PREFIX:-RULE-CATEGORY     PIC X(8).
               10 :PREFIX:-RULE-SOURCE       PIC X(8).
               10 :PREFIX:-RULE-DEST-NAME    PIC X(8).
               10 FILLER                     PIC X(55).
