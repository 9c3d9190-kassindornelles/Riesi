      *****************************************************************
      *    RIESIXST - EXTRACT STATUS RECORD LAYOUT (EXTSTAT)
      *    COPY RIESIXST REPLACING ==:PREFIX:== BY ==<field-prefix>==.
      *    ONE RECORD PER EXTROUT GENERATION CUT, PER DESTINATION.
      *    RIESIXTR APPENDS IT WITH STATUS C (CUT, AWAITING
      *    ACKNOWLEDGMENT) AND RIESIACK FLIPS IT TO A ONCE THE
      *    DESTINATION HAS ACKNOWLEDGED EVERY RECORD OF THE
      *    GENERATION. DEST IS THE ROUTETBL DESTINATION NAME (SEE
      *    RIESIRTE); SPACES ON A GENERATION CUT BEFORE ROUTING
      *    EXISTED MEAN BILLING. THE ACCEPT/FAIL COUNTS
      *    ACCUMULATE ACROSS ACKNOWLEDGMENT RUNS - A DESTINATION MAY
      *    RESPOND TO ONE GENERATION IN PIECES.
      *****************************************************************
           05 :PREFIX:-RUN-ID                PIC X(16).
           05 :PREFIX:-ACK-DATE              PIC X(8).
           05 :PREFIX:-ACCEPT-COUNT          PIC 9(7).
           05 :PREFIX:-FAIL-COUNT            PIC 9(7).
           05 :PREFIX:-DEST                  PIC X(8).
