      *    RIESIUSR - OPERATOR AUTHORIZATION RECORD LAYOUT (USERAUTH)
      *    COPY RIESIUSR REPLACING ==:PREFIX:== BY ==<field-prefix>==.
      *    KEYED BY THE 8-BYTE CICS USER ID. EACH FLAG IS Y OR N:
      *    BROWSE-ONLY USERS CARRY Y AND THE REST N. A USER WITH NO
      *    RECORD ON THE FILE MAY DO NOTHING - THE MAINTENANCE
      *    TRANSACTIONS CHECK THE VERB OF EVERY COMMAND BEFORE
      *    STAGING OR APPLYING ANYTHING. CORR-AUTH LETS THE USER
      *    CORRECT OR WRITE OFF REJECTS IN THE RIESICOR TRANSACTION
      *    (BROWSE-AUTH COVERS LISTING AND CHECKING THEM). IN THE
      *    RIESIADM ADMINISTRATION TRANSACTION SRC-AUTH LETS THE USER
      *    REGISTER, SUSPEND, REACTIVATE AND CHANGE SOURCES ON
      *    SRCMASTR, SEQ-AUTH RESET A SOURCE'S BATCHSEQ SEQUENCE AND
      *    CAL-AUTH ADD AND REMOVE CALFILE DAYS (BROWSE-AUTH COVERS
      *    DISPLAYING THEM).
      *****************************************************************
           05 :PREFIX:-USER-ID               PIC X(8).
           05 :PREFIX:-BROWSE-AUTH           PIC X.
           05 :PREFIX:-ADD-AUTH              PIC X.
           05 :PREFIX:-DEACT-AUTH            PIC X.
           05 :PREFIX:-CORR-AUTH             PIC X.
           05 :PREFIX:-SRC-AUTH              PIC X.
           05 :PREFIX:-SEQ-AUTH              PIC X.
           05 :PREFIX:-CAL-AUTH              PIC X.
