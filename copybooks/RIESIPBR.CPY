      *****************************************************************
      *    RIESIPBR - CODE BOOK PUBLICATION RECORD LAYOUT (PUBOUT)
      *    COPY RIESIPBR REPLACING ==:PREFIX:== BY ==<field-prefix>==.
      *    WRITTEN BY RIESIPUB, ONE GENERATION PER PUBLICATION. AN H
      *    RECORD CARRIES THE PUBLICATION SEQUENCE NUMBER AND THE ONE
      *    BEFORE IT, SO A RECEIVER WHOSE LAST APPLIED SEQUENCE IS NOT
      *    PREV-SEQ HAS MISSED A DELTA AND SHOULD ASK FOR A FULL
      *    REFRESH. TYPE F IS A FULL SNAPSHOT (EVERY VALCODES RECORD,
      *    ACTIVE OR NOT, ACTION FULL) THAT REPLACES THE RECEIVER'S
      *    COPY; TYPE D IS A DELTA OF ADD, CHG AND DEACT RECORDS IN
      *    THE ORDER THE CHANGES WERE MADE, EACH WITH THE CODE AS IT
      *    STOOD AFTER THE CHANGE AND THE DATE/TIME IT WAS MADE. THE
      *    T RECORD REPEATS THE SEQUENCE AND COUNTS THE D RECORDS.
      *****************************************************************
           05 :PREFIX:-RECORD-TYPE           PIC X.
               88 :PREFIX:-HEADER            VALUE "H".
               88 :PREFIX:-DETAIL            VALUE "D".
               88 :PREFIX:-TRAILER           VALUE "T".
           05 :PREFIX:-DETAIL-DATA.
               10 :PREFIX:-ACTION            PIC X(5).
               10 :PREFIX:-CODE-IMAGE        PIC X(105).
               10 :PREFIX:-CHANGE-DATE       PIC X(8).
               10 :PREFIX:-CHANGE-TIME       PIC X(8).
               10 FILLER                     PIC X(3).
           05 :PREFIX:-HEADER-DATA REDEFINES :PREFIX:-DETAIL-DATA.
               10 :PREFIX:-HDR-VERSION       PIC X(2).
               10 :PREFIX:-HDR-SEQ           PIC 9(7).
               10 :PREFIX:-HDR-PREV-SEQ      PIC 9(7).
               10 :PREFIX:-HDR-TYPE          PIC X.
                   88 :PREFIX:-HDR-FULL      VALUE "F".
                   88 :PREFIX:-HDR-DELTA     VALUE "D".
               10 :PREFIX:-HDR-RUN-ID        PIC X(16).
               10 :PREFIX:-HDR-PUB-DATE      PIC X(8).
               10 FILLER                     PIC X(88).
           05 :PREFIX:-TRAILER-DATA REDEFINES :PREFIX:-DETAIL-DATA.
               10 :PREFIX:-TRL-SEQ           PIC 9(7).
               10 :PREFIX:-TRL-RECORD-COUNT  PIC 9(7).
               10 FILLER                     PIC X(115).
