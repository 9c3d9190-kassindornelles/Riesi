      *****************************************************************
      *    RIESIXTR - OUTBOUND INTERFACE EXTRACT OF MATCHED CODES
      *    READS MATCHOUT AFTER A SUCCESSFUL RIESI RUN AND WRITES THE
      *    VERSIONED INTERFACE FILE FOR EACH DESTINATION: AN H RECORD
      *    WITH THE INTERFACE VERSION, EXTRACT RUN ID AND DATE, ONE
      *    FIXED-LAYOUT D RECORD PER MATCH (CODE, SOURCE SYSTEM,
      *    BATCH DATE, OPERATOR - THE LAYOUT IS FROZEN AT VERSION 01
      *    AND DOES NOT MOVE WHEN MATCH-RECORD CHANGES SHAPE), AND A
      *    T RECORD WITH THE DETAIL COUNT TO RECONCILE AGAINST.
      *    WHICH DESTINATIONS A MATCH GOES TO IS DECIDED BY ITS
      *    VALID-CATEGORY AND SOURCE SYSTEM AGAINST THE ROUTETBL
      *    ROUTING TABLE (SEE RIESIRTE) - ONE MATCH MAY GO TO SEVERAL
      *    DESTINATIONS, OR TO NONE. WITHOUT A ROUTETBL EVERYTHING
      *    GOES TO BILLING ON EXTROUT. EACH DESTINATION IS WRITTEN TO
      *    ITS OWN SLOT (EXTROUT, EXTROUT2 - EXTROUT5), CATALOGUED
      *    AS ITS OWN GENERATION DATA GROUP, AND EACH RUN WRITES A
      *    NEW (+1) GENERATION, SO A RERUN CAN NEVER SILENTLY
      *    OVERWRITE A FILE A CONSUMER HAS ALREADY TAKEN. ONLY THE
      *    SLOTS ROUTETBL NAMES ARE OPENED. EVERY GENERATION HAS ITS
      *    OWN RUN ID - THE RUN ID WITH ITS LAST DIGIT REPLACED BY
      *    THE SLOT NUMBER - AND ITS OWN EXTSTAT ENTRY, SO EACH
      *    CONSUMER'S ACKNOWLEDGMENTS ARE TRACKED APART. A ROUTETBL
      *    THAT NAMES AN UNKNOWN DESTINATION, A SLOT OUTSIDE 1-5 OR
      *    THE SAME SLOT TWICE STOPS THE RUN WITH RETURN CODE 16
      *    BEFORE ANY GENERATION IS CUT.
      *    MATCHES FROM A SOURCE THAT RIESIVOL HAS PUT ON VOLUME HOLD
      *    (VOL-HOLD ON SRCMASTR) ARE NOT EXTRACTED BUT WRITTEN TO
      *    HELDNEW. HELD MATCHES CARRIED OVER FROM EARLIER RUNS
      *    (HELDIN) ARE EXTRACTED AHEAD OF MATCHOUT ONCE THEIR SOURCE
      *    IS RELEASED, AND CARRIED AGAIN WHILE IT IS STILL HELD. THE
      *    JOB STEP LOADS HELDNEW OVER HELDIN WHEN THIS PROGRAM ENDS
      *    WITH RETURN CODE 0.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               SELECT MATCH-IN ASSIGN TO MATCHOUT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-MATCH-STATUS.
               SELECT ROUTE-TABLE ASSIGN TO ROUTETBL
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ROUTE-STATUS.
               SELECT EXTRACT-OUT-1 ASSIGN TO EXTROUT
                   ORGANIZATION IS SEQUENTIAL.
               SELECT EXTRACT-OUT-2 ASSIGN TO EXTROUT2
                   ORGANIZATION IS SEQUENTIAL.
               SELECT EXTRACT-OUT-3 ASSIGN TO EXTROUT3
                   ORGANIZATION IS SEQUENTIAL.
               SELECT EXTRACT-OUT-4 ASSIGN TO EXTROUT4
                   ORGANIZATION IS SEQUENTIAL.
               SELECT EXTRACT-OUT-5 ASSIGN TO EXTROUT5
                   ORGANIZATION IS SEQUENTIAL.
               SELECT CONTROL-TOTALS ASSIGN TO CTLTOTS
                   ORGANIZATION IS SEQUENTIAL
               SELECT EXTRACT-STATUS ASSIGN TO EXTSTAT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-XST-STATUS.
               SELECT SOURCE-MASTER ASSIGN TO SRCMASTR
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SRCM-SOURCE-ID
                   FILE STATUS IS WS-SRCM-STATUS.
               SELECT HELD-IN ASSIGN TO HELDIN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HELDIN-STATUS.
               SELECT HELD-OUT ASSIGN TO HELDNEW
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HELDNEW-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  MATCH-IN
                   COPY RIESIREC REPLACING ==:PREFIX:== BY ==MATCH==.
                   05 MATCH-DESC PIC X(30).
                   05 MATCH-CATEGORY PIC X(8).
           FD  ROUTE-TABLE
               RECORDING MODE IS F.
               01 ROUTE-RECORD.
                   COPY RIESIRTE REPLACING ==:PREFIX:== BY ==RTE==.
           FD  EXTRACT-OUT-1
               RECORDING MODE IS F.
               01 EXTRACT-RECORD-1 PIC X(80).
           FD  EXTRACT-OUT-2
               RECORDING MODE IS F.
               01 EXTRACT-RECORD-2 PIC X(80).
           FD  EXTRACT-OUT-3
               RECORDING MODE IS F.
               01 EXTRACT-RECORD-3 PIC X(80).
           FD  EXTRACT-OUT-4
               RECORDING MODE IS F.
               01 EXTRACT-RECORD-4 PIC X(80).
           FD  EXTRACT-OUT-5
               RECORDING MODE IS F.
               01 EXTRACT-RECORD-5 PIC X(80).
           FD  CONTROL-TOTALS
               RECORDING MODE IS F.
               01 CONTROL-TOTALS-RECORD.
               RECORDING MODE IS F.
               01 EXTRACT-STATUS-RECORD.
                   COPY RIESIXST REPLACING ==:PREFIX:== BY ==XST==.
           FD  SOURCE-MASTER
               RECORDING MODE IS F.
               01 SOURCE-MASTER-RECORD.
                   COPY RIESISRM REPLACING ==:PREFIX:== BY ==SRCM==.
           FD  HELD-IN
               RECORDING MODE IS F.
               01 HELD-IN-RECORD.
                   COPY RIESIREC REPLACING ==:PREFIX:== BY ==HLDI==.
                   05 HLDI-DESC PIC X(30).
                   05 HLDI-CATEGORY PIC X(8).
           FD  HELD-OUT
               RECORDING MODE IS F.
               01 HELD-OUT-RECORD.
                   COPY RIESIREC REPLACING ==:PREFIX:== BY ==HLDO==.
                   05 HLDO-DESC PIC X(30).
                   05 HLDO-CATEGORY PIC X(8).
           WORKING-STORAGE SECTION.
               01 WS-FLAGS.
                   05 WS-EOF-SW PIC X VALUE "N".
                       88 END-OF-FILE VALUE "Y".
                   05 WS-ROUTE-EOF-SW PIC X VALUE "N".
                       88 ROUTE-END-OF-FILE VALUE "Y".
                   05 WS-ROUTED-SW PIC X VALUE "N".
                       88 MATCH-ROUTED VALUE "Y".
                   05 WS-HELD-EOF-SW PIC X VALUE "N".
                       88 HELD-END-OF-FILE VALUE "Y".
                   05 WS-BROWSE-SW PIC X VALUE "N".
                       88 BROWSE-DONE VALUE "Y".
               01 WS-MATCH-STATUS PIC XX VALUE "00".
               01 WS-ROUTE-STATUS PIC XX VALUE "00".
               01 WS-INTERFACE-VERSION PIC X(2) VALUE "01".
               01 WS-RUN-ID PIC X(16) VALUE SPACES.
               01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
               01 WS-RUN-TIME PIC 9(8) VALUE ZERO.
               01 WS-EXTRACT-COUNT PIC 9(7) VALUE ZERO.
               01 WS-MATCH-READ-COUNT PIC 9(7) VALUE ZERO.
               01 WS-ROUTED-COUNT PIC 9(7) VALUE ZERO.
               01 WS-UNROUTED-COUNT PIC 9(7) VALUE ZERO.
               01 WS-FANOUT-COUNT PIC 9(7) VALUE ZERO.
               01 WS-CTLT-STATUS PIC XX VALUE "00".
               01 WS-XST-STATUS PIC XX VALUE "00".
               01 WS-SRCM-STATUS PIC XX VALUE "00".
               01 WS-HELDIN-STATUS PIC XX VALUE "00".
               01 WS-HELDNEW-STATUS PIC XX VALUE "00".
      *        SOURCES ON VOLUME HOLD, AND WHAT THE HOLD DID THIS RUN.
               01 WS-HOLD-COUNT PIC 9(3) VALUE ZERO.
               01 WS-HOLD-TABLE.
                   05 WS-HOLD-SOURCE PIC X(8) OCCURS 200 TIMES.
               01 WS-HOLD-SUB PIC 9(3) VALUE ZERO.
               01 WS-HOLD-WORK PIC X(8) VALUE SPACES.
               01 WS-HOLD-FOUND-SW PIC X VALUE "N".
                   88 SOURCE-ON-HOLD VALUE "Y".
               01 WS-HELD-BACK-COUNT PIC 9(7) VALUE ZERO.
               01 WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
               01 WS-HELDIN-READ-COUNT PIC 9(7) VALUE ZERO.
               01 WS-HELDNEW-COUNT PIC 9(7) VALUE ZERO.
               01 EXTRACT-RECORD.
                   03 EXT-RECORD-TYPE PIC X.
                   03 EXT-DETAIL-DATA.
                       05 EXT-CODE PIC A(50).
                       05 EXT-SOURCE-SYSTEM PIC X(8).
                       05 EXT-BATCH-DATE PIC X(8).
                       05 EXT-OPERATOR-ID PIC X(8).
                       05 FILLER PIC X(5).
                   03 EXT-HEADER-DATA REDEFINES EXT-DETAIL-DATA.
                       05 EXT-HDR-VERSION PIC X(2).
                       05 EXT-HDR-RUN-ID PIC X(16).
                       05 EXT-HDR-EXTRACT-DATE PIC X(8).
                       05 FILLER PIC X(53).
                   03 EXT-TRAILER-DATA REDEFINES EXT-DETAIL-DATA.
                       05 EXT-TRL-RECORD-COUNT PIC 9(7).
                       05 FILLER PIC X(72).
      *        ONE ENTRY PER DESTINATION, WITH THE GENERATION IT IS
      *        GETTING THIS RUN.
               01 WS-DEST-COUNT PIC 9 VALUE ZERO.
               01 WS-DEST-TABLE.
                   03 WS-DEST-ENTRY OCCURS 5 TIMES.
                       05 WS-DEST-NAME PIC X(8).
                       05 WS-DEST-SLOT PIC 9.
                       05 WS-DEST-RUN-ID PIC X(16).
                       05 WS-DEST-DETAILS PIC 9(7).
                       05 WS-DEST-HIT-SW PIC X.
                           88 DEST-HIT VALUE "Y".
               01 WS-DEST-SUB PIC 9 VALUE ZERO.
               01 WS-DEST-SUB-2 PIC 9 VALUE ZERO.
               01 WS-DEST-FOUND-SW PIC X VALUE "N".
                   88 DEST-FOUND VALUE "Y".
               01 WS-RULE-COUNT PIC 9(3) VALUE ZERO.
               01 WS-RULE-TABLE.
                   03 WS-RULE-ENTRY OCCURS 100 TIMES.
                       05 WS-RULE-CATEGORY PIC X(8).
                       05 WS-RULE-SOURCE PIC X(8).
                       05 WS-RULE-DEST-NAME PIC X(8).
                       05 WS-RULE-DEST-SUB PIC 9.
               01 WS-RULE-SUB PIC 9(3) VALUE ZERO.
               01 WS-SLOT PIC 9 VALUE ZERO.
               01 WS-TABLE-ERROR-COUNT PIC 9(3) VALUE ZERO.
               01 WS-RUN-CONTROL.
                   COPY RIESIRCP REPLACING ==:PREFIX:== BY ==RCK==.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM START-RUN-CONTROL
           PERFORM LOAD-ROUTING-TABLE
           PERFORM LOAD-HOLD-TABLE
           OPEN INPUT MATCH-IN
           IF WS-MATCH-STATUS NOT = "00"
               DISPLAY "MATCHOUT OPEN FAILED - STATUS "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-DEST-SUB FROM 1 BY 1
                   UNTIL WS-DEST-SUB > WS-DEST-COUNT
               PERFORM OPEN-DESTINATION
               PERFORM WRITE-EXTRACT-HEADER
           END-PERFORM
           OPEN OUTPUT HELD-OUT
           IF WS-HELDNEW-STATUS NOT = "00"
               DISPLAY "HELDNEW OPEN FAILED - STATUS "
                   WS-HELDNEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RELEASE-HELD-MATCHES
           PERFORM READ-MATCH-RECORD
           PERFORM PROCESS-MATCH-RECORD UNTIL END-OF-FILE
           CLOSE HELD-OUT
           PERFORM VARYING WS-DEST-SUB FROM 1 BY 1
                   UNTIL WS-DEST-SUB > WS-DEST-COUNT
               PERFORM WRITE-EXTRACT-TRAILER
               PERFORM CLOSE-DESTINATION
           END-PERFORM
           CLOSE MATCH-IN
           PERFORM WRITE-EXTRACT-STATUS
           PERFORM WRITE-CONTROL-TOTALS
           DISPLAY "EXTRACT " WS-RUN-ID " - " WS-MATCH-READ-COUNT
               " MATCHES, " WS-UNROUTED-COUNT " ROUTED NOWHERE"
           IF WS-HELD-BACK-COUNT > 0 OR WS-HELDIN-READ-COUNT > 0
               DISPLAY "  VOLUME HOLD - " WS-HELD-BACK-COUNT
                   " HELD BACK, " WS-RELEASED-COUNT " RELEASED, "
                   WS-HELDNEW-COUNT " NOW HELD"
           END-IF
           PERFORM VARYING WS-DEST-SUB FROM 1 BY 1
                   UNTIL WS-DEST-SUB > WS-DEST-COUNT
               DISPLAY "  " WS-DEST-NAME(WS-DEST-SUB) " "
                   WS-DEST-RUN-ID(WS-DEST-SUB) " - "
                   WS-DEST-DETAILS(WS-DEST-SUB) " RECORDS"
           END-PERFORM
           PERFORM END-RUN-CONTROL
           STOP RUN.

       LOAD-ROUTING-TABLE.
           OPEN INPUT ROUTE-TABLE
           IF WS-ROUTE-STATUS = "35"
               MOVE 1 TO WS-DEST-COUNT
               MOVE "BILLING" TO WS-DEST-NAME(1)
               MOVE 1 TO WS-DEST-SLOT(1)
               MOVE 1 TO WS-RULE-COUNT
               MOVE "*" TO WS-RULE-CATEGORY(1)
               MOVE SPACES TO WS-RULE-SOURCE(1)
               MOVE "BILLING" TO WS-RULE-DEST-NAME(1)
           ELSE
               IF WS-ROUTE-STATUS NOT = "00"
                   DISPLAY "ROUTETBL OPEN FAILED - STATUS "
                       WS-ROUTE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-ROUTE-RECORD
               PERFORM KEEP-ROUTE-RECORD UNTIL ROUTE-END-OF-FILE
               CLOSE ROUTE-TABLE
           END-IF
           PERFORM CHECK-ROUTING-TABLE
           PERFORM VARYING WS-DEST-SUB FROM 1 BY 1
                   UNTIL WS-DEST-SUB > WS-DEST-COUNT
               MOVE WS-RUN-ID TO WS-DEST-RUN-ID(WS-DEST-SUB)
               MOVE WS-DEST-SLOT(WS-DEST-SUB)
                   TO WS-DEST-RUN-ID(WS-DEST-SUB)(16:1)
               MOVE ZERO TO WS-DEST-DETAILS(WS-DEST-SUB)
           END-PERFORM.

       READ-ROUTE-RECORD.
           READ ROUTE-TABLE
               AT END
                   SET ROUTE-END-OF-FILE TO TRUE
           END-READ.

       KEEP-ROUTE-RECORD.
           EVALUATE TRUE
               WHEN RTE-DESTINATION
                   IF WS-DEST-COUNT < 5
                       ADD 1 TO WS-DEST-COUNT
                       MOVE RTE-DEST-NAME
                           TO WS-DEST-NAME(WS-DEST-COUNT)
                       MOVE RTE-DEST-SLOT
                           TO WS-DEST-SLOT(WS-DEST-COUNT)
                   ELSE
                       DISPLAY "ROUTETBL - MORE THAN 5 DESTINATIONS"
                       ADD 1 TO WS-TABLE-ERROR-COUNT
                   END-IF
               WHEN RTE-RULE
                   IF WS-RULE-COUNT < 100
                       ADD 1 TO WS-RULE-COUNT
                       MOVE RTE-RULE-CATEGORY
                           TO WS-RULE-CATEGORY(WS-RULE-COUNT)
                       MOVE RTE-RULE-SOURCE
                           TO WS-RULE-SOURCE(WS-RULE-COUNT)
                       MOVE RTE-RULE-DEST-NAME
                           TO WS-RULE-DEST-NAME(WS-RULE-COUNT)
                   ELSE
                       DISPLAY "ROUTETBL - MORE THAN 100 RULES"
                       ADD 1 TO WS-TABLE-ERROR-COUNT
                   END-IF
               WHEN OTHER
                   DISPLAY "ROUTETBL - UNKNOWN RECORD TYPE "
                       RTE-RECORD-TYPE
                   ADD 1 TO WS-TABLE-ERROR-COUNT
           END-EVALUATE
           PERFORM READ-ROUTE-RECORD.

       CHECK-ROUTING-TABLE.
      *    EVERY SLOT 1-5 AT MOST ONCE, EVERY RULE TO A DESTINATION
      *    THAT EXISTS. THE RULE KEEPS THE DESTINATION'S TABLE
      *    POSITION SO ROUTING NEED NOT SEARCH BY NAME PER RECORD.
           IF WS-DEST-COUNT = ZERO
               DISPLAY "ROUTETBL - NO DESTINATIONS DEFINED"
               ADD 1 TO WS-TABLE-ERROR-COUNT
           END-IF
           PERFORM VARYING WS-DEST-SUB FROM 1 BY 1
                   UNTIL WS-DEST-SUB > WS-DEST-COUNT
               IF WS-DEST-SLOT(WS-DEST-SUB) NOT NUMERIC
                   OR WS-DEST-SLOT(WS-DEST-SUB) = ZERO
                   DISPLAY "ROUTETBL - BAD SLOT FOR "
                       WS-DEST-NAME(WS-DEST-SUB)
                   ADD 1 TO WS-TABLE-ERROR-COUNT
               END-IF
               PERFORM VARYING WS-DEST-SUB-2 FROM 1 BY 1
                       UNTIL WS-DEST-SUB-2 NOT < WS-DEST-SUB
                   IF WS-DEST-SLOT(WS-DEST-SUB-2)
                           = WS-DEST-SLOT(WS-DEST-SUB)
                       OR WS-DEST-NAME(WS-DEST-SUB-2)
                           = WS-DEST-NAME(WS-DEST-SUB)
                       DISPLAY "ROUTETBL - DESTINATION OR SLOT "
                           "REPEATED FOR " WS-DEST-NAME(WS-DEST-SUB)
                       ADD 1 TO WS-TABLE-ERROR-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
               MOVE "N" TO WS-DEST-FOUND-SW
               PERFORM VARYING WS-DEST-SUB FROM 1 BY 1
                       UNTIL WS-DEST-SUB > WS-DEST-COUNT
                           OR DEST-FOUND
                   IF WS-DEST-NAME(WS-DEST-SUB)
                           = WS-RULE-DEST-NAME(WS-RULE-SUB)
                       SET DEST-FOUND TO TRUE
                       MOVE WS-DEST-SUB
                           TO WS-RULE-DEST-SUB(WS-RULE-SUB)
                   END-IF
               END-PERFORM
               IF NOT DEST-FOUND
                   DISPLAY "ROUTETBL - RULE FOR UNKNOWN DESTINATION "
                       WS-RULE-DEST-NAME(WS-RULE-SUB)
                   ADD 1 TO WS-TABLE-ERROR-COUNT
               END-IF
           END-PERFORM
           IF WS-TABLE-ERROR-COUNT > 0
               DISPLAY "ROUTETBL HAS " WS-TABLE-ERROR-COUNT
                   " ERROR(S) - NO EXTRACT CUT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-EXTRACT-STATUS.
      *    REGISTER EACH GENERATION JUST CUT AS AWAITING ITS
      *    DESTINATION'S ACKNOWLEDGMENT - RIESIACK MATCHES THE
      *    RESPONSES BACK BY RUN ID AND CHASES GENERATIONS THAT
      *    STAY SILENT.
           OPEN EXTEND EXTRACT-STATUS
           IF WS-XST-STATUS = "35"
               OPEN OUTPUT EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-DEST-SUB FROM 1 BY 1
                   UNTIL WS-DEST-SUB > WS-DEST-COUNT
               MOVE SPACES TO EXTRACT-STATUS-RECORD
               MOVE WS-DEST-RUN-ID(WS-DEST-SUB) TO XST-RUN-ID
               MOVE WS-RUN-DATE TO XST-EXTRACT-DATE
               MOVE WS-DEST-DETAILS(WS-DEST-SUB) TO XST-RECORD-COUNT
               MOVE "C" TO XST-STATUS
               MOVE SPACES TO XST-ACK-DATE
               MOVE ZERO TO XST-ACCEPT-COUNT
               MOVE ZERO TO XST-FAIL-COUNT
               MOVE WS-DEST-NAME(WS-DEST-SUB) TO XST-DEST
               WRITE EXTRACT-STATUS-RECORD
           END-PERFORM
           CLOSE EXTRACT-STATUS.

       WRITE-CONTROL-TOTALS.
      *    ONE RIESIXTD RECORD PER DESTINATION (ITS GENERATION RUN ID
      *    AND T-RECORD COUNT), THE RIESIXTH VOLUME HOLD RECORD
      *    (MATCHOUT RECORDS HELD BACK, HELDIN RECORDS RELEASED,
      *    HELDIN READ, HELDNEW WRITTEN), THEN THE BALANCED RIESIXTR
      *    RECORD FOR THE END-OF-DAY PIPELINE RECONCILIATION
      *    (RIESIRCN): DETAILS WRITTEN - EXTRA COPIES + ROUTED
      *    NOWHERE + HELD BACK MUST EQUAL MATCHOUT RECORDS READ +
      *    HELD RECORDS RELEASED.
           OPEN EXTEND CONTROL-TOTALS
           IF WS-CTLT-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTALS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-DEST-SUB FROM 1 BY 1
                   UNTIL WS-DEST-SUB > WS-DEST-COUNT
               MOVE SPACES TO CONTROL-TOTALS-RECORD
               MOVE "RIESIXTD" TO CTLT-PGM
               MOVE WS-DEST-RUN-ID(WS-DEST-SUB) TO CTLT-RUN-ID
               MOVE WS-DEST-DETAILS(WS-DEST-SUB) TO CTLT-COUNT-1
               MOVE WS-DEST-SLOT(WS-DEST-SUB) TO CTLT-COUNT-2
               MOVE ZERO TO CTLT-COUNT-3
               MOVE ZERO TO CTLT-COUNT-4
               MOVE ZERO TO CTLT-COUNT-5
               MOVE ZERO TO CTLT-COUNT-6
               WRITE CONTROL-TOTALS-RECORD
           END-PERFORM
           MOVE SPACES TO CONTROL-TOTALS-RECORD
           MOVE "RIESIXTH" TO CTLT-PGM
           MOVE WS-RUN-ID TO CTLT-RUN-ID
           MOVE WS-HELD-BACK-COUNT TO CTLT-COUNT-1
           MOVE WS-RELEASED-COUNT TO CTLT-COUNT-2
           MOVE WS-HELDIN-READ-COUNT TO CTLT-COUNT-3
           MOVE WS-HELDNEW-COUNT TO CTLT-COUNT-4
           MOVE ZERO TO CTLT-COUNT-5
           MOVE ZERO TO CTLT-COUNT-6
           WRITE CONTROL-TOTALS-RECORD
           MOVE SPACES TO CONTROL-TOTALS-RECORD
           MOVE "RIESIXTR" TO CTLT-PGM
           MOVE WS-RUN-ID TO CTLT-RUN-ID
           MOVE WS-MATCH-READ-COUNT TO CTLT-COUNT-1
           MOVE WS-ROUTED-COUNT TO CTLT-COUNT-2
           MOVE WS-UNROUTED-COUNT TO CTLT-COUNT-3
           MOVE WS-FANOUT-COUNT TO CTLT-COUNT-4
           MOVE WS-EXTRACT-COUNT TO CTLT-COUNT-5
           MOVE ZERO TO CTLT-COUNT-6
           WRITE CONTROL-TOTALS-RECORD
           CLOSE CONTROL-TOTALS.
                   ADD 1 TO WS-MATCH-READ-COUNT
           END-READ.

       PROCESS-MATCH-RECORD.
           MOVE MATCH-SOURCE-SYSTEM TO WS-HOLD-WORK
           PERFORM FIND-HOLD-SOURCE
           IF SOURCE-ON-HOLD
               WRITE HELD-OUT-RECORD FROM MATCH-RECORD
               ADD 1 TO WS-HELD-BACK-COUNT
               ADD 1 TO WS-HELDNEW-COUNT
           ELSE
               PERFORM ROUTE-MATCH-RECORD
           END-IF
           PERFORM READ-MATCH-RECORD.

       ROUTE-MATCH-RECORD.
      *    MARK EVERY DESTINATION SOME RULE SENDS THIS MATCH TO,
      *    THEN WRITE IT ONCE TO EACH. A CATEGORY OF * MATCHES ANY
      *    CATEGORY; A BLANK RULE SOURCE MATCHES ANY SOURCE.
           PERFORM VARYING WS-DEST-SUB FROM 1 BY 1
                   UNTIL WS-DEST-SUB > WS-DEST-COUNT
               MOVE "N" TO WS-DEST-HIT-SW(WS-DEST-SUB)
           END-PERFORM
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
               IF (WS-RULE-CATEGORY(WS-RULE-SUB) = "*"
                       OR WS-RULE-CATEGORY(WS-RULE-SUB)
                           = MATCH-CATEGORY)
                   AND (WS-RULE-SOURCE(WS-RULE-SUB) = SPACES
                       OR WS-RULE-SOURCE(WS-RULE-SUB)
                           = MATCH-SOURCE-SYSTEM)
                   MOVE WS-RULE-DEST-SUB(WS-RULE-SUB) TO WS-DEST-SUB
                   SET DEST-HIT(WS-DEST-SUB) TO TRUE
               END-IF
           END-PERFORM
           MOVE "N" TO WS-ROUTED-SW
           MOVE SPACES TO EXTRACT-RECORD
           MOVE "D" TO EXT-RECORD-TYPE
           MOVE MATCH-CODE TO EXT-CODE
           MOVE MATCH-SOURCE-SYSTEM TO EXT-SOURCE-SYSTEM
           MOVE MATCH-BATCH-DATE TO EXT-BATCH-DATE
           MOVE MATCH-OPERATOR-ID TO EXT-OPERATOR-ID
           PERFORM VARYING WS-DEST-SUB FROM 1 BY 1
                   UNTIL WS-DEST-SUB > WS-DEST-COUNT
               IF DEST-HIT(WS-DEST-SUB)
                   IF MATCH-ROUTED
                       ADD 1 TO WS-FANOUT-COUNT
                   END-IF
                   SET MATCH-ROUTED TO TRUE
                   PERFORM WRITE-EXTRACT-DETAIL
               END-IF
           END-PERFORM
           IF MATCH-ROUTED
               ADD 1 TO WS-ROUTED-COUNT
           ELSE
               ADD 1 TO WS-UNROUTED-COUNT
           END-IF.

       LOAD-HOLD-TABLE.
           OPEN INPUT SOURCE-MASTER
           IF WS-SRCM-STATUS NOT = "00"
               DISPLAY "SRCMASTR OPEN FAILED - STATUS " WS-SRCM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO SRCM-SOURCE-ID
           START SOURCE-MASTER KEY NOT LESS THAN SRCM-SOURCE-ID
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START
           PERFORM KEEP-HOLD-SOURCE UNTIL BROWSE-DONE
           CLOSE SOURCE-MASTER.

       KEEP-HOLD-SOURCE.
           READ SOURCE-MASTER NEXT RECORD
               AT END
                   SET BROWSE-DONE TO TRUE
               NOT AT END
                   IF WS-SRCM-STATUS NOT = "00"
                       DISPLAY "SRCMASTR BROWSE ERROR - STATUS "
                           WS-SRCM-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF SRCM-VOL-HELD
                       IF WS-HOLD-COUNT < 200
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE SRCM-SOURCE-ID
                               TO WS-HOLD-SOURCE(WS-HOLD-COUNT)
                       ELSE
                           DISPLAY "MORE THAN 200 SOURCES ON HOLD"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       FIND-HOLD-SOURCE.
           MOVE "N" TO WS-HOLD-FOUND-SW
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                       OR SOURCE-ON-HOLD
               IF WS-HOLD-SOURCE(WS-HOLD-SUB) = WS-HOLD-WORK
                   SET SOURCE-ON-HOLD TO TRUE
               END-IF
           END-PERFORM.

       RELEASE-HELD-MATCHES.
      *    AN ABSENT HELDIN JUST MEANS NOTHING IS BEING CARRIED.
      *    A RELEASED MATCH IS ROUTED LIKE ONE FRESH FROM MATCHOUT.
           OPEN INPUT HELD-IN
           IF WS-HELDIN-STATUS = "00"
               PERFORM READ-HELD-RECORD
               PERFORM RELEASE-HELD-RECORD UNTIL HELD-END-OF-FILE
               CLOSE HELD-IN
           ELSE
               IF WS-HELDIN-STATUS NOT = "35"
                   DISPLAY "HELDIN OPEN FAILED - STATUS "
                       WS-HELDIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-HELD-RECORD.
           READ HELD-IN
               AT END
                   SET HELD-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HELDIN-READ-COUNT
           END-READ.

       RELEASE-HELD-RECORD.
           MOVE HLDI-SOURCE-SYSTEM TO WS-HOLD-WORK
           PERFORM FIND-HOLD-SOURCE
           IF SOURCE-ON-HOLD
               WRITE HELD-OUT-RECORD FROM HELD-IN-RECORD
               ADD 1 TO WS-HELDNEW-COUNT
           ELSE
               MOVE HELD-IN-RECORD TO MATCH-RECORD
               PERFORM ROUTE-MATCH-RECORD
               ADD 1 TO WS-RELEASED-COUNT
           END-IF
           PERFORM READ-HELD-RECORD.

       OPEN-DESTINATION.
           MOVE WS-DEST-SLOT(WS-DEST-SUB) TO WS-SLOT
           EVALUATE WS-SLOT
               WHEN 1
                   OPEN OUTPUT EXTRACT-OUT-1
               WHEN 2
                   OPEN OUTPUT EXTRACT-OUT-2
               WHEN 3
                   OPEN OUTPUT EXTRACT-OUT-3
               WHEN 4
                   OPEN OUTPUT EXTRACT-OUT-4
               WHEN 5
                   OPEN OUTPUT EXTRACT-OUT-5
           END-EVALUATE.

       CLOSE-DESTINATION.
           MOVE WS-DEST-SLOT(WS-DEST-SUB) TO WS-SLOT
           EVALUATE WS-SLOT
               WHEN 1
                   CLOSE EXTRACT-OUT-1
               WHEN 2
                   CLOSE EXTRACT-OUT-2
               WHEN 3
                   CLOSE EXTRACT-OUT-3
               WHEN 4
                   CLOSE EXTRACT-OUT-4
               WHEN 5
                   CLOSE EXTRACT-OUT-5
           END-EVALUATE.

       WRITE-TO-DESTINATION.
           MOVE WS-DEST-SLOT(WS-DEST-SUB) TO WS-SLOT
           EVALUATE WS-SLOT
               WHEN 1
                   WRITE EXTRACT-RECORD-1 FROM EXTRACT-RECORD
               WHEN 2
                   WRITE EXTRACT-RECORD-2 FROM EXTRACT-RECORD
               WHEN 3
                   WRITE EXTRACT-RECORD-3 FROM EXTRACT-RECORD
               WHEN 4
                   WRITE EXTRACT-RECORD-4 FROM EXTRACT-RECORD
               WHEN 5
                   WRITE EXTRACT-RECORD-5 FROM EXTRACT-RECORD
           END-EVALUATE.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE "H" TO EXT-RECORD-TYPE
           MOVE WS-INTERFACE-VERSION TO EXT-HDR-VERSION
           MOVE WS-DEST-RUN-ID(WS-DEST-SUB) TO EXT-HDR-RUN-ID
           MOVE WS-RUN-DATE TO EXT-HDR-EXTRACT-DATE
           PERFORM WRITE-TO-DESTINATION.

       WRITE-EXTRACT-DETAIL.
           PERFORM WRITE-TO-DESTINATION
           ADD 1 TO WS-DEST-DETAILS(WS-DEST-SUB)
           ADD 1 TO WS-EXTRACT-COUNT.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE "T" TO EXT-RECORD-TYPE
           MOVE WS-DEST-DETAILS(WS-DEST-SUB) TO EXT-TRL-RECORD-COUNT
           PERFORM WRITE-TO-DESTINATION.

       START-RUN-CONTROL.
           MOVE SPACES TO WS-RUN-CONTROL
           MOVE "S" TO RCK-FUNCTION
           MOVE "RIESIXTR" TO RCK-PGM
           MOVE WS-RUN-ID TO RCK-RUN-ID
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           IF NOT RCK-OK
               MOVE RCK-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       END-RUN-CONTROL.
           MOVE "E" TO RCK-FUNCTION
           MOVE RETURN-CODE TO RCK-RC
           MOVE WS-MATCH-READ-COUNT TO RCK-COUNT-1
           MOVE WS-EXTRACT-COUNT TO RCK-COUNT-2
           MOVE WS-UNROUTED-COUNT TO RCK-COUNT-3
           MOVE WS-DEST-COUNT TO RCK-COUNT-4
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           MOVE RCK-RC TO RETURN-CODE.
