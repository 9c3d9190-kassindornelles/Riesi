       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIESISIM.
      *****************************************************************
      *    RIESISIM - CODE BOOK CHANGE WHAT-IF SIMULATION
      *    REPLAYS THE INPUT VALUE, SOURCE SYSTEM AND BATCH DATE OF
      *    EVERY AUDITLOG EVENT IN A WINDOW OF RUN DATES THROUGH
      *    RIESIVAL TWICE - ONCE AGAINST THE CURRENT VALCODES MASTER
      *    AND ONCE AGAINST THE CANDIDATE BOOK ON CANDIN - AND REPORTS
      *    ON SIMRPT EVERY OUTCOME THAT WOULD FLIP FROM MATCH TO A
      *    REJECT OR BACK, BY SOURCE SYSTEM AND REASON CODE. NOTHING
      *    IS WRITTEN TO EITHER BOOK, SO THIS CAN RUN AHEAD OF THE
      *    RIESIVCL APPLY RUN AT ANY TIME.
      *    THE CANDIDATE SIDE IS THE BOOK AS RIESIVCL WOULD LEAVE IT:
      *    CANDIDATE CODES ARE UPPER-CASED AND DEFAULT TO STATUS A,
      *    AND AN ACTIVE MASTER CODE MISSING FROM CANDIN COUNTS AS
      *    DEACTIVATED, NOT AS NOT FOUND. CODEAUTH IS THE SAME ON
      *    BOTH SIDES. EVENTS THAT REJECTED FOR A BATCH-DATE REASON
      *    (06/07/08) ARE NOT REPLAYED - THE CODE BOOK PLAYS NO PART
      *    IN THEM.
      *    SIMPARM GIVES THE FIRST AND LAST RUN DATE OF THE WINDOW
      *    (SPACES = OPEN ENDED) AND THE SHIFT PERCENTAGE AT WHICH A
      *    SOURCE IS FLAGGED (DEFAULT 10). RETURN CODE 8 = AT LEAST
      *    ONE SOURCE WOULD SEE THAT SHARE OR MORE OF ITS REPLAYED
      *    EVENTS TURN INTO REJECTS, 4 = SOME OUTCOMES FLIP, 0 = NONE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUDIT-LOG ASSIGN TO AUDITLOG
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT CANDIDATE-FILE ASSIGN TO CANDIN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CAND-STATUS.
               SELECT VALID-CODES ASSIGN TO VALCODES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VALID-CODE
                   FILE STATUS IS WS-VALCODES-STATUS.
               SELECT CODE-AUTH ASSIGN TO CODEAUTH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAUTH-KEY
                   FILE STATUS IS WS-CAUTH-STATUS.
               SELECT SIM-RPT ASSIGN TO SIMRPT
                   ORGANIZATION IS SEQUENTIAL.
               SELECT PARM-FILE ASSIGN TO SIMPARM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  AUDIT-LOG
               RECORDING MODE IS F.
               01 AUDIT-RECORD.
                   COPY RIESIAUD REPLACING ==:PREFIX:== BY ==AUD==.
           FD  CANDIDATE-FILE
               RECORDING MODE IS F.
               01 CANDIDATE-RECORD.
                   COPY RIESIVCR REPLACING ==:PREFIX:== BY ==CAND==.
           FD  VALID-CODES
               RECORDING MODE IS F.
               01 VALID-CODE-RECORD.
                   COPY RIESIVCR REPLACING ==:PREFIX:== BY ==VALID==.
           FD  CODE-AUTH
               RECORDING MODE IS F.
               01 CODE-AUTH-RECORD.
                   COPY RIESICSA REPLACING ==:PREFIX:== BY ==CAUTH==.
           FD  SIM-RPT
               RECORDING MODE IS F.
               01 SIM-RPT-RECORD PIC X(80).
           FD  PARM-FILE
               RECORDING MODE IS F.
               01 PARM-RECORD.
                   05 PARM-FROM-DATE PIC X(8).
                   05 PARM-TO-DATE PIC X(8).
                   05 PARM-SHIFT-PCT PIC 9(3).
                   05 FILLER PIC X(61).
           WORKING-STORAGE SECTION.
               01 WS-FLAGS.
                   05 WS-EOF-SW PIC X VALUE "N".
                       88 END-OF-FILE VALUE "Y".
                   05 WS-CAND-EOF-SW PIC X VALUE "N".
                       88 CAND-END-OF-FILE VALUE "Y".
                   05 WS-FOUND-SW PIC X VALUE "N".
                       88 ENTRY-FOUND VALUE "Y".
               01 WS-AUDIT-STATUS PIC XX VALUE "00".
               01 WS-CAND-STATUS PIC XX VALUE "00".
               01 WS-VALCODES-STATUS PIC XX VALUE "00".
               01 WS-CAUTH-STATUS PIC XX VALUE "00".
               01 WS-PARM-STATUS PIC XX VALUE "00".
               01 WS-CAUTH-OPEN-SW PIC X VALUE "N".
                   88 CAUTH-FILE-OPEN VALUE "Y".
               01 WS-FROM-DATE PIC X(8) VALUE SPACES.
               01 WS-TO-DATE PIC X(8) VALUE SPACES.
               01 WS-SHIFT-PCT PIC 9(3) VALUE 10.
               01 WS-RUN-DATE PIC X(8) VALUE SPACES.
      *        ONE REPLAYED EVENT, IN THE FORM RIESIVAL IS CALLED WITH.
               01 WS-SIM-CODE PIC A(50) VALUE SPACES.
               01 WS-SIM-SOURCE PIC X(8) VALUE SPACES.
               01 WS-SIM-BATCH-DATE PIC X(8) VALUE SPACES.
               01 WS-AUTH-SW PIC X VALUE "U".
               01 WS-CUR-FOUND-SW PIC X VALUE "N".
                   88 CUR-CODE-ON-FILE VALUE "Y".
               01 WS-CUR-MASTER.
                   COPY RIESIVCR REPLACING ==:PREFIX:== BY ==CUR==.
               01 WS-CUR-REASON-CODE PIC X(2) VALUE SPACES.
                   88 CUR-MATCH VALUE "00".
               01 WS-CUR-REASON-MSG PIC X(20) VALUE SPACES.
               01 WS-NEW-FOUND-SW PIC X VALUE "N".
                   88 NEW-CODE-ON-FILE VALUE "Y".
               01 WS-NEW-MASTER.
                   COPY RIESIVCR REPLACING ==:PREFIX:== BY ==NEW==.
               01 WS-NEW-REASON-CODE PIC X(2) VALUE SPACES.
                   88 NEW-MATCH VALUE "00".
               01 WS-NEW-REASON-MSG PIC X(20) VALUE SPACES.
               01 WS-WORK-CAND.
                   COPY RIESIVCR REPLACING ==:PREFIX:== BY ==WC==.
      *        THE CANDIDATE BOOK, HELD IN CODE ORDER SO EACH REPLAYED
      *        EVENT CAN BE LOOKED UP WITH A BINARY SEARCH. CANDIN IS
      *        NORMALLY UNLOADED IN KEY ORDER, SO THE INSERT ALMOST
      *        ALWAYS LANDS AT THE END. SAME 10000-CODE LIMIT AS
      *        RIESIVCL - A BIGGER BOOK STOPS THE RUN.
               01 WS-CAND-COUNT PIC 9(5) VALUE ZERO.
               01 WS-CAND-TABLE.
                   05 WS-CT-ENTRY OCCURS 1 TO 10000 TIMES
                           DEPENDING ON WS-CAND-COUNT
                           ASCENDING KEY IS WS-CT-CODE
                           INDEXED BY WS-CT-IDX.
                       10 WS-CT-CODE PIC A(50).
                       10 WS-CT-REST PIC X(55).
               01 WS-CAND-SUB PIC 9(5) VALUE ZERO.
               01 WS-CAND-READ-COUNT PIC 9(7) VALUE ZERO.
               01 WS-CAND-DUP-COUNT PIC 9(7) VALUE ZERO.
               01 WS-SOURCE-COUNT PIC 9(3) VALUE ZERO.
               01 WS-SOURCE-TABLE.
                   05 WS-SOURCE-ENTRY OCCURS 50 TIMES.
                       10 WS-SRC-KEY PIC X(8).
                       10 WS-SRC-REPLAYED PIC 9(7).
                       10 WS-SRC-CUR-MATCH PIC 9(7).
                       10 WS-SRC-NEW-MATCH PIC 9(7).
                       10 WS-SRC-TO-REJECT PIC 9(7).
                       10 WS-SRC-TO-MATCH PIC 9(7).
      *        FLIPS BY SOURCE, DIRECTION AND REASON. R = MATCH TODAY,
      *        REJECT UNDER THE CANDIDATE BOOK (REASON IS THE NEW
      *        ONE); M = REJECT TODAY, MATCH UNDER THE CANDIDATE BOOK
      *        (REASON IS TODAY'S).
               01 WS-FLIP-RSN-COUNT PIC 9(3) VALUE ZERO.
               01 WS-FLIP-RSN-TABLE.
                   05 WS-FLIP-RSN-ENTRY OCCURS 500 TIMES.
                       10 WS-FR-SOURCE PIC X(8).
                       10 WS-FR-DIRECTION PIC X.
                       10 WS-FR-REASON-CODE PIC X(2).
                       10 WS-FR-REASON-MSG PIC X(20).
                       10 WS-FR-COUNT PIC 9(7).
               01 WS-FLIP-CODE-COUNT PIC 9(4) VALUE ZERO.
               01 WS-FLIP-CODE-TABLE.
                   05 WS-FLIP-CODE-ENTRY OCCURS 2000 TIMES.
                       10 WS-FC-CODE PIC A(50).
                       10 WS-FC-SOURCE PIC X(8).
                       10 WS-FC-DIRECTION PIC X.
                       10 WS-FC-REASON-CODE PIC X(2).
                       10 WS-FC-COUNT PIC 9(7).
               01 WS-FLIP-RSN-OVERFLOW PIC 9(7) VALUE ZERO.
               01 WS-FLIP-CODE-OVERFLOW PIC 9(7) VALUE ZERO.
               01 WS-DIRECTION PIC X VALUE SPACES.
               01 WS-FLIP-REASON-CODE PIC X(2) VALUE SPACES.
               01 WS-FLIP-REASON-MSG PIC X(20) VALUE SPACES.
               01 WS-SUB PIC 9(4) VALUE ZERO.
               01 WS-SRC-SUB PIC 9(3) VALUE ZERO.
               01 WS-EVENTS-READ PIC 9(7) VALUE ZERO.
               01 WS-EVENTS-IN-WINDOW PIC 9(7) VALUE ZERO.
               01 WS-EVENTS-DATE-REJECT PIC 9(7) VALUE ZERO.
               01 WS-EVENTS-REPLAYED PIC 9(7) VALUE ZERO.
               01 WS-TOTAL-TO-REJECT PIC 9(7) VALUE ZERO.
               01 WS-TOTAL-TO-MATCH PIC 9(7) VALUE ZERO.
               01 WS-SOURCES-FLAGGED PIC 9(3) VALUE ZERO.
               01 WS-PCT PIC 9(3)V99 VALUE ZERO.
               01 WS-RPT-LINE PIC X(80).
               01 WS-SOURCE-HEADING.
                   05 FILLER PIC X(8) VALUE "SOURCE".
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 FILLER PIC X(7) VALUE "REPLAYD".
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 FILLER PIC X(7) VALUE "MATCHES".
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 FILLER PIC X(7) VALUE "CAND-MT".
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 FILLER PIC X(7) VALUE "TO-REJ".
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 FILLER PIC X(7) VALUE "TO-MTCH".
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 FILLER PIC X(6) VALUE "SHIFT%".
                   05 FILLER PIC X(19) VALUE SPACES.
               01 WS-SOURCE-LINE.
                   05 SRCL-SOURCE PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 SRCL-REPLAYED PIC Z(6)9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 SRCL-CUR-MATCH PIC Z(6)9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 SRCL-NEW-MATCH PIC Z(6)9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 SRCL-TO-REJECT PIC Z(6)9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 SRCL-TO-MATCH PIC Z(6)9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 SRCL-PCT PIC ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 SRCL-FLAG PIC X(18).
               01 WS-REASON-LINE.
                   05 RSNL-SOURCE PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RSNL-DIRECTION PIC X(14).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RSNL-REASON-CODE PIC X(2).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RSNL-REASON-MSG PIC X(20).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RSNL-COUNT PIC Z(6)9.
                   05 FILLER PIC X(22) VALUE SPACES.
               01 WS-CODE-LINE.
                   05 CODL-CODE PIC X(40).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 CODL-SOURCE PIC X(8).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 CODL-DIRECTION PIC X(3).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 CODL-REASON-CODE PIC X(2).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 CODL-COUNT PIC Z(6)9.
                   05 FILLER PIC X(15) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-PARM-FILE
           PERFORM LOAD-CANDIDATE-BOOK
           OPEN INPUT VALID-CODES
           IF WS-VALCODES-STATUS NOT = "00"
               DISPLAY "VALCODES OPEN FAILED - STATUS "
                   WS-VALCODES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-CODE-AUTH
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AUDITLOG OPEN FAILED - STATUS " WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-AUDIT-RECORD
           PERFORM PROCESS-AUDIT-RECORD UNTIL END-OF-FILE
           CLOSE AUDIT-LOG
           CLOSE VALID-CODES
           IF CAUTH-FILE-OPEN
               CLOSE CODE-AUTH
           END-IF
           PERFORM WRITE-REPORT
           PERFORM SET-RETURN-CODE
           STOP RUN.

       SET-RETURN-CODE.
           IF WS-SOURCES-FLAGGED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOTAL-TO-REJECT > 0 OR WS-TOTAL-TO-MATCH > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       READ-PARM-FILE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       MOVE PARM-FROM-DATE TO WS-FROM-DATE
                       MOVE PARM-TO-DATE TO WS-TO-DATE
                       IF PARM-SHIFT-PCT NUMERIC
                           AND PARM-SHIFT-PCT > 0
                           MOVE PARM-SHIFT-PCT TO WS-SHIFT-PCT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       OPEN-CODE-AUTH.
           OPEN INPUT CODE-AUTH
           EVALUATE WS-CAUTH-STATUS
               WHEN "00"
                   SET CAUTH-FILE-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CODEAUTH OPEN FAILED - STATUS "
                       WS-CAUTH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       LOAD-CANDIDATE-BOOK.
           OPEN INPUT CANDIDATE-FILE
           IF WS-CAND-STATUS NOT = "00"
               DISPLAY "CANDIN OPEN FAILED - STATUS " WS-CAND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-CANDIDATE-RECORD
           PERFORM STORE-CANDIDATE UNTIL CAND-END-OF-FILE
           CLOSE CANDIDATE-FILE.

       READ-CANDIDATE-RECORD.
           READ CANDIDATE-FILE
               AT END
                   SET CAND-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CAND-READ-COUNT
           END-READ.

       STORE-CANDIDATE.
      *    THE SAME CLEAN-UP RIESIVCL APPLIES BEFORE IT COMPARES. A
      *    CODE LISTED TWICE ENDS UP AS ITS LAST OCCURRENCE, AS IT
      *    WOULD ON VALCODES AFTER THE APPLY RUN.
           MOVE CANDIDATE-RECORD TO WS-WORK-CAND
           MOVE FUNCTION UPPER-CASE(WC-CODE) TO WC-CODE
           IF WC-STATUS NOT = "A" AND WC-STATUS NOT = "I"
               MOVE "A" TO WC-STATUS
           END-IF
           IF WC-CODE NOT = SPACES
               PERFORM FIND-CANDIDATE
               IF ENTRY-FOUND
                   ADD 1 TO WS-CAND-DUP-COUNT
                   MOVE WS-WORK-CAND TO WS-CT-ENTRY(WS-CT-IDX)
               ELSE
                   PERFORM INSERT-CANDIDATE
               END-IF
           END-IF
           PERFORM READ-CANDIDATE-RECORD.

       INSERT-CANDIDATE.
           IF WS-CAND-COUNT NOT < 10000
               DISPLAY "CANDIN EXCEEDS 10000 CODES - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CAND-COUNT TO WS-CAND-SUB
           ADD 1 TO WS-CAND-COUNT
           PERFORM UNTIL WS-CAND-SUB = ZERO
                   OR WS-CT-CODE(WS-CAND-SUB) < WC-CODE
               MOVE WS-CT-ENTRY(WS-CAND-SUB)
                   TO WS-CT-ENTRY(WS-CAND-SUB + 1)
               SUBTRACT 1 FROM WS-CAND-SUB
           END-PERFORM
           MOVE WS-WORK-CAND TO WS-CT-ENTRY(WS-CAND-SUB + 1).

       FIND-CANDIDATE.
      *    EXPECTS THE CODE IN WC-CODE. LEAVES WS-CT-IDX ON THE
      *    ENTRY WHEN IT IS FOUND.
           MOVE "N" TO WS-FOUND-SW
           IF WS-CAND-COUNT > ZERO
               SEARCH ALL WS-CT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CT-CODE(WS-CT-IDX) = WC-CODE
                       SET ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-LOG
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-EVENTS-READ
           END-READ.

       PROCESS-AUDIT-RECORD.
           MOVE AUD-RUN-ID(1:8) TO WS-RUN-DATE
           IF (WS-FROM-DATE = SPACES OR WS-RUN-DATE NOT < WS-FROM-DATE)
               AND (WS-TO-DATE = SPACES OR WS-RUN-DATE NOT > WS-TO-DATE)
               ADD 1 TO WS-EVENTS-IN-WINDOW
               IF AUD-REASON-CODE = "06" OR AUD-REASON-CODE = "07"
                   OR AUD-REASON-CODE = "08"
                   ADD 1 TO WS-EVENTS-DATE-REJECT
               ELSE
                   PERFORM REPLAY-EVENT
               END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD.

       REPLAY-EVENT.
           ADD 1 TO WS-EVENTS-REPLAYED
           MOVE AUD-INPUT-VALUE TO WS-SIM-CODE
           MOVE AUD-SOURCE-SYSTEM TO WS-SIM-SOURCE
           MOVE AUD-BATCH-DATE TO WS-SIM-BATCH-DATE
           PERFORM READ-CURRENT-CODE
           PERFORM LOOK-UP-CANDIDATE-CODE
           MOVE "U" TO WS-AUTH-SW
           IF CUR-CODE-ON-FILE OR NEW-CODE-ON-FILE
               PERFORM READ-CODE-AUTH
           END-IF
           CALL "RIESIVAL" USING WS-SIM-CODE
                                  WS-SIM-BATCH-DATE
                                  WS-CUR-FOUND-SW
                                  WS-CUR-MASTER
                                  WS-AUTH-SW
                                  WS-CUR-REASON-CODE
                                  WS-CUR-REASON-MSG
           END-CALL
           CALL "RIESIVAL" USING WS-SIM-CODE
                                  WS-SIM-BATCH-DATE
                                  WS-NEW-FOUND-SW
                                  WS-NEW-MASTER
                                  WS-AUTH-SW
                                  WS-NEW-REASON-CODE
                                  WS-NEW-REASON-MSG
           END-CALL
           PERFORM FIND-SOURCE-ENTRY
           ADD 1 TO WS-SRC-REPLAYED(WS-SRC-SUB)
           IF CUR-MATCH
               ADD 1 TO WS-SRC-CUR-MATCH(WS-SRC-SUB)
           END-IF
           IF NEW-MATCH
               ADD 1 TO WS-SRC-NEW-MATCH(WS-SRC-SUB)
           END-IF
           EVALUATE TRUE
               WHEN CUR-MATCH AND NOT NEW-MATCH
                   MOVE "R" TO WS-DIRECTION
                   MOVE WS-NEW-REASON-CODE TO WS-FLIP-REASON-CODE
                   MOVE WS-NEW-REASON-MSG TO WS-FLIP-REASON-MSG
                   ADD 1 TO WS-SRC-TO-REJECT(WS-SRC-SUB)
                   ADD 1 TO WS-TOTAL-TO-REJECT
                   PERFORM TALLY-FLIP
               WHEN NEW-MATCH AND NOT CUR-MATCH
                   MOVE "M" TO WS-DIRECTION
                   MOVE WS-CUR-REASON-CODE TO WS-FLIP-REASON-CODE
                   MOVE WS-CUR-REASON-MSG TO WS-FLIP-REASON-MSG
                   ADD 1 TO WS-SRC-TO-MATCH(WS-SRC-SUB)
                   ADD 1 TO WS-TOTAL-TO-MATCH
                   PERFORM TALLY-FLIP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-CURRENT-CODE.
           MOVE "N" TO WS-CUR-FOUND-SW
           MOVE SPACES TO WS-CUR-MASTER
           MOVE WS-SIM-CODE TO VALID-CODE
           READ VALID-CODES
               INVALID KEY
                   IF WS-VALCODES-STATUS NOT = "23"
                       DISPLAY "VALCODES READ ERROR - STATUS "
                           WS-VALCODES-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   SET CUR-CODE-ON-FILE TO TRUE
                   MOVE VALID-CODE-RECORD TO WS-CUR-MASTER
           END-READ.

       LOOK-UP-CANDIDATE-CODE.
      *    A CODE THE CANDIDATE BOOK DROPS IS STILL ON VALCODES
      *    AFTER THE APPLY RUN - JUST INACTIVE.
           MOVE "N" TO WS-NEW-FOUND-SW
           MOVE SPACES TO WS-NEW-MASTER
           MOVE WS-SIM-CODE TO WC-CODE
           PERFORM FIND-CANDIDATE
           IF ENTRY-FOUND
               SET NEW-CODE-ON-FILE TO TRUE
               MOVE WS-CT-ENTRY(WS-CT-IDX) TO WS-NEW-MASTER
           ELSE
               IF CUR-CODE-ON-FILE
                   SET NEW-CODE-ON-FILE TO TRUE
                   MOVE WS-CUR-MASTER TO WS-NEW-MASTER
                   MOVE "I" TO NEW-STATUS
               END-IF
           END-IF.

       READ-CODE-AUTH.
           MOVE "U" TO WS-AUTH-SW
           IF CAUTH-FILE-OPEN
               MOVE WS-SIM-CODE TO CAUTH-CODE
               MOVE WS-SIM-SOURCE TO CAUTH-SOURCE-SYSTEM
               READ CODE-AUTH
                   INVALID KEY
                       PERFORM CHECK-CODE-RESTRICTED
                   NOT INVALID KEY
                       MOVE "Y" TO WS-AUTH-SW
               END-READ
           END-IF.

       CHECK-CODE-RESTRICTED.
           IF WS-CAUTH-STATUS NOT = "23"
               DISPLAY "CODEAUTH READ ERROR - STATUS " WS-CAUTH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SIM-CODE TO CAUTH-CODE
           MOVE LOW-VALUES TO CAUTH-SOURCE-SYSTEM
           START CODE-AUTH KEY NOT LESS THAN CAUTH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CODE-AUTH NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CAUTH-CODE = WS-SIM-CODE
                               MOVE "N" TO WS-AUTH-SW
                           END-IF
                   END-READ
           END-START.

       FIND-SOURCE-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SOURCE-COUNT OR ENTRY-FOUND
               IF WS-SRC-KEY(WS-SRC-SUB) = WS-SIM-SOURCE
                   SET ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SRC-SUB
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               IF WS-SOURCE-COUNT < 50
                   ADD 1 TO WS-SOURCE-COUNT
                   MOVE WS-SOURCE-COUNT TO WS-SRC-SUB
                   MOVE WS-SIM-SOURCE TO WS-SRC-KEY(WS-SRC-SUB)
                   MOVE ZERO TO WS-SRC-REPLAYED(WS-SRC-SUB)
                   MOVE ZERO TO WS-SRC-CUR-MATCH(WS-SRC-SUB)
                   MOVE ZERO TO WS-SRC-NEW-MATCH(WS-SRC-SUB)
                   MOVE ZERO TO WS-SRC-TO-REJECT(WS-SRC-SUB)
                   MOVE ZERO TO WS-SRC-TO-MATCH(WS-SRC-SUB)
               ELSE
                   MOVE WS-SOURCE-COUNT TO WS-SRC-SUB
                   MOVE "*OTHER*" TO WS-SRC-KEY(WS-SRC-SUB)
               END-IF
           END-IF.

       TALLY-FLIP.
           PERFORM TALLY-FLIP-REASON
           PERFORM TALLY-FLIP-CODE.

       TALLY-FLIP-REASON.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FLIP-RSN-COUNT OR ENTRY-FOUND
               IF WS-FR-SOURCE(WS-SUB) = WS-SRC-KEY(WS-SRC-SUB)
                   AND WS-FR-DIRECTION(WS-SUB) = WS-DIRECTION
                   AND WS-FR-REASON-CODE(WS-SUB) = WS-FLIP-REASON-CODE
                   SET ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SUB
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               IF WS-FLIP-RSN-COUNT < 500
                   ADD 1 TO WS-FLIP-RSN-COUNT
                   MOVE WS-FLIP-RSN-COUNT TO WS-SUB
                   MOVE WS-SRC-KEY(WS-SRC-SUB) TO WS-FR-SOURCE(WS-SUB)
                   MOVE WS-DIRECTION TO WS-FR-DIRECTION(WS-SUB)
                   MOVE WS-FLIP-REASON-CODE
                       TO WS-FR-REASON-CODE(WS-SUB)
                   MOVE WS-FLIP-REASON-MSG TO WS-FR-REASON-MSG(WS-SUB)
                   MOVE ZERO TO WS-FR-COUNT(WS-SUB)
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-FLIP-RSN-OVERFLOW
               END-IF
           END-IF
           IF ENTRY-FOUND
               ADD 1 TO WS-FR-COUNT(WS-SUB)
           END-IF.

       TALLY-FLIP-CODE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FLIP-CODE-COUNT OR ENTRY-FOUND
               IF WS-FC-CODE(WS-SUB) = WS-SIM-CODE
                   AND WS-FC-SOURCE(WS-SUB) = WS-SIM-SOURCE
                   AND WS-FC-DIRECTION(WS-SUB) = WS-DIRECTION
                   AND WS-FC-REASON-CODE(WS-SUB) = WS-FLIP-REASON-CODE
                   SET ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SUB
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               IF WS-FLIP-CODE-COUNT < 2000
                   ADD 1 TO WS-FLIP-CODE-COUNT
                   MOVE WS-FLIP-CODE-COUNT TO WS-SUB
                   MOVE WS-SIM-CODE TO WS-FC-CODE(WS-SUB)
                   MOVE WS-SIM-SOURCE TO WS-FC-SOURCE(WS-SUB)
                   MOVE WS-DIRECTION TO WS-FC-DIRECTION(WS-SUB)
                   MOVE WS-FLIP-REASON-CODE
                       TO WS-FC-REASON-CODE(WS-SUB)
                   MOVE ZERO TO WS-FC-COUNT(WS-SUB)
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-FLIP-CODE-OVERFLOW
               END-IF
           END-IF
           IF ENTRY-FOUND
               ADD 1 TO WS-FC-COUNT(WS-SUB)
           END-IF.

       WRITE-REPORT.
           OPEN OUTPUT SIM-RPT
           MOVE "RIESI CODE BOOK WHAT-IF SIMULATION"
               TO WS-RPT-LINE
           WRITE SIM-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "AUDITLOG RUN DATES FROM " WS-FROM-DATE
                   " TO " WS-TO-DATE
                   "  (BLANK = OPEN ENDED)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE SIM-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CANDIDATE CODES READ " WS-CAND-READ-COUNT
                   "  DISTINCT " WS-CAND-COUNT
                   "  LISTED TWICE " WS-CAND-DUP-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE SIM-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "EVENTS READ " WS-EVENTS-READ
                   "  IN WINDOW " WS-EVENTS-IN-WINDOW
                   "  REPLAYED " WS-EVENTS-REPLAYED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE SIM-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "NOT REPLAYED - BATCH-DATE REJECTS "
                   WS-EVENTS-DATE-REJECT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE SIM-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "MATCH TO REJECT " WS-TOTAL-TO-REJECT
                   "  REJECT TO MATCH " WS-TOTAL-TO-MATCH
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE SIM-RPT-RECORD FROM WS-RPT-LINE
           PERFORM WRITE-SOURCE-SECTION
           PERFORM WRITE-REASON-SECTION
           PERFORM WRITE-CODE-SECTION
           CLOSE SIM-RPT.

       WRITE-SOURCE-SECTION.
      *    SHIFT% IS THE SHARE OF A SOURCE'S REPLAYED EVENTS THAT
      *    WOULD TURN FROM MATCH INTO A REJECT.
           MOVE SPACES TO WS-RPT-LINE
           WRITE SIM-RPT-RECORD FROM WS-RPT-LINE
           MOVE "BY SOURCE SYSTEM" TO WS-RPT-LINE
           WRITE SIM-RPT-RECORD FROM WS-RPT-LINE
           WRITE SIM-RPT-RECORD FROM WS-SOURCE-HEADING
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
               MOVE SPACES TO WS-SOURCE-LINE
               MOVE WS-SRC-KEY(WS-SRC-SUB) TO SRCL-SOURCE
               MOVE WS-SRC-REPLAYED(WS-SRC-SUB) TO SRCL-REPLAYED
               MOVE WS-SRC-CUR-MATCH(WS-SRC-SUB) TO SRCL-CUR-MATCH
               MOVE WS-SRC-NEW-MATCH(WS-SRC-SUB) TO SRCL-NEW-MATCH
               MOVE WS-SRC-TO-REJECT(WS-SRC-SUB) TO SRCL-TO-REJECT
               MOVE WS-SRC-TO-MATCH(WS-SRC-SUB) TO SRCL-TO-MATCH
               IF WS-SRC-REPLAYED(WS-SRC-SUB) > 0
                   COMPUTE WS-PCT ROUNDED =
                       WS-SRC-TO-REJECT(WS-SRC-SUB) * 100
                           / WS-SRC-REPLAYED(WS-SRC-SUB)
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO WS-PCT
               END-IF
               MOVE WS-PCT TO SRCL-PCT
               IF WS-PCT NOT < WS-SHIFT-PCT
                   AND WS-SRC-TO-REJECT(WS-SRC-SUB) > 0
                   MOVE "** OVER THRESHOLD" TO SRCL-FLAG
                   ADD 1 TO WS-SOURCES-FLAGGED
               END-IF
               WRITE SIM-RPT-RECORD FROM WS-SOURCE-LINE
           END-PERFORM.

       WRITE-REASON-SECTION.
           MOVE SPACES TO WS-RPT-LINE
           WRITE SIM-RPT-RECORD FROM WS-RPT-LINE
           MOVE "FLIPPED OUTCOMES BY SOURCE SYSTEM AND REASON CODE"
               TO WS-RPT-LINE
           WRITE SIM-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "SOURCE    DIRECTION       REASON"
                   "                     COUNT"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE SIM-RPT-RECORD FROM WS-RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FLIP-RSN-COUNT
               MOVE SPACES TO WS-REASON-LINE
               MOVE WS-FR-SOURCE(WS-SUB) TO RSNL-SOURCE
               IF WS-FR-DIRECTION(WS-SUB) = "R"
                   MOVE "MATCH>REJECT" TO RSNL-DIRECTION
               ELSE
                   MOVE "REJECT>MATCH" TO RSNL-DIRECTION
               END-IF
               MOVE WS-FR-REASON-CODE(WS-SUB) TO RSNL-REASON-CODE
               MOVE WS-FR-REASON-MSG(WS-SUB) TO RSNL-REASON-MSG
               MOVE WS-FR-COUNT(WS-SUB) TO RSNL-COUNT
               WRITE SIM-RPT-RECORD FROM WS-REASON-LINE
           END-PERFORM
           IF WS-FLIP-RSN-OVERFLOW > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "REASON TABLE FULL - FLIPS NOT BROKEN DOWN: "
                       WS-FLIP-RSN-OVERFLOW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               WRITE SIM-RPT-RECORD FROM WS-RPT-LINE
           END-IF.

       WRITE-CODE-SECTION.
      *    M>R = MATCHES TODAY, WOULD REJECT (NEW REASON SHOWN).
      *    R>M = REJECTS TODAY (REASON SHOWN), WOULD MATCH.
           MOVE SPACES TO WS-RPT-LINE
           WRITE SIM-RPT-RECORD FROM WS-RPT-LINE
           MOVE "FLIPPED CODES" TO WS-RPT-LINE
           WRITE SIM-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CODE" DELIMITED BY SIZE
                   "                                     "
                   "SOURCE   DIR RSN    EVENTS"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE SIM-RPT-RECORD FROM WS-RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FLIP-CODE-COUNT
               MOVE SPACES TO WS-CODE-LINE
               MOVE WS-FC-CODE(WS-SUB) TO CODL-CODE
               MOVE WS-FC-SOURCE(WS-SUB) TO CODL-SOURCE
               IF WS-FC-DIRECTION(WS-SUB) = "R"
                   MOVE "M>R" TO CODL-DIRECTION
               ELSE
                   MOVE "R>M" TO CODL-DIRECTION
               END-IF
               MOVE WS-FC-REASON-CODE(WS-SUB) TO CODL-REASON-CODE
               MOVE WS-FC-COUNT(WS-SUB) TO CODL-COUNT
               WRITE SIM-RPT-RECORD FROM WS-CODE-LINE
           END-PERFORM
           IF WS-FLIP-CODE-OVERFLOW > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "CODE TABLE FULL - FLIPPED EVENTS NOT LISTED: "
                       WS-FLIP-CODE-OVERFLOW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               WRITE SIM-RPT-RECORD FROM WS-RPT-LINE
           END-IF.
