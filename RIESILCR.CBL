       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIESILCR.
      *****************************************************************
      *    RIESILCR - DORMANT AND EXPIRING CODE LIFECYCLE REPORT
      *    CROSSES THE VALCODES MASTER WITH THE MATCH AND REJECT
      *    HISTORY ON AUDITLOG AND PRINTS THREE SECTIONS ON LCRRPT:
      *      1. ACTIVE CODES WITH NO MATCH IN THE LAST DORMANT-DAYS
      *         (CANDIDATES FOR RETIREMENT)
      *      2. ACTIVE CODES WHOSE EFF-TO DATE FALLS WITHIN THE NEXT
      *         EXPIRY-DAYS BUT THAT MATCHED WITHIN THE LAST
      *         RECENT-DAYS (FEEDS ABOUT TO START FAILING)
      *      3. INACTIVE OR NOT-YET-EFFECTIVE CODES THAT DREW REASON
      *         04/05 REJECTS WITHIN THE LAST RECENT-DAYS, WITH THE
      *         SOURCES STILL SENDING THEM
      *    EVERY LINE CARRIES THE CATEGORY, THE LAST DATE THE CODE
      *    MATCHED AND ITS MATCH VOLUME ON THE LOG. AUDITLOG ONLY
      *    HOLDS WHAT RIESIAPG HAS NOT YET ARCHIVED, SO "NONE" UNDER
      *    LAST USED MEANS NO MATCH WITHIN THE RETAINED HISTORY.
      *    LCRPARM GIVES DORMANT-DAYS (DEFAULT 90), EXPIRY-DAYS
      *    (DEFAULT 30) AND RECENT-DAYS (DEFAULT 30). RETURN CODE 4
      *    FLAGS ANYTHING IN SECTION 2 OR 3 - BOTH MEAN A FEED IS OR
      *    WILL SHORTLY BE REJECTING; A DORMANT LIST ALONE IS RC 0.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT VALID-CODES ASSIGN TO VALCODES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VALID-CODE
                   FILE STATUS IS WS-VALCODES-STATUS.
               SELECT AUDIT-LOG ASSIGN TO AUDITLOG
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT LIFECYCLE-RPT ASSIGN TO LCRRPT
                   ORGANIZATION IS SEQUENTIAL.
               SELECT PARM-FILE ASSIGN TO LCRPARM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  VALID-CODES
               RECORDING MODE IS F.
               01 VALID-CODE-RECORD.
                   COPY RIESIVCR REPLACING ==:PREFIX:== BY ==VALID==.
           FD  AUDIT-LOG
               RECORDING MODE IS F.
               01 AUDIT-RECORD.
                   COPY RIESIAUD REPLACING ==:PREFIX:== BY ==AUD==.
           FD  LIFECYCLE-RPT
               RECORDING MODE IS F.
               01 LIFECYCLE-RPT-RECORD PIC X(80).
           FD  PARM-FILE
               RECORDING MODE IS F.
               01 PARM-RECORD.
                   05 PARM-DORMANT-DAYS PIC 9(4).
                   05 PARM-EXPIRY-DAYS PIC 9(3).
                   05 PARM-RECENT-DAYS PIC 9(3).
                   05 FILLER PIC X(70).
           WORKING-STORAGE SECTION.
               01 WS-FLAGS.
                   05 WS-EOF-SW PIC X VALUE "N".
                       88 END-OF-FILE VALUE "Y".
                   05 WS-BROWSE-SW PIC X VALUE "N".
                       88 BROWSE-DONE VALUE "Y".
                   05 WS-FOUND-SW PIC X VALUE "N".
                       88 ENTRY-FOUND VALUE "Y".
               01 WS-VALCODES-STATUS PIC XX VALUE "00".
               01 WS-AUDIT-STATUS PIC XX VALUE "00".
               01 WS-PARM-STATUS PIC XX VALUE "00".
               01 WS-DORMANT-DAYS PIC 9(4) VALUE 90.
               01 WS-EXPIRY-DAYS PIC 9(3) VALUE 30.
               01 WS-RECENT-DAYS PIC 9(3) VALUE 30.
               01 WS-TODAY PIC 9(8) VALUE ZERO.
               01 WS-TODAY-X REDEFINES WS-TODAY PIC X(8).
               01 WS-DORMANT-CUTOFF PIC 9(8) VALUE ZERO.
               01 WS-DORMANT-CUTOFF-X REDEFINES WS-DORMANT-CUTOFF
                   PIC X(8).
               01 WS-RECENT-CUTOFF PIC 9(8) VALUE ZERO.
               01 WS-RECENT-CUTOFF-X REDEFINES WS-RECENT-CUTOFF
                   PIC X(8).
               01 WS-EXPIRY-LIMIT PIC 9(8) VALUE ZERO.
               01 WS-EXPIRY-LIMIT-X REDEFINES WS-EXPIRY-LIMIT
                   PIC X(8).
               01 WS-RUN-DATE PIC X(8) VALUE SPACES.
      *        THE WHOLE MASTER, LOADED BY A KEY-ORDER BROWSE SO THE
      *        AUDIT PASS CAN BINARY-SEARCH IT. SAME 10000-CODE LIMIT
      *        AS THE MASS-LOAD - A BIGGER BOOK STOPS THE RUN RATHER
      *        THAN REPORT ON PART OF IT.
               01 WS-CODE-COUNT PIC 9(5) VALUE ZERO.
               01 WS-CODE-TABLE.
                   05 WS-CODE-ENTRY OCCURS 1 TO 10000 TIMES
                           DEPENDING ON WS-CODE-COUNT
                           ASCENDING KEY IS WS-CE-CODE
                           INDEXED BY WS-CE-IDX.
                       10 WS-CE-CODE PIC A(50).
                       10 WS-CE-CATEGORY PIC X(8).
                       10 WS-CE-STATUS PIC X.
                       10 WS-CE-EFF-FROM PIC X(8).
                       10 WS-CE-EFF-TO PIC X(8).
                       10 WS-CE-LAST-MATCH PIC X(8).
                       10 WS-CE-MATCH-COUNT PIC 9(7).
                       10 WS-CE-RECENT-MATCH PIC 9(7).
                       10 WS-CE-LAST-REJECT PIC X(8).
                       10 WS-CE-REJECT-COUNT PIC 9(7).
                       10 WS-CE-SOURCE-COUNT PIC 9.
                       10 WS-CE-SOURCE PIC X(8) OCCURS 5 TIMES.
                       10 WS-CE-MORE-SOURCES PIC X.
               01 WS-SUB PIC 9(5) VALUE ZERO.
               01 WS-SRC-SUB PIC 9 VALUE ZERO.
               01 WS-STATE PIC X(8) VALUE SPACES.
               01 WS-EVENTS-READ PIC 9(7) VALUE ZERO.
               01 WS-DORMANT-COUNT PIC 9(5) VALUE ZERO.
               01 WS-EXPIRING-COUNT PIC 9(5) VALUE ZERO.
               01 WS-STALE-COUNT PIC 9(5) VALUE ZERO.
               01 WS-RPT-LINE PIC X(80).
               01 WS-DETAIL-LINE.
                   05 DTL-CODE PIC X(30).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 DTL-CATEGORY PIC X(8).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 DTL-STATE PIC X(8).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 DTL-LAST-USED PIC X(8).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 DTL-MATCHES PIC Z(6)9.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 DTL-EXTRA-DATE PIC X(8).
                   05 DTL-EXTRA-COUNT PIC Z(5)9.
               01 WS-SOURCES-LINE.
                   05 FILLER PIC X(12) VALUE "    SOURCES:".
                   05 SRCL-SOURCE OCCURS 5 TIMES.
                       10 FILLER PIC X(1).
                       10 SRCL-ID PIC X(8).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 SRCL-MORE PIC X(10).
                   05 FILLER PIC X(12) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-PARM-FILE
           PERFORM SET-CUTOFF-DATES
           PERFORM LOAD-VALID-CODES
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AUDITLOG OPEN FAILED - STATUS " WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-AUDIT-RECORD
           PERFORM PROCESS-AUDIT-RECORD UNTIL END-OF-FILE
           CLOSE AUDIT-LOG
           OPEN OUTPUT LIFECYCLE-RPT
           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-DORMANT-SECTION
           PERFORM WRITE-EXPIRING-SECTION
           PERFORM WRITE-STALE-SECTION
           PERFORM WRITE-REPORT-TOTALS
           CLOSE LIFECYCLE-RPT
           IF WS-EXPIRING-COUNT > 0 OR WS-STALE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-PARM-FILE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PARM-DORMANT-DAYS NUMERIC
                           AND PARM-DORMANT-DAYS > 0
                           MOVE PARM-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
                       IF PARM-EXPIRY-DAYS NUMERIC
                           AND PARM-EXPIRY-DAYS > 0
                           MOVE PARM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       END-IF
                       IF PARM-RECENT-DAYS NUMERIC
                           AND PARM-RECENT-DAYS > 0
                           MOVE PARM-RECENT-DAYS TO WS-RECENT-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       SET-CUTOFF-DATES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-DORMANT-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - WS-DORMANT-DAYS)
           END-COMPUTE
           COMPUTE WS-RECENT-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - WS-RECENT-DAYS)
           END-COMPUTE
           COMPUTE WS-EXPIRY-LIMIT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               + WS-EXPIRY-DAYS)
           END-COMPUTE.

       LOAD-VALID-CODES.
           OPEN INPUT VALID-CODES
           IF WS-VALCODES-STATUS NOT = "00"
               DISPLAY "VALCODES OPEN FAILED - STATUS "
                   WS-VALCODES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-BROWSE-SW
           MOVE LOW-VALUES TO VALID-CODE
           START VALID-CODES KEY NOT LESS THAN VALID-CODE
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START
           PERFORM LOAD-NEXT-CODE UNTIL BROWSE-DONE
           CLOSE VALID-CODES.

       LOAD-NEXT-CODE.
           READ VALID-CODES NEXT RECORD
               AT END
                   SET BROWSE-DONE TO TRUE
               NOT AT END
                   IF WS-VALCODES-STATUS NOT = "00"
                       DISPLAY "VALCODES BROWSE ERROR - STATUS "
                           WS-VALCODES-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM STORE-CODE
           END-READ.

       STORE-CODE.
           IF WS-CODE-COUNT NOT < 10000
               DISPLAY "VALCODES EXCEEDS 10000 CODES - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CODE-COUNT
           MOVE VALID-CODE TO WS-CE-CODE(WS-CODE-COUNT)
           MOVE VALID-CATEGORY TO WS-CE-CATEGORY(WS-CODE-COUNT)
           MOVE VALID-STATUS TO WS-CE-STATUS(WS-CODE-COUNT)
           MOVE VALID-EFF-FROM TO WS-CE-EFF-FROM(WS-CODE-COUNT)
           MOVE VALID-EFF-TO TO WS-CE-EFF-TO(WS-CODE-COUNT)
           MOVE SPACES TO WS-CE-LAST-MATCH(WS-CODE-COUNT)
           MOVE ZERO TO WS-CE-MATCH-COUNT(WS-CODE-COUNT)
           MOVE ZERO TO WS-CE-RECENT-MATCH(WS-CODE-COUNT)
           MOVE SPACES TO WS-CE-LAST-REJECT(WS-CODE-COUNT)
           MOVE ZERO TO WS-CE-REJECT-COUNT(WS-CODE-COUNT)
           MOVE ZERO TO WS-CE-SOURCE-COUNT(WS-CODE-COUNT)
           MOVE SPACES TO WS-CE-MORE-SOURCES(WS-CODE-COUNT)
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1 UNTIL WS-SRC-SUB > 5
               MOVE SPACES TO WS-CE-SOURCE(WS-CODE-COUNT, WS-SRC-SUB)
           END-PERFORM.

       READ-AUDIT-RECORD.
           READ AUDIT-LOG
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-EVENTS-READ
           END-READ.

       PROCESS-AUDIT-RECORD.
      *    EVENTS FOR CODES NO LONGER (OR NEVER) ON THE MASTER HAVE
      *    NOTHING TO SAY ABOUT A CODE'S LIFECYCLE AND ARE SKIPPED.
           MOVE AUD-RUN-ID(1:8) TO WS-RUN-DATE
           MOVE "N" TO WS-FOUND-SW
           IF WS-CODE-COUNT > ZERO
               SEARCH ALL WS-CODE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CE-CODE(WS-CE-IDX) = AUD-INPUT-VALUE
                       SET ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF ENTRY-FOUND
               IF AUD-RESULT = "MATCH"
                   PERFORM TALLY-MATCH
               ELSE
                   IF (AUD-REASON-CODE = "04" OR AUD-REASON-CODE = "05")
                       AND WS-RUN-DATE NOT < WS-RECENT-CUTOFF-X
                       PERFORM TALLY-STALE-REJECT
                   END-IF
               END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD.

       TALLY-MATCH.
           ADD 1 TO WS-CE-MATCH-COUNT(WS-CE-IDX)
           IF WS-RUN-DATE > WS-CE-LAST-MATCH(WS-CE-IDX)
               OR WS-CE-LAST-MATCH(WS-CE-IDX) = SPACES
               MOVE WS-RUN-DATE TO WS-CE-LAST-MATCH(WS-CE-IDX)
           END-IF
           IF WS-RUN-DATE NOT < WS-RECENT-CUTOFF-X
               ADD 1 TO WS-CE-RECENT-MATCH(WS-CE-IDX)
           END-IF.

       TALLY-STALE-REJECT.
           ADD 1 TO WS-CE-REJECT-COUNT(WS-CE-IDX)
           IF WS-RUN-DATE > WS-CE-LAST-REJECT(WS-CE-IDX)
               OR WS-CE-LAST-REJECT(WS-CE-IDX) = SPACES
               MOVE WS-RUN-DATE TO WS-CE-LAST-REJECT(WS-CE-IDX)
           END-IF
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-CE-SOURCE-COUNT(WS-CE-IDX)
                       OR ENTRY-FOUND
               IF WS-CE-SOURCE(WS-CE-IDX, WS-SRC-SUB)
                   = AUD-SOURCE-SYSTEM
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               IF WS-CE-SOURCE-COUNT(WS-CE-IDX) < 5
                   ADD 1 TO WS-CE-SOURCE-COUNT(WS-CE-IDX)
                   MOVE AUD-SOURCE-SYSTEM TO WS-CE-SOURCE(WS-CE-IDX,
                       WS-CE-SOURCE-COUNT(WS-CE-IDX))
               ELSE
                   MOVE "Y" TO WS-CE-MORE-SOURCES(WS-CE-IDX)
               END-IF
           END-IF.

       SET-CODE-STATE.
      *    LIVE = ACTIVE AND EFFECTIVE TODAY. INACTIVE, FUTURE (EFF-
      *    FROM AFTER TODAY) AND EXPIRED (EFF-TO BEFORE TODAY) ALL
      *    REJECT EVERY FEED THAT SENDS THEM TODAY.
           EVALUATE TRUE
               WHEN WS-CE-STATUS(WS-SUB) NOT = "A"
                   MOVE "INACTIVE" TO WS-STATE
               WHEN WS-CE-EFF-FROM(WS-SUB) NOT = SPACES
                   AND WS-CE-EFF-FROM(WS-SUB) NOT = ZEROS
                   AND WS-CE-EFF-FROM(WS-SUB) > WS-TODAY-X
                   MOVE "FUTURE" TO WS-STATE
               WHEN WS-CE-EFF-TO(WS-SUB) NOT = SPACES
                   AND WS-CE-EFF-TO(WS-SUB) NOT = ZEROS
                   AND WS-CE-EFF-TO(WS-SUB) < WS-TODAY-X
                   MOVE "EXPIRED" TO WS-STATE
               WHEN OTHER
                   MOVE "LIVE" TO WS-STATE
           END-EVALUATE.

       BUILD-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CE-CODE(WS-SUB) TO DTL-CODE
           MOVE WS-CE-CATEGORY(WS-SUB) TO DTL-CATEGORY
           MOVE WS-STATE TO DTL-STATE
           IF WS-CE-LAST-MATCH(WS-SUB) = SPACES
               MOVE "NONE" TO DTL-LAST-USED
           ELSE
               MOVE WS-CE-LAST-MATCH(WS-SUB) TO DTL-LAST-USED
           END-IF
           MOVE WS-CE-MATCH-COUNT(WS-SUB) TO DTL-MATCHES.

       WRITE-REPORT-HEADING.
           MOVE "RIESI CODE LIFECYCLE REPORT" TO WS-RPT-LINE
           WRITE LIFECYCLE-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE " WS-TODAY-X
                   "  DORMANT DAYS " WS-DORMANT-DAYS
                   "  EXPIRY DAYS " WS-EXPIRY-DAYS
                   "  RECENT DAYS " WS-RECENT-DAYS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE LIFECYCLE-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-SECTION-HEADING.
      *    EXPECTS THE SECTION TITLE IN WS-RPT-LINE.
           WRITE LIFECYCLE-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CODE                           CATEGORY STATE    "
                   "LAST USD MATCHES "
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.

       WRITE-DORMANT-SECTION.
           MOVE SPACES TO WS-RPT-LINE
           WRITE LIFECYCLE-RPT-RECORD FROM WS-RPT-LINE
           STRING "1. ACTIVE CODES WITH NO MATCH IN THE LAST "
                   WS-DORMANT-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-SECTION-HEADING
           WRITE LIFECYCLE-RPT-RECORD FROM WS-RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CODE-COUNT
               PERFORM SET-CODE-STATE
               IF WS-CE-STATUS(WS-SUB) = "A"
                   AND WS-STATE NOT = "FUTURE"
                   AND (WS-CE-LAST-MATCH(WS-SUB) = SPACES
                     OR WS-CE-LAST-MATCH(WS-SUB) < WS-DORMANT-CUTOFF-X)
                   PERFORM BUILD-DETAIL-LINE
                   WRITE LIFECYCLE-RPT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-DORMANT-COUNT
               END-IF
           END-PERFORM.

       WRITE-EXPIRING-SECTION.
           MOVE SPACES TO WS-RPT-LINE
           WRITE LIFECYCLE-RPT-RECORD FROM WS-RPT-LINE
           STRING "2. CODES EXPIRING WITHIN " WS-EXPIRY-DAYS
                   " DAYS THAT MATCHED IN THE LAST "
                   WS-RECENT-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-SECTION-HEADING
           MOVE "EFF-TO   RECENT" TO WS-RPT-LINE(67:14)
           WRITE LIFECYCLE-RPT-RECORD FROM WS-RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CODE-COUNT
               PERFORM SET-CODE-STATE
               IF WS-STATE = "LIVE"
                   AND WS-CE-EFF-TO(WS-SUB) NOT = SPACES
                   AND WS-CE-EFF-TO(WS-SUB) NOT = ZEROS
                   AND WS-CE-EFF-TO(WS-SUB) NOT > WS-EXPIRY-LIMIT-X
                   AND WS-CE-RECENT-MATCH(WS-SUB) > 0
                   PERFORM BUILD-DETAIL-LINE
                   MOVE WS-CE-EFF-TO(WS-SUB) TO DTL-EXTRA-DATE
                   MOVE WS-CE-RECENT-MATCH(WS-SUB) TO DTL-EXTRA-COUNT
                   WRITE LIFECYCLE-RPT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-EXPIRING-COUNT
               END-IF
           END-PERFORM.

       WRITE-STALE-SECTION.
           MOVE SPACES TO WS-RPT-LINE
           WRITE LIFECYCLE-RPT-RECORD FROM WS-RPT-LINE
           STRING "3. INACTIVE/NOT-EFFECTIVE CODES WITH 04/05 REJECTS"
                   " IN THE LAST " WS-RECENT-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-SECTION-HEADING
           MOVE "LAST REJ REJCTS" TO WS-RPT-LINE(67:14)
           WRITE LIFECYCLE-RPT-RECORD FROM WS-RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CODE-COUNT
               PERFORM SET-CODE-STATE
               IF WS-STATE NOT = "LIVE"
                   AND WS-CE-REJECT-COUNT(WS-SUB) > 0
                   PERFORM BUILD-DETAIL-LINE
                   MOVE WS-CE-LAST-REJECT(WS-SUB) TO DTL-EXTRA-DATE
                   MOVE WS-CE-REJECT-COUNT(WS-SUB) TO DTL-EXTRA-COUNT
                   WRITE LIFECYCLE-RPT-RECORD FROM WS-DETAIL-LINE
                   PERFORM WRITE-SOURCES-LINE
                   ADD 1 TO WS-STALE-COUNT
               END-IF
           END-PERFORM.

       WRITE-SOURCES-LINE.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1 UNTIL WS-SRC-SUB > 5
               MOVE SPACES TO SRCL-SOURCE(WS-SRC-SUB)
               MOVE WS-CE-SOURCE(WS-SUB, WS-SRC-SUB)
                   TO SRCL-ID(WS-SRC-SUB)
           END-PERFORM
           IF WS-CE-MORE-SOURCES(WS-SUB) = "Y"
               MOVE "AND OTHERS" TO SRCL-MORE
           ELSE
               MOVE SPACES TO SRCL-MORE
           END-IF
           WRITE LIFECYCLE-RPT-RECORD FROM WS-SOURCES-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE LIFECYCLE-RPT-RECORD FROM WS-RPT-LINE
           STRING "CODES ON VALCODES: " WS-CODE-COUNT
                   "  AUDIT EVENTS READ: " WS-EVENTS-READ
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE LIFECYCLE-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DORMANT: " WS-DORMANT-COUNT
                   "  EXPIRING IN USE: " WS-EXPIRING-COUNT
                   "  STILL DRAWING REJECTS: " WS-STALE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE LIFECYCLE-RPT-RECORD FROM WS-RPT-LINE.
