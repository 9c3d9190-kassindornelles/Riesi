       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIESIVOL.
      *****************************************************************
      *    RIESIVOL - FEED VOLUME ANOMALY CHECK
      *    RUNS AFTER RIESI. EVERY VERIFIED BATCH RIESI LOGGED ON
      *    FEEDLOG FOR THE CHECK DATE IS MEASURED AGAINST ITS
      *    SOURCE'S ROLLING BASELINE - THE AVERAGE DETAIL COUNT OF
      *    THE SOURCE'S BATCHES ON THE SAME DAY OF THE WEEK OVER THE
      *    PRECEDING WEEKS, TAKEN FROM THE SAME FEEDLOG. A BATCH
      *    BELOW THE LOW OR ABOVE THE HIGH PERCENTAGE OF THAT
      *    AVERAGE (SET PER SOURCE ON SRCMASTR, DEFAULTED FROM
      *    VOLPARM) IS OUT OF BAND AND LISTED ON VOLRPT WITH THE
      *    EXPECTED RANGE AND THE ACTUAL COUNT. A SOURCE WITH FEWER
      *    THAN THE MINIMUM NUMBER OF BASELINE BATCHES IS LISTED AS
      *    HAVING NO BASELINE YET BUT NOT FLAGGED.
      *    A SOURCE MARKED VOL-HOLD-OPT Y IS PUT ON HOLD WHEN ONE OF
      *    ITS BATCHES IS OUT OF BAND, AND RIESIXTR THEN KEEPS ITS
      *    MATCHES OUT OF THE EXTRACT. SOURCE IDS ON THE OPTIONAL
      *    VOLREL FILE ARE RELEASED FIRST, SO THEIR HELD MATCHES GO
      *    OUT WITH THE NEXT EXTRACT.
      *    VOLPARM (OPTIONAL, ONE CARD):
      *        1-8    CHECK DATE YYYYMMDD (DEFAULT THE CYCLE DATE)
      *        9-10   WEEKS OF BASELINE HISTORY (DEFAULT 08)
      *        11-12  MINIMUM BASELINE BATCHES (DEFAULT 03)
      *        13-15  DEFAULT LOW PERCENTAGE (DEFAULT 050)
      *        16-18  DEFAULT HIGH PERCENTAGE (DEFAULT 200)
      *    RETURN CODE 4 FLAGS AT LEAST ONE BATCH OUT OF BAND SO THE
      *    SCHEDULER CAN PAGE SOMEONE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SOURCE-MASTER ASSIGN TO SRCMASTR
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SRCM-SOURCE-ID
                   FILE STATUS IS WS-SRCM-STATUS.
               SELECT FEED-LOG ASSIGN TO FEEDLOG
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FEED-STATUS.
               SELECT VOLUME-RPT ASSIGN TO VOLRPT
                   ORGANIZATION IS SEQUENTIAL.
               SELECT PARM-FILE ASSIGN TO VOLPARM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT RELEASE-FILE ASSIGN TO VOLREL
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-REL-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  SOURCE-MASTER
               RECORDING MODE IS F.
               01 SOURCE-MASTER-RECORD.
                   COPY RIESISRM REPLACING ==:PREFIX:== BY ==SRCM==.
           FD  FEED-LOG
               RECORDING MODE IS F.
               01 FEED-RECORD.
                   05 FEED-DATE PIC X(8).
                   05 FEED-SOURCE-SYSTEM PIC X(8).
                   05 FEED-BATCH-SEQ PIC 9(5).
                   05 FEED-DETAIL-COUNT PIC 9(7).
           FD  VOLUME-RPT
               RECORDING MODE IS F.
               01 VOLUME-RPT-RECORD PIC X(80).
           FD  PARM-FILE
               RECORDING MODE IS F.
               01 PARM-RECORD.
                   05 PARM-CHECK-DATE PIC 9(8).
                   05 PARM-WEEKS PIC 9(2).
                   05 PARM-MIN-SAMPLES PIC 9(2).
                   05 PARM-LOW-PCT PIC 9(3).
                   05 PARM-HIGH-PCT PIC 9(3).
                   05 FILLER PIC X(62).
           FD  RELEASE-FILE
               RECORDING MODE IS F.
               01 RELEASE-RECORD.
                   05 REL-SOURCE-ID PIC X(8).
                   05 FILLER PIC X(72).
           WORKING-STORAGE SECTION.
               01 WS-FLAGS.
                   05 WS-EOF-SW PIC X VALUE "N".
                       88 END-OF-FILE VALUE "Y".
                   05 WS-REL-EOF-SW PIC X VALUE "N".
                       88 RELEASE-END-OF-FILE VALUE "Y".
                   05 WS-FEEDLOG-SW PIC X VALUE "Y".
                       88 FEEDLOG-PRESENT VALUE "Y".
               01 WS-SRCM-STATUS PIC XX VALUE "00".
               01 WS-FEED-STATUS PIC XX VALUE "00".
               01 WS-PARM-STATUS PIC XX VALUE "00".
               01 WS-REL-STATUS PIC XX VALUE "00".
               01 WS-CHECK-DATE PIC 9(8) VALUE ZERO.
               01 WS-CHECK-INT PIC 9(8) VALUE ZERO.
               01 WS-FEED-DATE PIC 9(8) VALUE ZERO.
               01 WS-FEED-INT PIC 9(8) VALUE ZERO.
               01 WS-DAYS-BACK PIC S9(8) VALUE ZERO.
               01 WS-WEEKS-BACK PIC 9(8) VALUE ZERO.
               01 WS-WEEK-REM PIC 9 VALUE ZERO.
               01 WS-DAY-OF-WEEK PIC 9 VALUE ZERO.
      *        DAY NAMES INDEXED MONDAY = 1 THROUGH SUNDAY = 7, THE
      *        SAME ORDER AS THE EXPECTED-DAY FLAGS ON THE MASTER.
               01 WS-DAY-NAMES.
                   05 FILLER PIC X(9) VALUE "MONDAY".
                   05 FILLER PIC X(9) VALUE "TUESDAY".
                   05 FILLER PIC X(9) VALUE "WEDNESDAY".
                   05 FILLER PIC X(9) VALUE "THURSDAY".
                   05 FILLER PIC X(9) VALUE "FRIDAY".
                   05 FILLER PIC X(9) VALUE "SATURDAY".
                   05 FILLER PIC X(9) VALUE "SUNDAY".
               01 WS-DAY-TABLE REDEFINES WS-DAY-NAMES.
                   05 WS-DAY-NAME PIC X(9) OCCURS 7 TIMES.
               01 WS-WEEKS PIC 9(2) VALUE 8.
               01 WS-WINDOW-DAYS PIC 9(3) VALUE ZERO.
               01 WS-MIN-SAMPLES PIC 9(2) VALUE 3.
               01 WS-DEFAULT-LOW-PCT PIC 9(3) VALUE 50.
               01 WS-DEFAULT-HIGH-PCT PIC 9(3) VALUE 200.
      *        BASELINE FOR THE CHECK DATE'S DAY OF THE WEEK - ONE
      *        ENTRY PER SOURCE WITH ITS BATCH COUNT AND DETAIL TOTAL.
               01 WS-BASE-COUNT PIC 9(3) VALUE ZERO.
               01 WS-BASE-TABLE.
                   05 WS-BASE-ENTRY OCCURS 200 TIMES.
                       10 WS-BASE-SOURCE PIC X(8).
                       10 WS-BASE-TOTAL PIC 9(11).
                       10 WS-BASE-SAMPLES PIC 9(3).
               01 WS-BASE-SUB PIC 9(3) VALUE ZERO.
               01 WS-BASE-FOUND-SW PIC X VALUE "N".
                   88 BASE-FOUND VALUE "Y".
               01 WS-BASE-WORK PIC X(8) VALUE SPACES.
               01 WS-BASE-OVERFLOW-SW PIC X VALUE "N".
                   88 BASE-TABLE-OVERFLOW VALUE "Y".
               01 WS-SAMPLES PIC 9(3) VALUE ZERO.
               01 WS-SRCM-FOUND-SW PIC X VALUE "N".
                   88 SOURCE-ON-MASTER VALUE "Y".
               01 WS-LOW-PCT PIC 9(3) VALUE ZERO.
               01 WS-HIGH-PCT PIC 9(3) VALUE ZERO.
               01 WS-AVERAGE PIC 9(7) VALUE ZERO.
               01 WS-EXPECT-LOW PIC 9(7) VALUE ZERO.
               01 WS-EXPECT-HIGH PIC 9(7) VALUE ZERO.
               01 WS-CHECKED-COUNT PIC 9(5) VALUE ZERO.
               01 WS-IN-BAND-COUNT PIC 9(5) VALUE ZERO.
               01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
               01 WS-NO-BASE-COUNT PIC 9(5) VALUE ZERO.
               01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
               01 WS-RELEASED-COUNT PIC 9(5) VALUE ZERO.
               01 WS-RPT-LINE PIC X(80).
               01 WS-DETAIL-LINE.
                   05 VOLL-SOURCE PIC X(8).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 VOLL-SEQ PIC 9(5).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 VOLL-ACTUAL PIC Z(6)9.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 VOLL-LOW PIC Z(6)9.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 VOLL-HIGH PIC Z(6)9.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 VOLL-AVERAGE PIC Z(6)9.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 VOLL-SAMPLES PIC Z(2)9.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 VOLL-STATUS PIC X(11).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 VOLL-ACTION PIC X(7).
                   05 FILLER PIC X(10) VALUE SPACES.
               01 WS-RUN-CONTROL.
                   COPY RIESIRCP REPLACING ==:PREFIX:== BY ==RCK==.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM START-RUN-CONTROL
           PERFORM READ-PARM-FILE
           PERFORM SET-DAY-OF-WEEK
           OPEN I-O SOURCE-MASTER
           IF WS-SRCM-STATUS NOT = "00"
               DISPLAY "SRCMASTR OPEN FAILED - STATUS " WS-SRCM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VOLUME-RPT
           PERFORM WRITE-REPORT-HEADING
           PERFORM RELEASE-HELD-SOURCES
           PERFORM LOAD-BASELINE
           PERFORM WRITE-COLUMN-HEADING
           IF FEEDLOG-PRESENT
               PERFORM CHECK-BATCHES
           END-IF
           CLOSE SOURCE-MASTER
           PERFORM WRITE-REPORT-TOTALS
           CLOSE VOLUME-RPT
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "FEED VOLUME CHECK " WS-CHECK-DATE " - "
                   WS-EXCEPTION-COUNT " BATCH(ES) OUT OF BAND"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM END-RUN-CONTROL
           STOP RUN.

       READ-PARM-FILE.
      *    THE CHECK DATE DEFAULTS TO THE CYCLE DATE, WHICH IS THE
      *    DATE RIESI LOGGED THIS CYCLE'S BATCHES UNDER.
           MOVE RCK-CYCLE-DATE TO WS-CHECK-DATE
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PARM-CHECK-DATE NUMERIC
                           AND PARM-CHECK-DATE > 0
                           MOVE PARM-CHECK-DATE TO WS-CHECK-DATE
                       END-IF
                       IF PARM-WEEKS NUMERIC AND PARM-WEEKS > 0
                           MOVE PARM-WEEKS TO WS-WEEKS
                       END-IF
                       IF PARM-MIN-SAMPLES NUMERIC
                           AND PARM-MIN-SAMPLES > 0
                           MOVE PARM-MIN-SAMPLES TO WS-MIN-SAMPLES
                       END-IF
                       IF PARM-LOW-PCT NUMERIC AND PARM-LOW-PCT > 0
                           MOVE PARM-LOW-PCT TO WS-DEFAULT-LOW-PCT
                       END-IF
                       IF PARM-HIGH-PCT NUMERIC AND PARM-HIGH-PCT > 0
                           MOVE PARM-HIGH-PCT TO WS-DEFAULT-HIGH-PCT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           COMPUTE WS-WINDOW-DAYS = WS-WEEKS * 7.

       SET-DAY-OF-WEEK.
      *    DAY 1 OF THE INTEGER DATE BASE WAS A MONDAY, SO THE
      *    REMAINDER MOD 7 RUNS MONDAY = 1 THROUGH SATURDAY = 6
      *    WITH SUNDAY COMING OUT AS ZERO.
           COMPUTE WS-CHECK-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
           END-COMPUTE
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-CHECK-INT 7)
           IF WS-DAY-OF-WEEK = ZERO
               MOVE 7 TO WS-DAY-OF-WEEK
           END-IF.

       RELEASE-HELD-SOURCES.
      *    AN ABSENT VOLREL JUST MEANS NOTHING IS BEING RELEASED.
           OPEN INPUT RELEASE-FILE
           IF WS-REL-STATUS = "00"
               PERFORM READ-RELEASE-RECORD
               PERFORM RELEASE-SOURCE UNTIL RELEASE-END-OF-FILE
               CLOSE RELEASE-FILE
               MOVE SPACES TO WS-RPT-LINE
               WRITE VOLUME-RPT-RECORD FROM WS-RPT-LINE
           END-IF.

       READ-RELEASE-RECORD.
           READ RELEASE-FILE
               AT END
                   SET RELEASE-END-OF-FILE TO TRUE
           END-READ.

       RELEASE-SOURCE.
           IF REL-SOURCE-ID NOT = SPACES
               MOVE REL-SOURCE-ID TO SRCM-SOURCE-ID
               PERFORM READ-SOURCE-MASTER
               MOVE SPACES TO WS-RPT-LINE
               EVALUATE TRUE
                   WHEN NOT SOURCE-ON-MASTER
                       STRING "RELEASE " REL-SOURCE-ID
                               " - NOT ON SRCMASTR, IGNORED"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                   WHEN NOT SRCM-VOL-HELD
                       STRING "RELEASE " REL-SOURCE-ID
                               " - NOT ON HOLD, IGNORED"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                   WHEN OTHER
                       STRING "RELEASED " REL-SOURCE-ID
                               " - ON HOLD SINCE " SRCM-VOL-HOLD-DATE
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       MOVE "N" TO SRCM-VOL-HOLD
                       MOVE SPACES TO SRCM-VOL-HOLD-DATE
                       PERFORM REWRITE-SOURCE-MASTER
                       ADD 1 TO WS-RELEASED-COUNT
               END-EVALUATE
               WRITE VOLUME-RPT-RECORD FROM WS-RPT-LINE
           END-IF
           PERFORM READ-RELEASE-RECORD.

       LOAD-BASELINE.
      *    AN ABSENT FEEDLOG MEANS NOTHING HAS DELIVERED YET, SO
      *    THERE IS NEITHER A BASELINE NOR A BATCH TO CHECK.
           OPEN INPUT FEED-LOG
           IF WS-FEED-STATUS = "35"
               MOVE "N" TO WS-FEEDLOG-SW
           ELSE
               IF WS-FEED-STATUS NOT = "00"
                   DISPLAY "FEEDLOG OPEN FAILED - STATUS "
                       WS-FEED-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-FEED-RECORD
               PERFORM TALLY-HISTORY-RECORD UNTIL END-OF-FILE
               CLOSE FEED-LOG
           END-IF.

       READ-FEED-RECORD.
           READ FEED-LOG
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       TALLY-HISTORY-RECORD.
      *    A BASELINE BATCH WAS LOGGED A WHOLE NUMBER OF WEEKS (ONE
      *    TO THE WINDOW) BEFORE THE CHECK DATE.
           IF FEED-DATE NUMERIC AND FEED-DETAIL-COUNT NUMERIC
               MOVE FEED-DATE TO WS-FEED-DATE
               COMPUTE WS-FEED-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FEED-DATE)
               END-COMPUTE
               COMPUTE WS-DAYS-BACK = WS-CHECK-INT - WS-FEED-INT
               IF WS-DAYS-BACK > 0
                   AND WS-DAYS-BACK NOT > WS-WINDOW-DAYS
                   DIVIDE WS-DAYS-BACK BY 7 GIVING WS-WEEKS-BACK
                       REMAINDER WS-WEEK-REM
                   IF WS-WEEK-REM = ZERO
                       PERFORM ADD-TO-BASELINE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-FEED-RECORD.

       ADD-TO-BASELINE.
           MOVE FEED-SOURCE-SYSTEM TO WS-BASE-WORK
           PERFORM FIND-BASE-ENTRY
           IF NOT BASE-FOUND
               IF WS-BASE-COUNT < 200
                   ADD 1 TO WS-BASE-COUNT
                   MOVE WS-BASE-COUNT TO WS-BASE-SUB
                   MOVE FEED-SOURCE-SYSTEM
                       TO WS-BASE-SOURCE(WS-BASE-SUB)
                   MOVE ZERO TO WS-BASE-TOTAL(WS-BASE-SUB)
                   MOVE ZERO TO WS-BASE-SAMPLES(WS-BASE-SUB)
                   SET BASE-FOUND TO TRUE
               ELSE
                   SET BASE-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF
           IF BASE-FOUND AND WS-BASE-SAMPLES(WS-BASE-SUB) < 999
               ADD FEED-DETAIL-COUNT TO WS-BASE-TOTAL(WS-BASE-SUB)
               ADD 1 TO WS-BASE-SAMPLES(WS-BASE-SUB)
           END-IF.

       FIND-BASE-ENTRY.
           MOVE "N" TO WS-BASE-FOUND-SW
           PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
                   UNTIL WS-BASE-SUB > WS-BASE-COUNT
                       OR BASE-FOUND
               IF WS-BASE-SOURCE(WS-BASE-SUB) = WS-BASE-WORK
                   SET BASE-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-BASE-SUB
               END-IF
           END-PERFORM.

       CHECK-BATCHES.
           OPEN INPUT FEED-LOG
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "FEEDLOG OPEN FAILED - STATUS " WS-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM READ-FEED-RECORD
           PERFORM CHECK-FEED-RECORD UNTIL END-OF-FILE
           CLOSE FEED-LOG.

       CHECK-FEED-RECORD.
           IF FEED-DATE = WS-CHECK-DATE
               ADD 1 TO WS-CHECKED-COUNT
               MOVE FEED-SOURCE-SYSTEM TO SRCM-SOURCE-ID
               PERFORM READ-SOURCE-MASTER
               PERFORM SET-SOURCE-TOLERANCE
               MOVE FEED-SOURCE-SYSTEM TO WS-BASE-WORK
               PERFORM FIND-BASE-ENTRY
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE FEED-SOURCE-SYSTEM TO VOLL-SOURCE
               MOVE FEED-BATCH-SEQ TO VOLL-SEQ
               MOVE FEED-DETAIL-COUNT TO VOLL-ACTUAL
               MOVE ZERO TO WS-SAMPLES
               IF BASE-FOUND
                   MOVE WS-BASE-SAMPLES(WS-BASE-SUB) TO WS-SAMPLES
               END-IF
               MOVE WS-SAMPLES TO VOLL-SAMPLES
               IF WS-SAMPLES = ZERO OR WS-SAMPLES < WS-MIN-SAMPLES
                   ADD 1 TO WS-NO-BASE-COUNT
                   MOVE "NO BASELINE" TO VOLL-STATUS
                   WRITE VOLUME-RPT-RECORD FROM WS-DETAIL-LINE
               ELSE
                   PERFORM MEASURE-BATCH
               END-IF
           END-IF
           PERFORM READ-FEED-RECORD.

       SET-SOURCE-TOLERANCE.
      *    ZERO OR SPACES ON THE MASTER TAKE THE VOLPARM DEFAULT.
           MOVE WS-DEFAULT-LOW-PCT TO WS-LOW-PCT
           MOVE WS-DEFAULT-HIGH-PCT TO WS-HIGH-PCT
           IF SOURCE-ON-MASTER
               IF SRCM-VOL-LOW-PCT NUMERIC AND SRCM-VOL-LOW-PCT > 0
                   MOVE SRCM-VOL-LOW-PCT TO WS-LOW-PCT
               END-IF
               IF SRCM-VOL-HIGH-PCT NUMERIC AND SRCM-VOL-HIGH-PCT > 0
                   MOVE SRCM-VOL-HIGH-PCT TO WS-HIGH-PCT
               END-IF
           END-IF.

       MEASURE-BATCH.
           COMPUTE WS-AVERAGE ROUNDED = WS-BASE-TOTAL(WS-BASE-SUB)
               / WS-BASE-SAMPLES(WS-BASE-SUB)
           END-COMPUTE
           COMPUTE WS-EXPECT-LOW ROUNDED = WS-AVERAGE * WS-LOW-PCT
               / 100
           END-COMPUTE
           COMPUTE WS-EXPECT-HIGH ROUNDED = WS-AVERAGE * WS-HIGH-PCT
               / 100
           END-COMPUTE
           MOVE WS-AVERAGE TO VOLL-AVERAGE
           MOVE WS-EXPECT-LOW TO VOLL-LOW
           MOVE WS-EXPECT-HIGH TO VOLL-HIGH
           EVALUATE TRUE
               WHEN FEED-DETAIL-COUNT < WS-EXPECT-LOW
                   MOVE "**LOW**" TO VOLL-STATUS
               WHEN FEED-DETAIL-COUNT > WS-EXPECT-HIGH
                   MOVE "**HIGH**" TO VOLL-STATUS
               WHEN OTHER
                   ADD 1 TO WS-IN-BAND-COUNT
           END-EVALUATE
           IF VOLL-STATUS NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               IF SOURCE-ON-MASTER AND SRCM-VOL-HOLD-WANTED
                   PERFORM HOLD-SOURCE
               END-IF
               WRITE VOLUME-RPT-RECORD FROM WS-DETAIL-LINE
           END-IF.

       HOLD-SOURCE.
      *    A SOURCE ALREADY ON HOLD KEEPS ITS ORIGINAL HOLD DATE.
           IF SRCM-VOL-HELD
               MOVE "ON HOLD" TO VOLL-ACTION
           ELSE
               MOVE "Y" TO SRCM-VOL-HOLD
               MOVE WS-CHECK-DATE TO SRCM-VOL-HOLD-DATE
               PERFORM REWRITE-SOURCE-MASTER
               ADD 1 TO WS-HELD-COUNT
               MOVE "HELD" TO VOLL-ACTION
               DISPLAY "SOURCE " SRCM-SOURCE-ID
                   " PUT ON HOLD - MATCHES KEPT OUT OF THE EXTRACT"
           END-IF.

       READ-SOURCE-MASTER.
           MOVE "N" TO WS-SRCM-FOUND-SW
           READ SOURCE-MASTER
               INVALID KEY
                   IF WS-SRCM-STATUS NOT = "23"
                       DISPLAY "SRCMASTR READ ERROR - STATUS "
                           WS-SRCM-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   SET SOURCE-ON-MASTER TO TRUE
           END-READ.

       REWRITE-SOURCE-MASTER.
           REWRITE SOURCE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "SRCMASTR REWRITE FAILED FOR "
                       SRCM-SOURCE-ID " - STATUS " WS-SRCM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-RPT-LINE
           STRING "RIESI FEED VOLUME CHECK FOR " WS-CHECK-DATE
                   " (" WS-DAY-NAME(WS-DAY-OF-WEEK) ")"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE VOLUME-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "BASELINE: SAME DAY OVER THE LAST " WS-WEEKS
                   " WEEKS, AT LEAST " WS-MIN-SAMPLES " BATCHES"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE VOLUME-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DEFAULT BAND: " WS-DEFAULT-LOW-PCT "% TO "
                   WS-DEFAULT-HIGH-PCT "% OF THE AVERAGE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE VOLUME-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE VOLUME-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-COLUMN-HEADING.
           MOVE "SOURCE   SEQ    ACTUAL     LOW    HIGH AVERAGE"
               TO WS-RPT-LINE
           MOVE "   N STATUS      ACTION" TO WS-RPT-LINE(47:23)
           WRITE VOLUME-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-REPORT-TOTALS.
           IF WS-EXCEPTION-COUNT = ZERO AND WS-NO-BASE-COUNT = ZERO
               MOVE "NO BATCH OUT OF BAND" TO WS-RPT-LINE
               WRITE VOLUME-RPT-RECORD FROM WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE VOLUME-RPT-RECORD FROM WS-RPT-LINE
           STRING "BATCHES CHECKED:     " WS-CHECKED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE VOLUME-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "WITHIN BAND:         " WS-IN-BAND-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE VOLUME-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "OUT OF BAND:         " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE VOLUME-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "NO BASELINE YET:     " WS-NO-BASE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE VOLUME-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "SOURCES PUT ON HOLD: " WS-HELD-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE VOLUME-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "SOURCES RELEASED:    " WS-RELEASED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE VOLUME-RPT-RECORD FROM WS-RPT-LINE
           IF NOT FEEDLOG-PRESENT
               MOVE "NO FEEDLOG - NOTHING CHECKED" TO WS-RPT-LINE
               WRITE VOLUME-RPT-RECORD FROM WS-RPT-LINE
           END-IF
           IF BASE-TABLE-OVERFLOW
               MOVE "BASELINE TABLE FULL - SOME SOURCES NOT MEASURED"
                   TO WS-RPT-LINE
               WRITE VOLUME-RPT-RECORD FROM WS-RPT-LINE
           END-IF.

       START-RUN-CONTROL.
           MOVE SPACES TO WS-RUN-CONTROL
           MOVE "S" TO RCK-FUNCTION
           MOVE "RIESIVOL" TO RCK-PGM
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           IF NOT RCK-OK
               MOVE RCK-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       END-RUN-CONTROL.
           MOVE "E" TO RCK-FUNCTION
           MOVE RETURN-CODE TO RCK-RC
           MOVE WS-CHECKED-COUNT TO RCK-COUNT-1
           MOVE WS-EXCEPTION-COUNT TO RCK-COUNT-2
           MOVE WS-HELD-COUNT TO RCK-COUNT-3
           MOVE WS-RELEASED-COUNT TO RCK-COUNT-4
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           MOVE RCK-RC TO RETURN-CODE.
