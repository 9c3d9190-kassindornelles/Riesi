       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIESIPUB.
      *****************************************************************
      *    RIESIPUB - CODE BOOK PUBLICATION
      *    SCHEDULED OUTBOUND INTERFACE FOR THE SYSTEMS THAT KEEP
      *    THEIR OWN COPY OF VALCODES. WRITES ONE PUBOUT GENERATION
      *    (+1, LIKE EXTROUT) IN THE RIESIPBR LAYOUT: A FULL
      *    SNAPSHOT OF THE CODE BOOK WHEN PUBPARM SAYS "FULL ",
      *    OTHERWISE A DELTA OF EVERY ADD, CHANGE AND DEACTIVATION
      *    SINCE THE LAST PUBLICATION. THE DELTA IS THE PUBPEND
      *    DATASET: RIESIHST APPENDS EACH RIESIMNT CHANGE AS IT
      *    DRAINS IT TO MNTHIST, AND RIESIVCL APPENDS EACH CHANGE OF
      *    AN APPLY RUN AS IT LOGS IT TO MNTHIST - BOTH IN THE
      *    MNTHIST RECORD LAYOUT WITH BEFORE/AFTER IMAGES. THE
      *    CHANGES ARE SORTED INTO THE ORDER THEY WERE MADE AND
      *    PUBLISHED WITH THEIR AFTER IMAGES. RUN AFTER RIESIHST SO
      *    THE DAY'S ONLINE CHANGES ARE DRAINED; AFTER A CLEAN RUN OF
      *    EITHER KIND THE JOB STEP REPLACES PUBPEND WITH AN EMPTY
      *    DATASET, AS RIESIHST'S STEP DOES FOR RIHSFILE - A FULL
      *    SNAPSHOT ALREADY CARRIES EVERY PENDING CHANGE.
      *    THE PUBCTL CONTROL RECORD HOLDS THE LAST PUBLICATION
      *    SEQUENCE NUMBER; EACH RUN PUBLISHES THE NEXT ONE AND
      *    REWRITES PUBCTL. WITH NO PUBCTL NOTHING HAS BEEN
      *    PUBLISHED YET, SO A DELTA REQUEST IS PROMOTED TO A FULL
      *    SNAPSHOT. RETURN CODE 16 ON A FILE ERROR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT VALID-CODES ASSIGN TO VALCODES
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VALID-CODE
                   FILE STATUS IS WS-VALCODES-STATUS.
               SELECT PENDING-FILE ASSIGN TO PUBPEND
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PEND-STATUS.
               SELECT SORT-WORK ASSIGN TO SORTWK.
               SELECT PUBLISH-OUT ASSIGN TO PUBOUT
                   ORGANIZATION IS SEQUENTIAL.
               SELECT PUB-CONTROL ASSIGN TO PUBCTL
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PCTL-STATUS.
               SELECT PUB-RPT ASSIGN TO PUBRPT
                   ORGANIZATION IS SEQUENTIAL.
               SELECT PARM-FILE ASSIGN TO PUBPARM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  VALID-CODES
               RECORDING MODE IS F.
               01 VALID-CODE-RECORD.
                   COPY RIESIVCR REPLACING ==:PREFIX:== BY ==VALID==.
           FD  PENDING-FILE
               RECORDING MODE IS F.
               01 PENDING-RECORD.
                   COPY RIESIHIS REPLACING ==:PREFIX:== BY ==PEND==.
           SD  SORT-WORK.
               01 SORT-RECORD.
                   COPY RIESIHIS REPLACING ==:PREFIX:== BY ==SRT==.
           FD  PUBLISH-OUT
               RECORDING MODE IS F.
               01 PUBLISH-RECORD.
                   COPY RIESIPBR REPLACING ==:PREFIX:== BY ==PUB==.
           FD  PUB-CONTROL
               RECORDING MODE IS F.
               01 PUB-CONTROL-RECORD.
                   05 PCTL-LAST-SEQ PIC 9(7).
                   05 PCTL-LAST-TYPE PIC X.
                   05 PCTL-LAST-RUN-ID PIC X(16).
                   05 PCTL-LAST-DATE PIC X(8).
                   05 PCTL-LAST-FULL-SEQ PIC 9(7).
                   05 PCTL-LAST-COUNT PIC 9(7).
                   05 FILLER PIC X(34).
           FD  PUB-RPT
               RECORDING MODE IS F.
               01 PUB-RPT-RECORD PIC X(80).
           FD  PARM-FILE
               RECORDING MODE IS F.
               01 PARM-RECORD.
                   05 PARM-PUB-MODE PIC X(5).
                   05 FILLER PIC X(75).
           WORKING-STORAGE SECTION.
               01 WS-FLAGS.
                   05 WS-EOF-SW PIC X VALUE "N".
                       88 END-OF-FILE VALUE "Y".
                   05 WS-PEND-SW PIC X VALUE "N".
                       88 CHANGES-PENDING VALUE "Y".
               01 WS-PUB-MODE PIC X(5) VALUE "DELTA".
                   88 FULL-MODE VALUE "FULL".
                   88 DELTA-MODE VALUE "DELTA".
               01 WS-VALCODES-STATUS PIC XX VALUE "00".
               01 WS-PEND-STATUS PIC XX VALUE "00".
               01 WS-PCTL-STATUS PIC XX VALUE "00".
               01 WS-PARM-STATUS PIC XX VALUE "00".
               01 WS-INTERFACE-VERSION PIC X(2) VALUE "01".
               01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
               01 WS-RUN-TIME PIC 9(8) VALUE ZERO.
               01 WS-RUN-ID PIC X(16) VALUE SPACES.
               01 WS-LAST-SEQ PIC 9(7) VALUE ZERO.
               01 WS-LAST-FULL-SEQ PIC 9(7) VALUE ZERO.
               01 WS-PUB-SEQ PIC 9(7) VALUE ZERO.
               01 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
               01 WS-ADD-COUNT PIC 9(7) VALUE ZERO.
               01 WS-CHANGE-COUNT PIC 9(7) VALUE ZERO.
               01 WS-DEACT-COUNT PIC 9(7) VALUE ZERO.
               01 WS-SKIP-COUNT PIC 9(7) VALUE ZERO.
               01 WS-RPT-LINE PIC X(80).
               01 WS-RUN-CONTROL.
                   COPY RIESIRCP REPLACING ==:PREFIX:== BY ==RCK==.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-PARM-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING
           PERFORM START-RUN-CONTROL
           OPEN OUTPUT PUB-RPT
           MOVE "RIESI CODE BOOK PUBLICATION" TO WS-RPT-LINE
           WRITE PUB-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE PUB-RPT-RECORD FROM WS-RPT-LINE
           PERFORM READ-PUB-CONTROL
           COMPUTE WS-PUB-SEQ = WS-LAST-SEQ + 1
           END-COMPUTE
           OPEN OUTPUT PUBLISH-OUT
           PERFORM WRITE-PUBLICATION-HEADER
           IF FULL-MODE
               PERFORM PUBLISH-FULL-SNAPSHOT
               MOVE WS-PUB-SEQ TO WS-LAST-FULL-SEQ
           ELSE
               PERFORM PUBLISH-DELTA
           END-IF
           PERFORM WRITE-PUBLICATION-TRAILER
           CLOSE PUBLISH-OUT
           PERFORM WRITE-PUB-CONTROL
           PERFORM WRITE-PUB-TOTALS
           CLOSE PUB-RPT
           DISPLAY "RIESIPUB PUBLICATION " WS-PUB-SEQ " "
               WS-PUB-MODE " - " WS-DETAIL-COUNT " RECORDS"
           MOVE 0 TO RETURN-CODE
           PERFORM END-RUN-CONTROL
           STOP RUN.

       READ-PARM-FILE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PARM-PUB-MODE = "FULL"
                           OR PARM-PUB-MODE = "DELTA"
                           MOVE PARM-PUB-MODE TO WS-PUB-MODE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       READ-PUB-CONTROL.
           OPEN INPUT PUB-CONTROL
           IF WS-PCTL-STATUS = "35"
               IF DELTA-MODE
                   MOVE "FULL" TO WS-PUB-MODE
                   MOVE "NO PUBCTL - FIRST PUBLICATION, SENT AS FULL"
                       TO WS-RPT-LINE
                   WRITE PUB-RPT-RECORD FROM WS-RPT-LINE
               END-IF
           ELSE
               IF WS-PCTL-STATUS NOT = "00"
                   DISPLAY "PUBCTL OPEN FAILED - STATUS "
                       WS-PCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ PUB-CONTROL
                   AT END
                       DISPLAY "PUBCTL IS EMPTY - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
               IF PCTL-LAST-SEQ NOT NUMERIC
                   DISPLAY "PUBCTL SEQUENCE NOT NUMERIC - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PCTL-LAST-SEQ TO WS-LAST-SEQ
               IF PCTL-LAST-FULL-SEQ NUMERIC
                   MOVE PCTL-LAST-FULL-SEQ TO WS-LAST-FULL-SEQ
               END-IF
               CLOSE PUB-CONTROL
           END-IF.

       WRITE-PUBLICATION-HEADER.
           MOVE SPACES TO PUBLISH-RECORD
           MOVE "H" TO PUB-RECORD-TYPE
           MOVE WS-INTERFACE-VERSION TO PUB-HDR-VERSION
           MOVE WS-PUB-SEQ TO PUB-HDR-SEQ
           MOVE WS-LAST-SEQ TO PUB-HDR-PREV-SEQ
           IF FULL-MODE
               MOVE "F" TO PUB-HDR-TYPE
           ELSE
               MOVE "D" TO PUB-HDR-TYPE
           END-IF
           MOVE WS-RUN-ID TO PUB-HDR-RUN-ID
           MOVE WS-RUN-DATE TO PUB-HDR-PUB-DATE
           WRITE PUBLISH-RECORD.

       PUBLISH-FULL-SNAPSHOT.
      *    EVERY CODE ON THE BOOK, INACTIVE ONES INCLUDED - THE
      *    RECEIVER'S COPY IS REPLACED, NOT MERGED.
           OPEN INPUT VALID-CODES
           IF WS-VALCODES-STATUS NOT = "00"
               DISPLAY "VALCODES OPEN FAILED - STATUS "
                   WS-VALCODES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM READ-VALID-CODE
           PERFORM WRITE-SNAPSHOT-DETAIL UNTIL END-OF-FILE
           CLOSE VALID-CODES.

       READ-VALID-CODE.
           READ VALID-CODES NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-VALCODES-STATUS NOT = "00"
                       DISPLAY "VALCODES READ ERROR - STATUS "
                           WS-VALCODES-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       WRITE-SNAPSHOT-DETAIL.
           MOVE SPACES TO PUBLISH-RECORD
           MOVE "D" TO PUB-RECORD-TYPE
           MOVE "FULL" TO PUB-ACTION
           MOVE VALID-CODE-RECORD TO PUB-CODE-IMAGE
           WRITE PUBLISH-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           PERFORM READ-VALID-CODE.

       PUBLISH-DELTA.
      *    A MISSING OR EMPTY PUBPEND IS A QUIET DAY - THE DELTA IS
      *    STILL PUBLISHED, EMPTY, SO THE SEQUENCE KEEPS STEP.
           MOVE "N" TO WS-PEND-SW
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS = "00"
               READ PENDING-FILE
                   NOT AT END
                       SET CHANGES-PENDING TO TRUE
               END-READ
               CLOSE PENDING-FILE
           ELSE
               IF WS-PEND-STATUS NOT = "35"
                   DISPLAY "PUBPEND OPEN FAILED - STATUS "
                       WS-PEND-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF CHANGES-PENDING
               SORT SORT-WORK
                   ON ASCENDING KEY SRT-KEY
                   USING PENDING-FILE
                   OUTPUT PROCEDURE IS WRITE-DELTA-DETAILS
               IF SORT-RETURN NOT = 0
                   DISPLAY "PUBPEND SORT FAILED - SORT-RETURN "
                       SORT-RETURN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       WRITE-DELTA-DETAILS.
           MOVE "N" TO WS-EOF-SW
           PERFORM RETURN-PENDING-CHANGE
           PERFORM WRITE-DELTA-DETAIL UNTIL END-OF-FILE.

       RETURN-PENDING-CHANGE.
           RETURN SORT-WORK
               AT END
                   SET END-OF-FILE TO TRUE
           END-RETURN.

       WRITE-DELTA-DETAIL.
      *    ONLY APPLIED VALCODES CHANGES ARE PUBLISHED - ANYTHING
      *    ELSE ON PUBPEND IS COUNTED AND PASSED OVER.
           IF SRT-APPLIED
               AND (SRT-ACTION = "ADD" OR SRT-ACTION = "CHG"
                   OR SRT-ACTION = "DEACT")
               MOVE SPACES TO PUBLISH-RECORD
               MOVE "D" TO PUB-RECORD-TYPE
               MOVE SRT-ACTION TO PUB-ACTION
               MOVE SRT-AFTER-IMAGE TO PUB-CODE-IMAGE
               MOVE SRT-DATE TO PUB-CHANGE-DATE
               MOVE SRT-TIME TO PUB-CHANGE-TIME
               WRITE PUBLISH-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               EVALUATE SRT-ACTION
                   WHEN "ADD"
                       ADD 1 TO WS-ADD-COUNT
                   WHEN "CHG"
                       ADD 1 TO WS-CHANGE-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-DEACT-COUNT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-SKIP-COUNT
           END-IF
           PERFORM RETURN-PENDING-CHANGE.

       WRITE-PUBLICATION-TRAILER.
           MOVE SPACES TO PUBLISH-RECORD
           MOVE "T" TO PUB-RECORD-TYPE
           MOVE WS-PUB-SEQ TO PUB-TRL-SEQ
           MOVE WS-DETAIL-COUNT TO PUB-TRL-RECORD-COUNT
           WRITE PUBLISH-RECORD.

       WRITE-PUB-CONTROL.
           OPEN OUTPUT PUB-CONTROL
           IF WS-PCTL-STATUS NOT = "00"
               DISPLAY "PUBCTL OPEN FAILED - STATUS " WS-PCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PUB-CONTROL-RECORD
           MOVE WS-PUB-SEQ TO PCTL-LAST-SEQ
           IF FULL-MODE
               MOVE "F" TO PCTL-LAST-TYPE
           ELSE
               MOVE "D" TO PCTL-LAST-TYPE
           END-IF
           MOVE WS-RUN-ID TO PCTL-LAST-RUN-ID
           MOVE WS-RUN-DATE TO PCTL-LAST-DATE
           MOVE WS-LAST-FULL-SEQ TO PCTL-LAST-FULL-SEQ
           MOVE WS-DETAIL-COUNT TO PCTL-LAST-COUNT
           WRITE PUB-CONTROL-RECORD
           CLOSE PUB-CONTROL.

       WRITE-PUB-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "PUBLICATION:      " WS-PUB-SEQ "  " WS-PUB-MODE
                   "  RUN " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE PUB-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "PREVIOUS:         " WS-LAST-SEQ
                   "  LAST FULL " WS-LAST-FULL-SEQ
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE PUB-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE PUB-RPT-RECORD FROM WS-RPT-LINE
           IF DELTA-MODE
               STRING "ADDS:             " WS-ADD-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               WRITE PUB-RPT-RECORD FROM WS-RPT-LINE
               STRING "CHANGES:          " WS-CHANGE-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               WRITE PUB-RPT-RECORD FROM WS-RPT-LINE
               STRING "DEACTIVATIONS:    " WS-DEACT-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               WRITE PUB-RPT-RECORD FROM WS-RPT-LINE
               STRING "NOT PUBLISHABLE:  " WS-SKIP-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               WRITE PUB-RPT-RECORD FROM WS-RPT-LINE
           END-IF
           STRING "RECORDS PUBLISHED:" WS-DETAIL-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE PUB-RPT-RECORD FROM WS-RPT-LINE.

       START-RUN-CONTROL.
           MOVE SPACES TO WS-RUN-CONTROL
           MOVE "S" TO RCK-FUNCTION
           MOVE "RIESIPUB" TO RCK-PGM
           MOVE WS-RUN-ID TO RCK-RUN-ID
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           IF NOT RCK-OK
               MOVE RCK-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       END-RUN-CONTROL.
           MOVE "E" TO RCK-FUNCTION
           MOVE RETURN-CODE TO RCK-RC
           MOVE WS-PUB-SEQ TO RCK-COUNT-1
           MOVE WS-DETAIL-COUNT TO RCK-COUNT-2
           MOVE ZERO TO RCK-COUNT-3
           MOVE ZERO TO RCK-COUNT-4
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           MOVE RCK-RC TO RETURN-CODE.
