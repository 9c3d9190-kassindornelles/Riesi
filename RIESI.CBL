                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-DUPRPT-STATUS.
               SELECT BATCH-SEQ ASSIGN TO BATCHSEQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BSEQ-SOURCE-SYSTEM
                   FILE STATUS IS WS-SEQ-STATUS.
               SELECT WORKLIST-RPT ASSIGN TO WORKRPT
                   ORGANIZATION IS SEQUENTIAL
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CTLT-STATUS.
               SELECT CALENDAR-FILE ASSIGN TO CALFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CAL-DATE
                   FILE STATUS IS WS-CAL-STATUS.
               SELECT CODE-AUTH ASSIGN TO CODEAUTH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAUTH-KEY
                   FILE STATUS IS WS-CAUTH-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  TRANS-IN
           FD  BATCH-SEQ
               RECORDING MODE IS F.
               01 BATCH-SEQ-RECORD.
                   COPY RIESIBSQ REPLACING ==:PREFIX:== BY ==BSEQ==.
           FD  WORKLIST-RPT
               RECORDING MODE IS F.
               01 WORKLIST-RPT-RECORD PIC X(80).
                   COPY RIESICTL REPLACING ==:PREFIX:== BY ==CTLT==.
           FD  CALENDAR-FILE
               RECORDING MODE IS F.
      *        BUSINESS CALENDAR - SEE RIESICAL.
               01 CALENDAR-RECORD.
                   COPY RIESICAL REPLACING ==:PREFIX:== BY ==CAL==.
           FD  CODE-AUTH
               RECORDING MODE IS F.
               01 CODE-AUTH-RECORD.
                   COPY RIESICSA REPLACING ==:PREFIX:== BY ==CAUTH==.
           WORKING-STORAGE SECTION.
               01 WS-FLAGS.
                   05 WS-EOF-SW PIC X VALUE "N".
                   88 REASON-INVALID-DATE VALUE "06".
                   88 REASON-FUTURE-DATE VALUE "07".
                   88 REASON-NON-PROC-DAY VALUE "08".
                   88 REASON-NOT-AUTHORIZED VALUE "09".
               01 WS-REASON-MSG PIC X(20) VALUE SPACES.
               01 RIBBIT.
                   COPY RIESIREC REPLACING ==:PREFIX:== BY ==RIBBIT==.
               01 WS-CTLT-STATUS PIC XX VALUE "00".
               01 WS-ACCEPT-DETAIL-COUNT PIC 9(7) VALUE ZERO.
               01 WS-CAL-STATUS PIC XX VALUE "00".
               01 WS-CAUTH-STATUS PIC XX VALUE "00".
      *        CODEAUTH IS OPTIONAL - WITH NO FILE NO CODE IS
      *        RESTRICTED TO PARTICULAR SOURCES.
               01 WS-CAUTH-OPEN-SW PIC X VALUE "N".
                   88 CAUTH-FILE-OPEN VALUE "Y".
               01 WS-AUTH-SW PIC X VALUE "U".
               01 WS-CAL-COUNT PIC 9(3) VALUE ZERO.
               01 WS-CAL-TABLE.
                   05 WS-CAL-DATE PIC X(8)
                   05 WS-SEQ-ENTRY OCCURS 50 TIMES.
                       10 WS-SEQ-SOURCE PIC X(8).
                       10 WS-SEQ-LAST PIC 9(5).
      *                Y WHEN THIS RUN MOVED THE SEQUENCE ON - ONLY
      *                THOSE ENTRIES ARE WRITTEN BACK, SO A RESET MADE
      *                ONLINE DURING THE RUN IS NOT UNDONE FOR A
      *                SOURCE THAT DID NOT DELIVER.
                       10 WS-SEQ-CHANGED PIC X.
                           88 SEQ-CHANGED VALUE "Y".
               01 WS-SEQ-SUB PIC 9(3) VALUE ZERO.
               01 WS-SEQ-FOUND-SW PIC X VALUE "N".
                   88 SEQ-SOURCE-FOUND VALUE "Y".
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 BATL-STATUS PIC X(8).
                   05 FILLER PIC X(43) VALUE SPACES.
               01 WS-RUN-CONTROL.
                   COPY RIESIRCP REPLACING ==:PREFIX:== BY ==RCK==.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-RUN
           PERFORM START-RUN-CONTROL
           PERFORM READ-PARM-FILE
           PERFORM LOAD-BATCH-SEQ
           PERFORM LOAD-CALENDAR
           PERFORM VERIFY-BATCH
           PERFORM OPEN-VALID-CODES
           PERFORM OPEN-CODE-AUTH
           PERFORM CHECK-FOR-RESTART
      *    ON A RESTART THE ORIGINAL RUN ALREADY QUARANTINED THE
      *    REJECTED BATCHES - COPYING THEM AGAIN WOULD DOUBLE THEM
           CLOSE DUP-RPT
           CLOSE WORKLIST-RPT
           CLOSE VALID-CODES
           IF CAUTH-FILE-OPEN
               CLOSE CODE-AUTH
           END-IF
           PERFORM UPDATE-BATCH-SEQ
           PERFORM RESET-CHECKPOINT
           PERFORM WRITE-CONTROL-REPORT
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM SET-RETURN-CODE
           PERFORM END-RUN-CONTROL
           STOP RUN.

       WRITE-CONTROL-TOTALS.
               STOP RUN
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

       READ-CODE-AUTH.
      *    Y = THE SOURCE IS LISTED FOR THE CODE, N = THE CODE IS
      *    LISTED ONLY FOR OTHER SOURCES, U = THE CODE HAS NO
      *    ENTRIES AND IS OPEN TO EVERY SOURCE.
           MOVE "U" TO WS-AUTH-SW
           IF CAUTH-FILE-OPEN
               MOVE RIBBIT-CODE TO CAUTH-CODE
               MOVE RIBBIT-SOURCE-SYSTEM TO CAUTH-SOURCE-SYSTEM
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
           MOVE RIBBIT-CODE TO CAUTH-CODE
           MOVE LOW-VALUES TO CAUTH-SOURCE-SYSTEM
           START CODE-AUTH KEY NOT LESS THAN CAUTH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CODE-AUTH NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CAUTH-CODE = RIBBIT-CODE
                               MOVE "N" TO WS-AUTH-SW
                           END-IF
                   END-READ
           END-START.

       READ-VALID-CODE.
           MOVE "N" TO WS-VC-FOUND-SW
           MOVE SPACES TO WS-VC-MASTER
           END-READ.

       LOAD-BATCH-SEQ.
      *    A FILE BIGGER THAN THE TABLE MUST STOP THE RUN - A SOURCE
      *    LEFT OUT WOULD LOOK NEW AND HAVE ITS SEQUENCE CHECK SKIPPED.
           OPEN INPUT BATCH-SEQ
           IF WS-SEQ-STATUS = "00"
               PERFORM UNTIL WS-SEQ-STATUS NOT = "00"
                   READ BATCH-SEQ NEXT RECORD
                       AT END
                           MOVE "10" TO WS-SEQ-STATUS
                       NOT AT END
                               ADD 1 TO WS-SEQ-COUNT
                               MOVE BATCH-SEQ-RECORD
                                   TO WS-SEQ-ENTRY(WS-SEQ-COUNT)
                               MOVE "N"
                                   TO WS-SEQ-CHANGED(WS-SEQ-COUNT)
                           ELSE
                               DISPLAY "BATCHSEQ EXCEEDS 50 SOURCES"
                                   " - RUN STOPPED"
               END-COMPUTE
               IF WS-HDR-SEQ = WS-EXPECTED-SEQ
                   MOVE WS-HDR-SEQ TO WS-SEQ-LAST(WS-SEQ-SUB)
                   SET SEQ-CHANGED(WS-SEQ-SUB) TO TRUE
               ELSE
                   MOVE SPACES TO WS-FAIL-MSG
                   STRING "BATCH SEQ " WS-HDR-SEQ
                   MOVE WS-HDR-SOURCE
                       TO WS-SEQ-SOURCE(WS-SEQ-COUNT)
                   MOVE WS-HDR-SEQ TO WS-SEQ-LAST(WS-SEQ-COUNT)
                   SET SEQ-CHANGED(WS-SEQ-COUNT) TO TRUE
               ELSE
                   SET SEQ-TABLE-FULL TO TRUE
                   DISPLAY "BATCHSEQ FULL - SOURCE " WS-HDR-SOURCE
           END-IF
           CLOSE CONTROL-RPT
           MOVE 12 TO RETURN-CODE
           PERFORM END-RUN-CONTROL
           STOP RUN.

       UPDATE-BATCH-SEQ.
      *    THE IN-MEMORY TABLE IS KEPT CURRENT BY CHECK-BATCH-SEQ AS
      *    EACH BATCH IS VERIFIED, SO END OF RUN ONLY WRITES BACK THE
      *    ENTRIES THIS RUN CHANGED - REWRITTEN, OR ADDED FOR A
      *    SOURCE'S FIRST BATCH.
           OPEN I-O BATCH-SEQ
           IF WS-SEQ-STATUS = "35"
               OPEN OUTPUT BATCH-SEQ
               CLOSE BATCH-SEQ
               OPEN I-O BATCH-SEQ
           END-IF
           IF WS-SEQ-STATUS NOT = "00"
               DISPLAY "BATCHSEQ OPEN FAILED - STATUS " WS-SEQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-SEQ-SUB FROM 1 BY 1
                   UNTIL WS-SEQ-SUB > WS-SEQ-COUNT
               IF SEQ-CHANGED(WS-SEQ-SUB)
                   PERFORM PUT-BATCH-SEQ
               END-IF
           END-PERFORM
           CLOSE BATCH-SEQ.

       PUT-BATCH-SEQ.
           MOVE WS-SEQ-SOURCE(WS-SEQ-SUB) TO BSEQ-SOURCE-SYSTEM
           MOVE WS-SEQ-LAST(WS-SEQ-SUB) TO BSEQ-LAST-SEQ
           REWRITE BATCH-SEQ-RECORD
               INVALID KEY
                   WRITE BATCH-SEQ-RECORD
                       INVALID KEY
                           DISPLAY "BATCHSEQ UPDATE FAILED FOR "
                               BSEQ-SOURCE-SYSTEM " - STATUS "
                               WS-SEQ-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
           END-REWRITE.

       QUARANTINE-FAILED-BATCHES.
      *    COPY EVERY REJECTED BATCH OFF TRANSIN TO THE QUARANTINE
      *    DATASET - A Q CONTROL RECORD TAGGED WITH THE RUN ID AND
           PERFORM CHECK-DETAIL-DATE
           IF REASON-OK
               PERFORM READ-VALID-CODE
               MOVE "U" TO WS-AUTH-SW
               IF VC-CODE-ON-FILE
                   PERFORM READ-CODE-AUTH
               END-IF
               CALL "RIESIVAL" USING RIBBIT-CODE
                                      RIBBIT-BATCH-DATE
                                      WS-VC-FOUND-SW
                                      WS-VC-MASTER
                                      WS-AUTH-SW
                                      WS-REASON-CODE
                                      WS-REASON-MSG
               END-CALL
                   WRITE CONTROL-RPT-RECORD FROM WS-RPT-LINE
               END-IF
           END-PERFORM.

       START-RUN-CONTROL.
           MOVE SPACES TO WS-RUN-CONTROL
           MOVE "S" TO RCK-FUNCTION
           MOVE "RIESI" TO RCK-PGM
           MOVE WS-RUN-ID TO RCK-RUN-ID
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           IF NOT RCK-OK
               MOVE RCK-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       END-RUN-CONTROL.
      *    A RESTARTED RUN CARRIES ON UNDER ITS ORIGINAL RUN ID.
           MOVE "E" TO RCK-FUNCTION
           MOVE WS-RUN-ID TO RCK-RUN-ID
           MOVE RETURN-CODE TO RCK-RC
           MOVE WS-RECORDS-READ TO RCK-COUNT-1
           MOVE WS-MATCH-COUNT TO RCK-COUNT-2
           MOVE WS-REJECT-COUNT TO RCK-COUNT-3
           MOVE WS-BAT-FAIL-COUNT TO RCK-COUNT-4
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           MOVE RCK-RC TO RETURN-CODE.
