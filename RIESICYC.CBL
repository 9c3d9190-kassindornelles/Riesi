       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIESICYC.
      *****************************************************************
      *    RIESICYC - PIPELINE CYCLE STATUS REPORT
      *    ONE PAGE ON CYCRPT FROM THE RUNCTL RUN-CONTROL REGISTER:
      *    EVERY STEP OF THE RIESIDEP TABLE, IN CYCLE ORDER, WITH ITS
      *    STATE IN THE CYCLE -
      *        COMPLETE     ENDED AT OR BELOW ITS MAX-RC
      *        FAILED       ENDED ABOVE ITS MAX-RC - FIX AND RERUN
      *        NOT ENDED    STARTED AND NEVER ENDED - STILL RUNNING,
      *                     OR STOPPED ON AN ERROR (RESTART WITH AN
      *                     RCKPARM FORCE CARD)
      *        READY        NOT RUN YET, ALL PREDECESSORS COMPLETE
      *        WAITING      NOT RUN YET, A PREDECESSOR IS NOT
      *                     COMPLETE
      *    WITH THE RUN ID, RETURN CODE, FORCED FLAG AND THE FOUR
      *    REGISTER COUNTS (SEE RIESIRCR FOR WHAT THEY MEAN). THE
      *    CYCLE DATE COMES FROM RCKPARM THE SAME WAY THE STEPS GET
      *    IT, SO THE REPORT CAN BE RUN AT ANY POINT IN THE CYCLE
      *    WITH THE SAME CARDS. A STEP NOT RUN IN THE CYCLE SHOWS THE
      *    LAST CYCLE IT RAN IN. THIS REPORT NEVER UPDATES THE
      *    REGISTER AND IS NOT ITSELF GUARDED. RETURN CODE 8 FLAGS A
      *    FAILED OR NOT-ENDED STEP, 4 STEPS STILL OUTSTANDING, 0 A
      *    COMPLETE CYCLE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RUN-CONTROL ASSIGN TO RUNCTL
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RCTL-PGM
                   FILE STATUS IS WS-RCTL-STATUS.
               SELECT CYCLE-RPT ASSIGN TO CYCRPT
                   ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  RUN-CONTROL
               RECORDING MODE IS F.
               01 RUN-CONTROL-RECORD.
                   COPY RIESIRCR REPLACING ==:PREFIX:== BY ==RCTL==.
           FD  CYCLE-RPT
               RECORDING MODE IS F.
               01 CYCLE-RPT-RECORD PIC X(80).
           WORKING-STORAGE SECTION.
               01 WS-RCTL-STATUS PIC XX VALUE "00".
               01 WS-REGISTER-SW PIC X VALUE "N".
                   88 REGISTER-ON-FILE VALUE "Y".
               01 WS-RUN-CONTROL.
                   COPY RIESIRCP REPLACING ==:PREFIX:== BY ==RCK==.
               01 WS-CYCLE-DATE PIC X(8) VALUE SPACES.
               01 WS-DEPENDENCIES.
                   COPY RIESIDEP REPLACING ==:PREFIX:== BY ==DEP==.
      *        ONE STATE PER DEPENDENCY TABLE ENTRY, SAME ORDER.
               01 WS-STATE-TABLE.
                   05 WS-STATE PIC X OCCURS 30 TIMES.
                       88 STEP-COMPLETE VALUE "C".
                       88 STEP-FAILED VALUE "F".
                       88 STEP-NOT-ENDED VALUE "N".
                       88 STEP-NOT-RUN VALUE " ".
               01 WS-DEP-SUB PIC 9(2) VALUE ZERO.
               01 WS-PRED-SUB PIC 9 VALUE ZERO.
               01 WS-FIND-SUB PIC 9(2) VALUE ZERO.
               01 WS-READY-SW PIC X VALUE "Y".
                   88 STEP-READY VALUE "Y".
               01 WS-COMPLETE-COUNT PIC 9(2) VALUE ZERO.
               01 WS-FAILED-COUNT PIC 9(2) VALUE ZERO.
               01 WS-NOT-ENDED-COUNT PIC 9(2) VALUE ZERO.
               01 WS-OUTSTANDING-COUNT PIC 9(2) VALUE ZERO.
               01 WS-RPT-LINE PIC X(80).
               01 WS-STEP-LINE.
                   05 CYCL-PGM PIC X(8).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 CYCL-STATE PIC X(9).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 CYCL-RUN-ID PIC X(16).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 CYCL-RC PIC X(4).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 CYCL-FORCED PIC X(1).
                   05 CYCL-COUNT-1 PIC Z(6)9.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 CYCL-COUNT-2 PIC Z(6)9.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 CYCL-COUNT-3 PIC Z(6)9.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 CYCL-COUNT-4 PIC Z(6)9.
                   05 FILLER PIC X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE SPACES TO WS-RUN-CONTROL
           MOVE "C" TO RCK-FUNCTION
           MOVE "RIESICYC" TO RCK-PGM
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           MOVE RCK-CYCLE-DATE TO WS-CYCLE-DATE
           MOVE SPACES TO WS-STATE-TABLE
           OPEN INPUT RUN-CONTROL
           IF WS-RCTL-STATUS = "00"
               SET REGISTER-ON-FILE TO TRUE
           ELSE
               IF WS-RCTL-STATUS NOT = "35"
                   DISPLAY "RUNCTL OPEN FAILED - STATUS "
                       WS-RCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT CYCLE-RPT
           MOVE SPACES TO WS-RPT-LINE
           STRING "RIESI PIPELINE CYCLE STATUS - CYCLE " WS-CYCLE-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE CYCLE-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE CYCLE-RPT-RECORD FROM WS-RPT-LINE
           IF NOT REGISTER-ON-FILE
               MOVE "NO RUNCTL REGISTER - NO STEP HAS RUN YET"
                   TO WS-RPT-LINE
               WRITE CYCLE-RPT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               WRITE CYCLE-RPT-RECORD FROM WS-RPT-LINE
           END-IF
           MOVE "PROGRAM  STATE     RUN ID           RC   F"
               TO WS-RPT-LINE
           MOVE "COUNT-1 COUNT-2 COUNT-3 COUNT-4" TO WS-RPT-LINE(43:31)
           WRITE CYCLE-RPT-RECORD FROM WS-RPT-LINE
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > DEP-COUNT
               PERFORM REPORT-STEP
           END-PERFORM
           IF REGISTER-ON-FILE
               CLOSE RUN-CONTROL
           END-IF
           PERFORM WRITE-CYCLE-TOTALS
           CLOSE CYCLE-RPT
           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > 0 OR WS-NOT-ENDED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OUTSTANDING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       REPORT-STEP.
      *    STEPS ARE IN CYCLE ORDER, SO EVERY PREDECESSOR'S STATE IS
      *    ALREADY SET WHEN ITS SUCCESSOR IS REPORTED.
           MOVE SPACES TO WS-STEP-LINE
           MOVE DEP-PGM(WS-DEP-SUB) TO CYCL-PGM
           PERFORM READ-STEP-ENTRY
           EVALUATE TRUE
               WHEN STEP-COMPLETE(WS-DEP-SUB)
                   MOVE "COMPLETE" TO CYCL-STATE
                   ADD 1 TO WS-COMPLETE-COUNT
               WHEN STEP-FAILED(WS-DEP-SUB)
                   MOVE "FAILED" TO CYCL-STATE
                   ADD 1 TO WS-FAILED-COUNT
               WHEN STEP-NOT-ENDED(WS-DEP-SUB)
                   MOVE "NOT ENDED" TO CYCL-STATE
                   ADD 1 TO WS-NOT-ENDED-COUNT
               WHEN OTHER
                   PERFORM CHECK-STEP-READY
                   IF STEP-READY
                       MOVE "READY" TO CYCL-STATE
                   ELSE
                       MOVE "WAITING" TO CYCL-STATE
                   END-IF
                   ADD 1 TO WS-OUTSTANDING-COUNT
           END-EVALUATE
           WRITE CYCLE-RPT-RECORD FROM WS-STEP-LINE.

       READ-STEP-ENTRY.
           IF REGISTER-ON-FILE
               MOVE DEP-PGM(WS-DEP-SUB) TO RCTL-PGM
               READ RUN-CONTROL
                   INVALID KEY
                       IF WS-RCTL-STATUS NOT = "23"
                           DISPLAY "RUNCTL READ ERROR - STATUS "
                               WS-RCTL-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   NOT INVALID KEY
                       PERFORM SET-STEP-STATE
               END-READ
           END-IF.

       SET-STEP-STATE.
           IF RCTL-CYCLE-DATE = WS-CYCLE-DATE
               MOVE RCTL-RUN-ID TO CYCL-RUN-ID
               IF RCTL-STARTED
                   MOVE "N" TO WS-STATE(WS-DEP-SUB)
               ELSE
                   MOVE RCTL-RC TO CYCL-RC
                   MOVE RCTL-COUNT-1 TO CYCL-COUNT-1
                   MOVE RCTL-COUNT-2 TO CYCL-COUNT-2
                   MOVE RCTL-COUNT-3 TO CYCL-COUNT-3
                   MOVE RCTL-COUNT-4 TO CYCL-COUNT-4
                   IF RCTL-RC > DEP-MAX-RC(WS-DEP-SUB)
                       MOVE "F" TO WS-STATE(WS-DEP-SUB)
                   ELSE
                       MOVE "C" TO WS-STATE(WS-DEP-SUB)
                   END-IF
               END-IF
               IF RCTL-RUN-FORCED
                   MOVE "F" TO CYCL-FORCED
               END-IF
           ELSE
               STRING "LAST " RCTL-CYCLE-DATE
                   DELIMITED BY SIZE INTO CYCL-RUN-ID
               END-STRING
           END-IF.

       CHECK-STEP-READY.
           MOVE "Y" TO WS-READY-SW
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > 4
               IF DEP-PRED(WS-DEP-SUB WS-PRED-SUB) NOT = SPACES
                   MOVE ZERO TO WS-FIND-SUB
                   PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                           UNTIL WS-FIND-SUB > DEP-COUNT
                               OR DEP-PGM(WS-FIND-SUB)
                               = DEP-PRED(WS-DEP-SUB WS-PRED-SUB)
                       CONTINUE
                   END-PERFORM
                   IF WS-FIND-SUB > DEP-COUNT
                       MOVE "N" TO WS-READY-SW
                   ELSE
                       IF NOT STEP-COMPLETE(WS-FIND-SUB)
                           MOVE "N" TO WS-READY-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-CYCLE-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE CYCLE-RPT-RECORD FROM WS-RPT-LINE
           STRING "COMPLETE: " WS-COMPLETE-COUNT
                   "  FAILED: " WS-FAILED-COUNT
                   "  NOT ENDED: " WS-NOT-ENDED-COUNT
                   "  OUTSTANDING: " WS-OUTSTANDING-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE CYCLE-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-FAILED-COUNT = 0 AND WS-NOT-ENDED-COUNT = 0
               AND WS-OUTSTANDING-COUNT = 0
               MOVE "CYCLE COMPLETE" TO WS-RPT-LINE
           ELSE
               MOVE "CYCLE NOT COMPLETE - F = RUN FORCED BY OPERATOR"
                   TO WS-RPT-LINE
           END-IF
           WRITE CYCLE-RPT-RECORD FROM WS-RPT-LINE.
