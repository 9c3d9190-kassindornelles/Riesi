       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIESIRCK.
      *****************************************************************
      *    RIESIRCK - PIPELINE RUN-CONTROL REGISTER AND STEP GUARD
      *    CALLED BY EVERY PIPELINE PROGRAM AT START AND AT END OF
      *    RUN (SEE RIESIRCP). THE REGISTER IS THE RUNCTL KSDS, ONE
      *    RIESIRCR RECORD PER PROGRAM; THE STEPS, THE RETURN CODES
      *    THEY MAY END WITH AND THEIR PREDECESSORS ARE THE RIESIDEP
      *    TABLE. AT START THE RUN IS REFUSED WHEN:
      *        THE PROGRAM HAS ALREADY COMPLETED IN THIS CYCLE
      *        THE PROGRAM STARTED IN THIS CYCLE AND NEVER ENDED - IT
      *            IS STILL RUNNING OR IT STOPPED ON AN ERROR
      *        A PREDECESSOR HAS NOT COMPLETED SUCCESSFULLY IN THIS
      *            CYCLE - NOT RUN, NOT ENDED OR ENDED ABOVE ITS
      *            MAX-RC
      *        ITS CONFLICTING PROGRAM IS STARTED AND NOT ENDED
      *    EVERY REASON IS DISPLAYED AND THE CALLER STOPS WITH RETURN
      *    CODE 20 WITHOUT TOUCHING ITS FILES. A RUN THAT ENDED ABOVE
      *    ITS MAX-RC MAY SIMPLY BE RERUN. THE OPTIONAL RCKPARM FILE
      *    CARRIES OPERATOR CARDS, KEYWORD IN COLUMNS 1-8 AND VALUE
      *    IN 9-16:
      *        CYCLE   YYYYMMDD  THE CYCLE DATE - DEFAULT TODAY. THE
      *                          SCHEDULER PASSES IT SO A CYCLE THAT
      *                          RUNS PAST MIDNIGHT STAYS ONE CYCLE
      *        FORCE   PROGRAM   RUN THAT PROGRAM DESPITE ANY REFUSAL
      *                          (A RESTART) - THE REASONS ARE STILL
      *                          DISPLAYED AND THE RUN IS FLAGGED
      *                          FORCED ON THE REGISTER
      *    A REGISTER THAT CANNOT BE OPENED, READ OR WRITTEN STOPS
      *    THE CALLER WITH 16 AT START; AT END THE CALLER'S RETURN
      *    CODE IS RAISED TO 16. A MISSING RUNCTL IS CREATED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RUN-CONTROL ASSIGN TO RUNCTL
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RCTL-PGM
                   FILE STATUS IS WS-RCTL-STATUS.
               SELECT PARM-FILE ASSIGN TO RCKPARM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  RUN-CONTROL
               RECORDING MODE IS F.
               01 RUN-CONTROL-RECORD.
                   COPY RIESIRCR REPLACING ==:PREFIX:== BY ==RCTL==.
           FD  PARM-FILE
               RECORDING MODE IS F.
               01 PARM-RECORD.
                   05 PARM-KEYWORD PIC X(8).
                   05 PARM-VALUE PIC X(8).
                   05 FILLER PIC X(64).
           WORKING-STORAGE SECTION.
               01 WS-FLAGS.
                   05 WS-EOF-SW PIC X VALUE "N".
                       88 END-OF-FILE VALUE "Y".
                   05 WS-FORCE-SW PIC X VALUE "N".
                       88 RUN-FORCED VALUE "Y".
                   05 WS-OWN-SW PIC X VALUE "N".
                       88 OWN-ENTRY-ON-FILE VALUE "Y".
                   05 WS-READ-SW PIC X VALUE "N".
                       88 ENTRY-FOUND VALUE "Y".
               01 WS-RCTL-STATUS PIC XX VALUE "00".
               01 WS-PARM-STATUS PIC XX VALUE "00".
               01 WS-DEPENDENCIES.
                   COPY RIESIDEP REPLACING ==:PREFIX:== BY ==DEP==.
               01 WS-DEP-SUB PIC 9(2) VALUE ZERO.
               01 WS-OWN-SUB PIC 9(2) VALUE ZERO.
               01 WS-PRED-SUB PIC 9 VALUE ZERO.
               01 WS-FIND-PGM PIC X(8) VALUE SPACES.
               01 WS-FIND-SUB PIC 9(2) VALUE ZERO.
               01 WS-CHECK-PGM PIC X(8) VALUE SPACES.
               01 WS-REFUSE-COUNT PIC 9(2) VALUE ZERO.
               01 WS-TODAY PIC 9(8) VALUE ZERO.
               01 WS-NOW PIC 9(8) VALUE ZERO.
           LINKAGE SECTION.
               01 LS-RUN-CONTROL.
                   COPY RIESIRCP REPLACING ==:PREFIX:== BY ==LS==.
       PROCEDURE DIVISION USING LS-RUN-CONTROL.
       MAIN-PROCESS.
           MOVE "0" TO LS-RESULT
           MOVE ZERO TO LS-STOP-RC
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           IF LS-RUN-ID = SPACES
               STRING WS-TODAY DELIMITED BY SIZE
                       WS-NOW DELIMITED BY SIZE
                   INTO LS-RUN-ID
               END-STRING
           END-IF
           EVALUATE TRUE
               WHEN LS-START-RUN
                   PERFORM READ-PARM-FILE
                   PERFORM START-RUN
               WHEN LS-END-RUN
                   PERFORM END-RUN
               WHEN LS-GET-CYCLE
                   PERFORM READ-PARM-FILE
               WHEN OTHER
                   DISPLAY "RIESIRCK - UNKNOWN FUNCTION " LS-FUNCTION
                       " FROM " LS-PGM
                   MOVE "F" TO LS-RESULT
                   MOVE 16 TO LS-STOP-RC
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           GOBACK.

       READ-PARM-FILE.
           MOVE WS-TODAY TO LS-CYCLE-DATE
           MOVE "N" TO WS-FORCE-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM READ-PARM-CARD UNTIL END-OF-FILE
               CLOSE PARM-FILE
           END-IF.

       READ-PARM-CARD.
           READ PARM-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   EVALUATE PARM-KEYWORD
                       WHEN "CYCLE"
                           IF PARM-VALUE NUMERIC
                               MOVE PARM-VALUE TO LS-CYCLE-DATE
                           END-IF
                       WHEN "FORCE"
                           IF PARM-VALUE = LS-PGM
                               SET RUN-FORCED TO TRUE
                           END-IF
                   END-EVALUATE
           END-READ.

       START-RUN.
           MOVE LS-PGM TO WS-FIND-PGM
           PERFORM FIND-DEP-ENTRY
           IF WS-FIND-SUB = ZERO
               DISPLAY "RIESIRCK - " LS-PGM
                   " IS NOT IN THE PIPELINE DEPENDENCY TABLE"
               MOVE "F" TO LS-RESULT
               MOVE 16 TO LS-STOP-RC
           ELSE
               MOVE WS-FIND-SUB TO WS-OWN-SUB
               PERFORM OPEN-RUN-CONTROL
               IF LS-OK
                   MOVE ZERO TO WS-REFUSE-COUNT
                   PERFORM CHECK-OWN-ENTRY
                   PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                           UNTIL WS-PRED-SUB > 4 OR NOT LS-OK
                       IF DEP-PRED(WS-OWN-SUB WS-PRED-SUB) NOT = SPACES
                           PERFORM CHECK-PREDECESSOR
                       END-IF
                   END-PERFORM
                   IF DEP-CONFLICT(WS-OWN-SUB) NOT = SPACES AND LS-OK
                       PERFORM CHECK-CONFLICT
                   END-IF
                   IF LS-OK
                       PERFORM DECIDE-START
                   END-IF
                   CLOSE RUN-CONTROL
               END-IF
           END-IF.

       FIND-DEP-ENTRY.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > DEP-COUNT OR WS-FIND-SUB > ZERO
               IF DEP-PGM(WS-DEP-SUB) = WS-FIND-PGM
                   MOVE WS-DEP-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM.

       OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL
           IF WS-RCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
               IF WS-RCTL-STATUS = "00"
                   CLOSE RUN-CONTROL
                   OPEN I-O RUN-CONTROL
               END-IF
           END-IF
           IF WS-RCTL-STATUS NOT = "00"
               DISPLAY "RIESIRCK - RUNCTL OPEN FAILED - STATUS "
                   WS-RCTL-STATUS " FOR " LS-PGM
               MOVE "F" TO LS-RESULT
               MOVE 16 TO LS-STOP-RC
           END-IF.

       READ-RUN-CONTROL.
           MOVE "N" TO WS-READ-SW
           MOVE WS-CHECK-PGM TO RCTL-PGM
           READ RUN-CONTROL
               INVALID KEY
                   IF WS-RCTL-STATUS NOT = "23"
                       DISPLAY "RIESIRCK - RUNCTL READ ERROR - STATUS "
                           WS-RCTL-STATUS " FOR " WS-CHECK-PGM
                       MOVE "F" TO LS-RESULT
                       MOVE 16 TO LS-STOP-RC
                   END-IF
               NOT INVALID KEY
                   SET ENTRY-FOUND TO TRUE
           END-READ.

       CHECK-OWN-ENTRY.
           MOVE LS-PGM TO WS-CHECK-PGM
           PERFORM READ-RUN-CONTROL
           MOVE WS-READ-SW TO WS-OWN-SW
           IF ENTRY-FOUND AND RCTL-CYCLE-DATE = LS-CYCLE-DATE
               IF RCTL-STARTED
                   DISPLAY "RIESIRCK - " LS-PGM " STARTED IN CYCLE "
                       LS-CYCLE-DATE " AS RUN " RCTL-RUN-ID
                       " AND NEVER ENDED - STILL RUNNING OR FAILED"
                   ADD 1 TO WS-REFUSE-COUNT
               ELSE
                   IF RCTL-RC NOT > DEP-MAX-RC(WS-OWN-SUB)
                       DISPLAY "RIESIRCK - " LS-PGM
                           " ALREADY COMPLETED IN CYCLE "
                           LS-CYCLE-DATE " AS RUN " RCTL-RUN-ID
                           " RC " RCTL-RC
                       ADD 1 TO WS-REFUSE-COUNT
                   END-IF
               END-IF
           END-IF.

       CHECK-PREDECESSOR.
           MOVE DEP-PRED(WS-OWN-SUB WS-PRED-SUB) TO WS-CHECK-PGM
           PERFORM READ-RUN-CONTROL
           MOVE WS-CHECK-PGM TO WS-FIND-PGM
           PERFORM FIND-DEP-ENTRY
           EVALUATE TRUE
               WHEN NOT LS-OK
                   CONTINUE
               WHEN NOT ENTRY-FOUND
                   DISPLAY "RIESIRCK - " LS-PGM " NEEDS "
                       WS-CHECK-PGM " - IT HAS NEVER RUN"
                   ADD 1 TO WS-REFUSE-COUNT
               WHEN RCTL-CYCLE-DATE NOT = LS-CYCLE-DATE
                   DISPLAY "RIESIRCK - " LS-PGM " NEEDS "
                       WS-CHECK-PGM " - NOT RUN IN CYCLE "
                       LS-CYCLE-DATE " (LAST " RCTL-CYCLE-DATE ")"
                   ADD 1 TO WS-REFUSE-COUNT
               WHEN RCTL-STARTED
                   DISPLAY "RIESIRCK - " LS-PGM " NEEDS "
                       WS-CHECK-PGM " - RUN " RCTL-RUN-ID
                       " HAS NOT ENDED"
                   ADD 1 TO WS-REFUSE-COUNT
               WHEN WS-FIND-SUB > ZERO
                   AND RCTL-RC > DEP-MAX-RC(WS-FIND-SUB)
                   DISPLAY "RIESIRCK - " LS-PGM " NEEDS "
                       WS-CHECK-PGM " - RUN " RCTL-RUN-ID
                       " ENDED RC " RCTL-RC
                   ADD 1 TO WS-REFUSE-COUNT
           END-EVALUATE.

       CHECK-CONFLICT.
           MOVE DEP-CONFLICT(WS-OWN-SUB) TO WS-CHECK-PGM
           PERFORM READ-RUN-CONTROL
           IF LS-OK AND ENTRY-FOUND AND RCTL-STARTED
               DISPLAY "RIESIRCK - " LS-PGM " CANNOT RUN WHILE "
                   WS-CHECK-PGM " IS RUNNING - RUN " RCTL-RUN-ID
                   " HAS NOT ENDED"
               ADD 1 TO WS-REFUSE-COUNT
           END-IF.

       DECIDE-START.
           IF WS-REFUSE-COUNT > ZERO
               IF RUN-FORCED
                   DISPLAY "RIESIRCK - " LS-PGM
                       " RUN FORCED BY RCKPARM OVERRIDE - CYCLE "
                       LS-CYCLE-DATE
               ELSE
                   DISPLAY "RIESIRCK - " LS-PGM " REFUSED - CYCLE "
                       LS-CYCLE-DATE " - NOTHING PROCESSED"
                   MOVE "R" TO LS-RESULT
                   MOVE 20 TO LS-STOP-RC
               END-IF
           END-IF
           IF LS-OK
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE LS-PGM TO RCTL-PGM
               MOVE LS-CYCLE-DATE TO RCTL-CYCLE-DATE
               MOVE LS-RUN-ID TO RCTL-RUN-ID
               MOVE "S" TO RCTL-STATUS
               MOVE ZERO TO RCTL-RC
               IF RUN-FORCED AND WS-REFUSE-COUNT > ZERO
                   MOVE "Y" TO RCTL-FORCED
               ELSE
                   MOVE "N" TO RCTL-FORCED
               END-IF
               MOVE ZERO TO RCTL-COUNT-1
               MOVE ZERO TO RCTL-COUNT-2
               MOVE ZERO TO RCTL-COUNT-3
               MOVE ZERO TO RCTL-COUNT-4
               PERFORM PUT-RUN-CONTROL
           END-IF.

       PUT-RUN-CONTROL.
           IF OWN-ENTRY-ON-FILE
               REWRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "RIESIRCK - RUNCTL REWRITE ERROR - "
                           "STATUS " WS-RCTL-STATUS " FOR " LS-PGM
                       MOVE "F" TO LS-RESULT
                       MOVE 16 TO LS-STOP-RC
               END-REWRITE
           ELSE
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "RIESIRCK - RUNCTL WRITE ERROR - "
                           "STATUS " WS-RCTL-STATUS " FOR " LS-PGM
                       MOVE "F" TO LS-RESULT
                       MOVE 16 TO LS-STOP-RC
               END-WRITE
           END-IF.

       END-RUN.
      *    THE START CALL LEFT THE ENTRY AT S; IF IT HAS GONE SINCE,
      *    THE END IS STILL RECORDED.
           PERFORM OPEN-RUN-CONTROL
           IF LS-OK
               MOVE LS-PGM TO WS-CHECK-PGM
               PERFORM READ-RUN-CONTROL
               MOVE WS-READ-SW TO WS-OWN-SW
               IF LS-OK
                   IF NOT OWN-ENTRY-ON-FILE
                       MOVE SPACES TO RUN-CONTROL-RECORD
                       MOVE LS-PGM TO RCTL-PGM
                       MOVE "N" TO RCTL-FORCED
                   END-IF
                   MOVE LS-CYCLE-DATE TO RCTL-CYCLE-DATE
                   MOVE LS-RUN-ID TO RCTL-RUN-ID
                   MOVE "E" TO RCTL-STATUS
                   MOVE LS-RC TO RCTL-RC
                   MOVE WS-TODAY TO RCTL-END-DATE
                   MOVE WS-NOW TO RCTL-END-TIME
                   MOVE LS-COUNT-1 TO RCTL-COUNT-1
                   MOVE LS-COUNT-2 TO RCTL-COUNT-2
                   MOVE LS-COUNT-3 TO RCTL-COUNT-3
                   MOVE LS-COUNT-4 TO RCTL-COUNT-4
                   PERFORM PUT-RUN-CONTROL
               END-IF
               CLOSE RUN-CONTROL
           END-IF
           IF NOT LS-OK
               DISPLAY "RIESIRCK - END OF " LS-PGM " RUN " LS-RUN-ID
                   " NOT RECORDED - RETURN CODE RAISED TO 16"
               IF LS-RC < 16
                   MOVE 16 TO LS-RC
               END-IF
           END-IF.
