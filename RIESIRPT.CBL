      *    PERCENTAGES BY SOURCE SYSTEM, BY OPERATOR AND BY REASON
      *    CODE, PLUS A DAY-OVER-DAY TREND ACROSS THE LAST N RUN
      *    DATES (N FROM THE OPTIONAL RPTPARM FILE, DEFAULT 7). THE
      *    RUN DATE IS THE FIRST 8 BYTES OF THE RUN ID. THE REASON
      *    SECTION ALWAYS LISTS EVERY REASON RIESI CAN GIVE, IN CODE
      *    ORDER AND WITH ZERO COUNTS WHERE NOTHING WAS REJECTED FOR
      *    IT, FOLLOWED BY ANY UNRECOGNISED CODE FOUND ON THE LOG.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       10 WS-OPR-KEY PIC X(8).
                       10 WS-OPR-MATCH PIC 9(7).
                       10 WS-OPR-REJECT PIC 9(7).
               01 WS-REASON-CATALOGUE-DATA.
                   05 FILLER PIC X(22) VALUE "01BLANK INPUT".
                   05 FILLER PIC X(22) VALUE "02INVALID LENGTH".
                   05 FILLER PIC X(22) VALUE "03CODE NOT FOUND".
                   05 FILLER PIC X(22) VALUE "04CODE INACTIVE".
                   05 FILLER PIC X(22) VALUE "05CODE NOT EFFECTIVE".
                   05 FILLER PIC X(22) VALUE "06INVALID BATCH DATE".
                   05 FILLER PIC X(22) VALUE "07FUTURE BATCH DATE".
                   05 FILLER PIC X(22) VALUE "08NON-PROCESSING DAY".
                   05 FILLER PIC X(22) VALUE "09NOT AUTH FOR SOURCE".
               01 WS-REASON-CATALOGUE REDEFINES
                       WS-REASON-CATALOGUE-DATA.
                   05 WS-CAT-ENTRY OCCURS 9 TIMES.
                       10 WS-CAT-KEY PIC X(2).
                       10 WS-CAT-MSG PIC X(20).
               01 WS-REASON-COUNT PIC 9(3) VALUE ZERO.
               01 WS-REASON-TABLE.
                   05 WS-REASON-ENTRY OCCURS 20 TIMES
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 FILLER PIC X(6) VALUE "  REJ%".
                   05 FILLER PIC X(21) VALUE SPACES.
               01 WS-RUN-CONTROL.
                   COPY RIESIRCP REPLACING ==:PREFIX:== BY ==RCK==.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM START-RUN-CONTROL
           PERFORM READ-PARM
           PERFORM LOAD-REASON-CATALOGUE
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AUDITLOG OPEN FAILED - STATUS " WS-AUDIT-STATUS
           PERFORM PROCESS-AUDIT-RECORD UNTIL END-OF-FILE
           CLOSE AUDIT-LOG
           PERFORM WRITE-REPORT
           PERFORM END-RUN-CONTROL
           STOP RUN.

       READ-PARM.
               CLOSE RPT-PARM
           END-IF.

       LOAD-REASON-CATALOGUE.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-CAT-KEY(WS-SUB) TO WS-RSN-KEY(WS-SUB)
               MOVE WS-CAT-MSG(WS-SUB) TO WS-RSN-MSG(WS-SUB)
               MOVE ZERO TO WS-RSN-COUNT(WS-SUB)
           END-PERFORM.

       READ-AUDIT-RECORD.
           READ AUDIT-LOG
               AT END
           IF WS-BAR-LEN > 0
               MOVE ALL "*" TO DTL-BAR(1:WS-BAR-LEN)
           END-IF.

       START-RUN-CONTROL.
           MOVE SPACES TO WS-RUN-CONTROL
           MOVE "S" TO RCK-FUNCTION
           MOVE "RIESIRPT" TO RCK-PGM
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           IF NOT RCK-OK
               MOVE RCK-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       END-RUN-CONTROL.
           MOVE "E" TO RCK-FUNCTION
           MOVE RETURN-CODE TO RCK-RC
           MOVE WS-EVENT-COUNT TO RCK-COUNT-1
           MOVE WS-MATCH-COUNT TO RCK-COUNT-2
           MOVE WS-REJECT-COUNT TO RCK-COUNT-3
           MOVE ZERO TO RCK-COUNT-4
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           MOVE RCK-RC TO RETURN-CODE.
