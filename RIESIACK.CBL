      *    RECORD PER EXTRACT DETAIL, KEYED BY THE EXT-HDR-RUN-ID OF
      *    THE GENERATION IT ANSWERS, WITH AN A (ACCEPTED) OR F
      *    (FAILED) STATUS - AND MATCHES IT AGAINST THE EXTSTAT
      *    REGISTER THAT RIESIXTR MAINTAINS. EVERY ROUTED DESTINATION
      *    ANSWERS IN THE SAME LAYOUT AND EACH GENERATION HAS ITS OWN
      *    RUN ID, SO THE RESPONSES OF ALL CONSUMERS MAY BE
      *    CONCATENATED ON ACKIN; THE REPORT NAMES THE DESTINATION
      *    OF EVERY GENERATION IT MENTIONS. FAILED RECORDS GO TO
      *    THE BILLREJ FILE FOR THE OPERATORS TO WORK, DATED WITH THE
      *    DAY OF THIS RUN SO RIESILBD CAN CARRY EACH FAILURE INTO
      *    THE CODE LINEAGE BEFORE THE NEXT RUN REPLACES THE FILE.
      *    A GENERATION WHOSE ACCUMULATED ACKNOWLEDGMENTS COVER ITS
      *    FULL RECORD COUNT IS MARKED ACKNOWLEDGED; ONE STILL AWAITING
      *    ACKNOWLEDGMENT MORE THAN THE ACKPARM AGING DAYS (DEFAULT
      *    3) AFTER IT WAS CUT IS REPORTED AS OVERDUE. EXTSTAT IS
      *    REWRITTEN FROM THE UPDATED TABLE AT END OF RUN, AND
                   05 BREJ-RUN-ID PIC X(16).
                   05 BREJ-CODE PIC A(50).
                   05 BREJ-REASON PIC X(20).
                   05 BREJ-ACK-DATE PIC X(8).
           FD  ACK-RPT
               RECORDING MODE IS F.
               01 ACK-RPT-RECORD PIC X(80).
               01 WS-UNKNOWN-COUNT PIC 9(7) VALUE ZERO.
               01 WS-OVERDUE-COUNT PIC 9(3) VALUE ZERO.
               01 WS-NEWLY-ACKED PIC 9(3) VALUE ZERO.
               01 WS-DEST-NAME PIC X(8) VALUE SPACES.
               01 WS-RPT-LINE PIC X(80).
               01 WS-RUN-CONTROL.
                   COPY RIESIRCP REPLACING ==:PREFIX:== BY ==RCK==.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM START-RUN-CONTROL
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-PARM-FILE
           PERFORM LOAD-EXTRACT-STATUS
           PERFORM WRITE-ACK-TOTALS
           CLOSE ACK-RPT
           PERFORM SET-RETURN-CODE
           PERFORM END-RUN-CONTROL
           STOP RUN.

       SET-RETURN-CODE.
           MOVE ACK-RUN-ID TO BREJ-RUN-ID
           MOVE ACK-CODE TO BREJ-CODE
           MOVE ACK-REASON TO BREJ-REASON
           MOVE WS-TODAY TO BREJ-ACK-DATE
           WRITE BILLING-REJECT-RECORD.

       MARK-COMPLETE-GENERATIONS.
                   MOVE "A" TO GEN-STATUS(WS-GEN-SUB)
                   MOVE WS-TODAY TO GEN-ACK-DATE(WS-GEN-SUB)
                   ADD 1 TO WS-NEWLY-ACKED
                   PERFORM SET-DEST-NAME
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "ACKNOWLEDGED " GEN-RUN-ID(WS-GEN-SUB)
                           " " WS-DEST-NAME
                           " ACCEPTED " GEN-ACCEPT-COUNT(WS-GEN-SUB)
                           " FAILED " GEN-FAIL-COUNT(WS-GEN-SUB)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
           IF WS-EXTRACT-AGE > WS-AGING-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE WS-EXTRACT-AGE TO WS-AGE-DISPLAY
               PERFORM SET-DEST-NAME
               MOVE SPACES TO WS-RPT-LINE
               STRING "** UNACKNOWLEDGED " GEN-RUN-ID(WS-GEN-SUB)
                       " " WS-DEST-NAME
                       " CUT " GEN-EXTRACT-DATE(WS-GEN-SUB)
                       " - " WS-AGE-DISPLAY " DAYS OLD"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE ACK-RPT-RECORD FROM WS-RPT-LINE
           END-IF.

       SET-DEST-NAME.
      *    GENERATIONS CUT BEFORE ROUTING CARRY NO DESTINATION AND
      *    WERE ALL BILLING'S.
           IF GEN-DEST(WS-GEN-SUB) = SPACES
               MOVE "BILLING" TO WS-DEST-NAME
           ELSE
               MOVE GEN-DEST(WS-GEN-SUB) TO WS-DEST-NAME
           END-IF.

       REWRITE-EXTRACT-STATUS.
           OPEN OUTPUT EXTRACT-STATUS
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE ACK-RPT-RECORD FROM WS-RPT-LINE.

       START-RUN-CONTROL.
           MOVE SPACES TO WS-RUN-CONTROL
           MOVE "S" TO RCK-FUNCTION
           MOVE "RIESIACK" TO RCK-PGM
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           IF NOT RCK-OK
               MOVE RCK-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       END-RUN-CONTROL.
           MOVE "E" TO RCK-FUNCTION
           MOVE RETURN-CODE TO RCK-RC
           MOVE WS-ACCEPT-COUNT TO RCK-COUNT-1
           MOVE WS-FAIL-COUNT TO RCK-COUNT-2
           MOVE WS-UNKNOWN-COUNT TO RCK-COUNT-3
           MOVE WS-OVERDUE-COUNT TO RCK-COUNT-4
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           MOVE RCK-RC TO RETURN-CODE.
