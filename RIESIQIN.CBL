                   05 FILLER PIC X(1) VALUE SPACES.
                   05 INVL-DETAILS PIC 9(7).
                   05 FILLER PIC X(32) VALUE SPACES.
               01 WS-RUN-CONTROL.
                   COPY RIESIRCP REPLACING ==:PREFIX:== BY ==RCK==.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM START-RUN-CONTROL
           OPEN OUTPUT INVENTORY-RPT
           MOVE "RIESI QUARANTINE INVENTORY" TO WS-RPT-LINE
           WRITE INVENTORY-RPT-RECORD FROM WS-RPT-LINE
               WRITE INVENTORY-RPT-RECORD FROM WS-RPT-LINE
               CLOSE INVENTORY-RPT
               MOVE 0 TO RETURN-CODE
               PERFORM END-RUN-CONTROL
               STOP RUN
           END-IF
           IF WS-QUAR-STATUS NOT = "00"
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM END-RUN-CONTROL
           STOP RUN.

       READ-QUARANTINE-RECORD.
               END-STRING
               WRITE INVENTORY-RPT-RECORD FROM WS-RPT-LINE
           END-IF.

       START-RUN-CONTROL.
           MOVE SPACES TO WS-RUN-CONTROL
           MOVE "S" TO RCK-FUNCTION
           MOVE "RIESIQIN" TO RCK-PGM
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           IF NOT RCK-OK
               MOVE RCK-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       END-RUN-CONTROL.
           MOVE "E" TO RCK-FUNCTION
           MOVE RETURN-CODE TO RCK-RC
           MOVE WS-BATCH-COUNT TO RCK-COUNT-1
           MOVE WS-IMAGE-COUNT TO RCK-COUNT-2
           MOVE ZERO TO RCK-COUNT-3
           MOVE ZERO TO RCK-COUNT-4
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           MOVE RCK-RC TO RETURN-CODE.
