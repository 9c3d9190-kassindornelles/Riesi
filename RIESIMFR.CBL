                   05 MFRL-STATUS PIC X(9).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 MFRL-CONTACT PIC X(30).
               01 WS-RUN-CONTROL.
                   COPY RIESIRCP REPLACING ==:PREFIX:== BY ==RCK==.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM START-RUN-CONTROL
           PERFORM READ-PARM-FILE
           PERFORM SET-DAY-OF-WEEK
           PERFORM LOAD-DELIVERED-TABLE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM END-RUN-CONTROL
           STOP RUN.

       READ-PARM-FILE.
                   TO WS-RPT-LINE
               WRITE MISSED-RPT-RECORD FROM WS-RPT-LINE
           END-IF.

       START-RUN-CONTROL.
           MOVE SPACES TO WS-RUN-CONTROL
           MOVE "S" TO RCK-FUNCTION
           MOVE "RIESIMFR" TO RCK-PGM
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           IF NOT RCK-OK
               MOVE RCK-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       END-RUN-CONTROL.
           MOVE "E" TO RCK-FUNCTION
           MOVE RETURN-CODE TO RCK-RC
           MOVE WS-DUE-COUNT TO RCK-COUNT-1
           MOVE WS-MISSED-COUNT TO RCK-COUNT-2
           MOVE ZERO TO RCK-COUNT-3
           MOVE ZERO TO RCK-COUNT-4
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           MOVE RCK-RC TO RETURN-CODE.
