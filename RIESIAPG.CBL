               01 WS-BAD-DATE-COUNT PIC 9(7) VALUE ZERO.
               01 WS-PROOF-TOTAL PIC 9(7) VALUE ZERO.
               01 WS-RPT-LINE PIC X(80).
               01 WS-RUN-CONTROL.
                   COPY RIESIRCP REPLACING ==:PREFIX:== BY ==RCK==.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM START-RUN-CONTROL
           PERFORM READ-PARM-FILE
           PERFORM SET-CUTOFF-DATE
           OPEN INPUT AUDIT-LOG
           CLOSE ARCHIVE-OUT
           CLOSE NEW-AUDIT
           PERFORM WRITE-PURGE-REPORT
           PERFORM END-RUN-CONTROL
           STOP RUN.

       READ-PARM-FILE.
           END-IF
           WRITE PURGE-RPT-RECORD FROM WS-RPT-LINE
           CLOSE PURGE-RPT.

       START-RUN-CONTROL.
           MOVE SPACES TO WS-RUN-CONTROL
           MOVE "S" TO RCK-FUNCTION
           MOVE "RIESIAPG" TO RCK-PGM
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           IF NOT RCK-OK
               MOVE RCK-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       END-RUN-CONTROL.
           MOVE "E" TO RCK-FUNCTION
           MOVE RETURN-CODE TO RCK-RC
           MOVE WS-READ-COUNT TO RCK-COUNT-1
           MOVE WS-ARCHIVE-COUNT TO RCK-COUNT-2
           MOVE WS-RETAIN-COUNT TO RCK-COUNT-3
           MOVE ZERO TO RCK-COUNT-4
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           MOVE RCK-RC TO RETURN-CODE.
