      *    BATCH - SO RUN ONE REPAIR PER RIESI CYCLE, AND FEED
      *    RELOUT TO THAT NEXT RUN BEFORE THE SOURCE SENDS AGAIN.
      *    RETURN CODE 4 FLAGS BATCHES STILL HELD ON QUARNEW.
      *    RIESIRCK REFUSES A SECOND REPAIR IN THE SAME CYCLE (RETURN
      *    CODE 20) UNLESS THE OPERATOR FORCES IT THROUGH RCKPARM.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT BATCH-SEQ ASSIGN TO BATCHSEQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BSEQ-SOURCE-SYSTEM
                   FILE STATUS IS WS-SEQ-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  BATCH-SEQ
               RECORDING MODE IS F.
               01 BATCH-SEQ-RECORD.
                   COPY RIESIBSQ REPLACING ==:PREFIX:== BY ==BSEQ==.
           WORKING-STORAGE SECTION.
               01 WS-FLAGS.
                   05 WS-EOF-SW PIC X VALUE "N".
                       COPY RIESIREC REPLACING ==:PREFIX:== BY ==WT==.
               01 WS-RPT-LINE PIC X(80).
               01 WS-RETAIN-REASON PIC X(40) VALUE SPACES.
               01 WS-RUN-CONTROL.
                   COPY RIESIRCP REPLACING ==:PREFIX:== BY ==RCK==.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM START-RUN-CONTROL
           PERFORM READ-PARM-FILE
           PERFORM LOAD-BATCH-SEQ
           OPEN OUTPUT REPAIR-RPT
               WRITE REPAIR-RPT-RECORD FROM WS-RPT-LINE
               CLOSE REPAIR-RPT
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

       READ-PARM-FILE.
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE REPAIR-RPT-RECORD FROM WS-RPT-LINE.

       START-RUN-CONTROL.
           MOVE SPACES TO WS-RUN-CONTROL
           MOVE "S" TO RCK-FUNCTION
           MOVE "RIESIQRP" TO RCK-PGM
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           IF NOT RCK-OK
               MOVE RCK-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       END-RUN-CONTROL.
           MOVE "E" TO RCK-FUNCTION
           MOVE RETURN-CODE TO RCK-RC
           MOVE WS-REL-BATCH-COUNT TO RCK-COUNT-1
           MOVE WS-REL-DETAIL-COUNT TO RCK-COUNT-2
           MOVE WS-RET-BATCH-COUNT TO RCK-COUNT-3
           MOVE ZERO TO RCK-COUNT-4
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           MOVE RCK-RC TO RETURN-CODE.
