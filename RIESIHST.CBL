       PROGRAM-ID. RIESIHST.
      *****************************************************************
      *    RIESIHST - MAINTENANCE HISTORY DRAIN AND AUDIT REPORT
      *    THE RIHS TRANSIENT DATA QUEUE RIESIMNT, RIESICOR AND
      *    RIESIADM LOG TO IS EXTRAPARTITION, SO ITS DATASET
      *    (RIHSFILE) READS HERE AS A PLAIN SEQUENTIAL FILE. THIS JOB
      *    DRAINS IT TO THE PERMANENT KEYED MNTHIST FILE -
      *    DATE/TIME/USER/CODE IS THE KEY, SO RERUNNING THE DRAIN
      *    AGAINST AN ALREADY DRAINED DATASET JUST SKIPS THE
      *    DUPLICATES - AND THEN
      *    PRINTS THE WHO-CHANGED-WHAT REPORT ON MHSTRPT: EVERY
      *    APPLIED AND DENIED COMMAND BY DATE, USER AND CODE WITHIN
      *    THE OPTIONAL HSTPARM DATE RANGE, WITH PER-USER TOTALS.
      *    QUERIES. THE JOB STEP REPLACES RIHSFILE WITH AN EMPTY
      *    DATASET AFTER A CLEAN DRAIN. RETURN CODE 4 FLAGS DENIED
      *    ATTEMPTS IN THE REPORTED RANGE FOR AUDIT FOLLOW-UP.
      *    EACH APPLIED VALCODES CHANGE (ADD, CHG, DEACT) NEWLY
      *    DRAINED IS ALSO APPENDED TO PUBPEND, THE QUEUE RIESIPUB
      *    PUBLISHES THE NEXT CODE BOOK DELTA FROM - A DUPLICATE
      *    SKIPPED ON A RERUN WAS QUEUED THE FIRST TIME.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MHIST-KEY
                   FILE STATUS IS WS-MHIST-STATUS.
               SELECT PENDING-FILE ASSIGN TO PUBPEND
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PEND-STATUS.
               SELECT HISTORY-RPT ASSIGN TO MHSTRPT
                   ORGANIZATION IS SEQUENTIAL.
               SELECT PARM-FILE ASSIGN TO HSTPARM
               RECORDING MODE IS F.
               01 MAINT-HISTORY-RECORD.
                   COPY RIESIHIS REPLACING ==:PREFIX:== BY ==MHIST==.
           FD  PENDING-FILE
               RECORDING MODE IS F.
               01 PENDING-RECORD PIC X(291).
           FD  HISTORY-RPT
               RECORDING MODE IS F.
               01 HISTORY-RPT-RECORD PIC X(80).
               01 WS-RIHS-STATUS PIC XX VALUE "00".
               01 WS-MHIST-STATUS PIC XX VALUE "00".
               01 WS-PARM-STATUS PIC XX VALUE "00".
               01 WS-PEND-STATUS PIC XX VALUE "00".
               01 WS-FROM-DATE PIC X(8) VALUE SPACES.
               01 WS-TO-DATE PIC X(8) VALUE SPACES.
               01 WS-DRAINED-COUNT PIC 9(7) VALUE ZERO.
               01 WS-DUP-SKIP-COUNT PIC 9(7) VALUE ZERO.
               01 WS-QUEUED-COUNT PIC 9(7) VALUE ZERO.
               01 WS-REPORTED-COUNT PIC 9(7) VALUE ZERO.
               01 WS-DENIED-COUNT PIC 9(7) VALUE ZERO.
               01 WS-USER-COUNT PIC 9(3) VALUE ZERO.
                   05 HSTL-RESULT PIC X(1).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 HSTL-CODE PIC X(44).
               01 WS-RUN-CONTROL.
                   COPY RIESIRCP REPLACING ==:PREFIX:== BY ==RCK==.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM START-RUN-CONTROL
           PERFORM READ-PARM-FILE
           OPEN OUTPUT HISTORY-RPT
           MOVE "RIESI VALCODES MAINTENANCE HISTORY" TO WS-RPT-LINE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM END-RUN-CONTROL
           STOP RUN.

       READ-PARM-FILE.
                   STOP RUN
               END-IF
               PERFORM OPEN-MAINT-HISTORY
               PERFORM OPEN-PENDING-FILE
               PERFORM READ-RIHS-RECORD
               PERFORM DRAIN-RIHS-RECORD UNTIL END-OF-FILE
               CLOSE RIHS-FILE
               CLOSE MAINT-HISTORY
               CLOSE PENDING-FILE
               MOVE SPACES TO WS-RPT-LINE
               STRING "DRAINED TO MNTHIST: " WS-DRAINED-COUNT
                       "  ALREADY ON FILE: " WS-DUP-SKIP-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               WRITE HISTORY-RPT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "QUEUED FOR PUBLICATION: " WS-QUEUED-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               WRITE HISTORY-RPT-RECORD FROM WS-RPT-LINE
           END-IF.

       OPEN-PENDING-FILE.
           OPEN EXTEND PENDING-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "PUBPEND OPEN FAILED - STATUS " WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-MAINT-HISTORY.
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-DRAINED-COUNT
                   IF MHIST-APPLIED
                       AND (MHIST-ACTION = "ADD" OR MHIST-ACTION = "CHG"
                           OR MHIST-ACTION = "DEACT")
                       PERFORM QUEUE-FOR-PUBLICATION
                   END-IF
           END-WRITE
           PERFORM READ-RIHS-RECORD.

       QUEUE-FOR-PUBLICATION.
           WRITE PENDING-RECORD FROM MAINT-HISTORY-RECORD
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "PUBPEND WRITE ERROR - STATUS " WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QUEUED-COUNT.

       WRITE-HISTORY-REPORT.
           OPEN INPUT MAINT-HISTORY
           IF WS-MHIST-STATUS = "35"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE HISTORY-RPT-RECORD FROM WS-RPT-LINE.

       START-RUN-CONTROL.
           MOVE SPACES TO WS-RUN-CONTROL
           MOVE "S" TO RCK-FUNCTION
           MOVE "RIESIHST" TO RCK-PGM
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           IF NOT RCK-OK
               MOVE RCK-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       END-RUN-CONTROL.
           MOVE "E" TO RCK-FUNCTION
           MOVE RETURN-CODE TO RCK-RC
           MOVE WS-DRAINED-COUNT TO RCK-COUNT-1
           MOVE WS-QUEUED-COUNT TO RCK-COUNT-2
           MOVE WS-DENIED-COUNT TO RCK-COUNT-3
           MOVE ZERO TO RCK-COUNT-4
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           MOVE RCK-RC TO RETURN-CODE.
