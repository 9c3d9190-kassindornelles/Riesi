       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIESIRWL.
      *****************************************************************
      *    RIESIRWL - REJECT CORRECTION WORKLIST LOAD
      *    RUNS AFTER RIESI AND COPIES EVERY REJECTOUT RECORD ONTO
      *    THE REJWORK KSDS AS A PENDING WORKLIST ENTRY FOR THE
      *    RIESICOR CORRECTION TRANSACTION. EACH ENTRY GETS THE NEXT
      *    WORK NUMBER AFTER THE HIGHEST ALREADY ON FILE, SO ENTRIES
      *    STILL OPEN FROM EARLIER CYCLES KEEP THEIR NUMBERS AND THE
      *    NEW ONES FOLLOW ON. REJECTOUT ITSELF IS NO LONGER EDITED -
      *    THE OPERATORS WORK THE LIST ONLINE AND RIESIRCY READS THE
      *    OUTCOME FROM REJWORK. LOAD EACH REJECTOUT ONCE ONLY - A
      *    SECOND LOAD OF THE SAME FILE WOULD DOUBLE THE WORKLIST.
      *    A MISSING REJWORK IS CREATED ON THE FIRST LOAD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REJECT-IN ASSIGN TO REJECTOUT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-REJECT-STATUS.
               SELECT REJECT-WORK ASSIGN TO REJWORK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RWK-WORK-NO
                   FILE STATUS IS WS-RWK-STATUS.
               SELECT CONTROL-TOTALS ASSIGN TO CTLTOTS
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CTLT-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  REJECT-IN
               RECORDING MODE IS F.
               01 REJECT-RECORD.
                   COPY RIESIREC REPLACING ==:PREFIX:== BY ==REJECT==.
                   05 REJECT-REASON-CODE PIC X(2).
                   05 REJECT-REASON-MSG PIC X(20).
                   05 REJECT-SUGGESTION-COUNT PIC 9.
                   05 REJECT-SUGGESTION PIC A(50)
                       OCCURS 3 TIMES.
           FD  REJECT-WORK
               RECORDING MODE IS F.
               01 REJECT-WORK-RECORD.
                   COPY RIESIRWK REPLACING ==:PREFIX:== BY ==RWK==.
           FD  CONTROL-TOTALS
               RECORDING MODE IS F.
               01 CONTROL-TOTALS-RECORD.
                   COPY RIESICTL REPLACING ==:PREFIX:== BY ==CTLT==.
           WORKING-STORAGE SECTION.
               01 WS-FLAGS.
                   05 WS-EOF-SW PIC X VALUE "N".
                       88 END-OF-FILE VALUE "Y".
                   05 WS-BROWSE-SW PIC X VALUE "N".
                       88 BROWSE-DONE VALUE "Y".
               01 WS-REJECT-STATUS PIC XX VALUE "00".
               01 WS-RWK-STATUS PIC XX VALUE "00".
               01 WS-CTLT-STATUS PIC XX VALUE "00".
               01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
               01 WS-RUN-TIME PIC 9(8) VALUE ZERO.
               01 WS-RUN-ID PIC X(16) VALUE SPACES.
               01 WS-LAST-WORK-NO PIC 9(9) VALUE ZERO.
               01 WS-REJECTS-READ PIC 9(7) VALUE ZERO.
               01 WS-LOADED-COUNT PIC 9(7) VALUE ZERO.
               01 WS-RUN-CONTROL.
                   COPY RIESIRCP REPLACING ==:PREFIX:== BY ==RCK==.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING
           PERFORM START-RUN-CONTROL
           OPEN INPUT REJECT-IN
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "REJECTOUT OPEN FAILED - STATUS "
                   WS-REJECT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-REJECT-WORK
           PERFORM FIND-LAST-WORK-NO
           PERFORM READ-REJECT-RECORD
           PERFORM LOAD-REJECT-RECORD UNTIL END-OF-FILE
           CLOSE REJECT-IN
           CLOSE REJECT-WORK
           PERFORM WRITE-CONTROL-TOTALS
           DISPLAY "RIESIRWL REJECTS READ " WS-REJECTS-READ
               " LOADED " WS-LOADED-COUNT
           MOVE 0 TO RETURN-CODE
           PERFORM END-RUN-CONTROL
           STOP RUN.

       OPEN-REJECT-WORK.
           OPEN I-O REJECT-WORK
           IF WS-RWK-STATUS = "35"
               OPEN OUTPUT REJECT-WORK
               IF WS-RWK-STATUS = "00"
                   CLOSE REJECT-WORK
                   OPEN I-O REJECT-WORK
               END-IF
           END-IF
           IF WS-RWK-STATUS NOT = "00"
               DISPLAY "REJWORK OPEN FAILED - STATUS " WS-RWK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       FIND-LAST-WORK-NO.
      *    KEYS ARE ASCENDING WORK NUMBERS, SO THE LAST RECORD OF A
      *    FORWARD BROWSE HOLDS THE HIGHEST NUMBER IN USE.
           MOVE ZERO TO WS-LAST-WORK-NO
           MOVE "N" TO WS-BROWSE-SW
           MOVE ZERO TO RWK-WORK-NO
           START REJECT-WORK KEY NOT LESS THAN RWK-WORK-NO
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START
           PERFORM READ-NEXT-WORK-NO UNTIL BROWSE-DONE.

       READ-NEXT-WORK-NO.
           READ REJECT-WORK NEXT RECORD
               AT END
                   SET BROWSE-DONE TO TRUE
               NOT AT END
                   IF WS-RWK-STATUS NOT = "00"
                       DISPLAY "REJWORK BROWSE ERROR - STATUS "
                           WS-RWK-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RWK-WORK-NO TO WS-LAST-WORK-NO
           END-READ.

       READ-REJECT-RECORD.
           READ REJECT-IN
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-REJECTS-READ
           END-READ.

       LOAD-REJECT-RECORD.
           ADD 1 TO WS-LAST-WORK-NO
           MOVE SPACES TO REJECT-WORK-RECORD
           MOVE WS-LAST-WORK-NO TO RWK-WORK-NO
           MOVE WS-RUN-ID TO RWK-LOAD-ID
           MOVE REJECT-RECORD TO RWK-REJECT-DATA
           IF RWK-RECYCLE-COUNT NOT NUMERIC
               MOVE ZERO TO RWK-RECYCLE-COUNT
           END-IF
           MOVE "P" TO RWK-STATUS
           WRITE REJECT-WORK-RECORD
               INVALID KEY
                   DISPLAY "REJWORK WRITE FAILED - STATUS "
                       WS-RWK-STATUS " WORK NO " RWK-WORK-NO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-LOADED-COUNT
           PERFORM READ-REJECT-RECORD.

       WRITE-CONTROL-TOTALS.
      *    REJECTS READ AND LOADED ARE THE SAME FIGURE ON A CLEAN
      *    RUN - RIESIRCN PROVES THE LOAD AGAINST THE REJECTOUT
      *    COUNT RIESI REPORTED.
           OPEN EXTEND CONTROL-TOTALS
           IF WS-CTLT-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTALS
           END-IF
           IF WS-CTLT-STATUS NOT = "00"
               DISPLAY "CTLTOTS OPEN FAILED - STATUS " WS-CTLT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CONTROL-TOTALS-RECORD
           MOVE "RIESIRWL" TO CTLT-PGM
           MOVE WS-RUN-ID TO CTLT-RUN-ID
           MOVE WS-REJECTS-READ TO CTLT-COUNT-1
           MOVE WS-LOADED-COUNT TO CTLT-COUNT-2
           MOVE ZERO TO CTLT-COUNT-3
           MOVE ZERO TO CTLT-COUNT-4
           MOVE ZERO TO CTLT-COUNT-5
           MOVE ZERO TO CTLT-COUNT-6
           WRITE CONTROL-TOTALS-RECORD
           CLOSE CONTROL-TOTALS.

       START-RUN-CONTROL.
           MOVE SPACES TO WS-RUN-CONTROL
           MOVE "S" TO RCK-FUNCTION
           MOVE "RIESIRWL" TO RCK-PGM
           MOVE WS-RUN-ID TO RCK-RUN-ID
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           IF NOT RCK-OK
               MOVE RCK-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       END-RUN-CONTROL.
           MOVE "E" TO RCK-FUNCTION
           MOVE RETURN-CODE TO RCK-RC
           MOVE WS-REJECTS-READ TO RCK-COUNT-1
           MOVE WS-LOADED-COUNT TO RCK-COUNT-2
           MOVE ZERO TO RCK-COUNT-3
           MOVE ZERO TO RCK-COUNT-4
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           MOVE RCK-RC TO RETURN-CODE.
