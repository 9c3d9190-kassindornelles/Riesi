      *    VCLPARM MODE "REPORT" (THE DEFAULT) ONLY PRINTS THE DELTA
      *    ON VCLRPT; RERUN WITH MODE "APPLY " TO APPLY IT. RETURN
      *    CODE 4 FLAGS A NON-EMPTY DELTA IN REPORT MODE SO THE
      *    SCHEDULER KNOWS AN APPLY RUN IS WAITING. AN APPLY RUN
      *    LOGS EVERY CHANGE IT MAKES STRAIGHT TO MNTHIST (USER
      *    RIESIVCL, ACTION ADD, CHG OR DEACT, WITH BEFORE AND AFTER
      *    IMAGES) SO RIESIHST REPORTS IT ALONGSIDE ONLINE CHANGES,
      *    AND APPENDS THE SAME RECORD TO PUBPEND FOR RIESIPUB'S NEXT
      *    CODE BOOK PUBLICATION.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VALID-CODE
                   FILE STATUS IS WS-VALCODES-STATUS.
               SELECT MAINT-HISTORY ASSIGN TO MNTHIST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MHIST-KEY
                   FILE STATUS IS WS-MHIST-STATUS.
               SELECT PENDING-FILE ASSIGN TO PUBPEND
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PEND-STATUS.
               SELECT DELTA-RPT ASSIGN TO VCLRPT
                   ORGANIZATION IS SEQUENTIAL.
               SELECT PARM-FILE ASSIGN TO VCLPARM
               RECORDING MODE IS F.
               01 VALID-CODE-RECORD.
                   COPY RIESIVCR REPLACING ==:PREFIX:== BY ==VALID==.
           FD  MAINT-HISTORY
               RECORDING MODE IS F.
               01 MAINT-HISTORY-RECORD.
                   COPY RIESIHIS REPLACING ==:PREFIX:== BY ==MHIST==.
           FD  PENDING-FILE
               RECORDING MODE IS F.
               01 PENDING-RECORD PIC X(291).
           FD  DELTA-RPT
               RECORDING MODE IS F.
               01 DELTA-RPT-RECORD PIC X(80).
               01 WS-CAND-STATUS PIC XX VALUE "00".
               01 WS-VALCODES-STATUS PIC XX VALUE "00".
               01 WS-PARM-STATUS PIC XX VALUE "00".
               01 WS-MHIST-STATUS PIC XX VALUE "00".
               01 WS-PEND-STATUS PIC XX VALUE "00".
               01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
               01 WS-RUN-TIME PIC 9(8) VALUE ZERO.
               01 WS-HIST-ACTION PIC X(6) VALUE SPACES.
               01 WS-BEFORE-IMAGE PIC X(105) VALUE SPACES.
               01 WS-WORK-CAND.
                   COPY RIESIVCR REPLACING ==:PREFIX:== BY ==WC==.
      *        EVERY CANDIDATE CODE, KEPT FOR THE SECOND PASS THAT
           MOVE SPACES TO WS-RPT-LINE
           WRITE DELTA-RPT-RECORD FROM WS-RPT-LINE
           PERFORM OPEN-VALID-CODES
           IF APPLY-MODE
               PERFORM OPEN-CHANGE-LOGS
           END-IF
           OPEN INPUT CANDIDATE-FILE
           IF WS-CAND-STATUS NOT = "00"
               DISPLAY "CANDIN OPEN FAILED - STATUS " WS-CAND-STATUS
           CLOSE CANDIDATE-FILE
           PERFORM SCAN-FOR-DROPPED-CODES
           CLOSE VALID-CODES
           IF APPLY-MODE
               CLOSE MAINT-HISTORY
               CLOSE PENDING-FILE
           END-IF
           PERFORM WRITE-DELTA-TOTALS
           CLOSE DELTA-RPT
           PERFORM SET-RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-CHANGE-LOGS.
      *    ONE DATE AND TIME STAMP FOR THE WHOLE APPLY RUN - THE CODE
      *    KEEPS THE MNTHIST KEYS OF ITS CHANGES UNIQUE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN I-O MAINT-HISTORY
           IF WS-MHIST-STATUS = "35"
               OPEN OUTPUT MAINT-HISTORY
           END-IF
           IF WS-MHIST-STATUS NOT = "00"
               DISPLAY "MNTHIST OPEN FAILED - STATUS " WS-MHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PENDING-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "PUBPEND OPEN FAILED - STATUS " WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-CANDIDATE-RECORD.
           READ CANDIDATE-FILE
               AT END
               MOVE WC-CODE TO VCLL-CODE
               WRITE DELTA-RPT-RECORD FROM WS-DELTA-LINE
               IF APPLY-MODE
                   MOVE VALID-CODE-RECORD TO WS-BEFORE-IMAGE
                   MOVE WC-DESC TO VALID-DESC
                   MOVE WC-CATEGORY TO VALID-CATEGORY
                   MOVE WC-STATUS TO VALID-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
                   MOVE "CHG" TO WS-HIST-ACTION
                   PERFORM LOG-CODE-CHANGE
               END-IF
           END-IF.

                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE "ADD" TO WS-HIST-ACTION
               PERFORM LOG-CODE-CHANGE
           END-IF.

       SCAN-FOR-DROPPED-CODES.
           MOVE VALID-CODE TO VCLL-CODE
           WRITE DELTA-RPT-RECORD FROM WS-DELTA-LINE
           IF APPLY-MODE
               MOVE VALID-CODE-RECORD TO WS-BEFORE-IMAGE
               MOVE "I" TO VALID-STATUS
               REWRITE VALID-CODE-RECORD
                   INVALID KEY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               MOVE "DEACT" TO WS-HIST-ACTION
               PERFORM LOG-CODE-CHANGE
           END-IF.

       LOG-CODE-CHANGE.
           MOVE SPACES TO MAINT-HISTORY-RECORD
           MOVE WS-RUN-DATE TO MHIST-DATE
           MOVE WS-RUN-TIME TO MHIST-TIME
           MOVE "RIESIVCL" TO MHIST-USER-ID
           MOVE VALID-CODE TO MHIST-CODE
           MOVE WS-HIST-ACTION TO MHIST-ACTION
           MOVE "A" TO MHIST-RESULT
           MOVE WS-BEFORE-IMAGE TO MHIST-BEFORE-IMAGE
           MOVE VALID-CODE-RECORD TO MHIST-AFTER-IMAGE
           WRITE MAINT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "MNTHIST WRITE ERROR - STATUS "
                       WS-MHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           WRITE PENDING-RECORD FROM MAINT-HISTORY-RECORD
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "PUBPEND WRITE ERROR - STATUS " WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-DELTA-TOTALS.
