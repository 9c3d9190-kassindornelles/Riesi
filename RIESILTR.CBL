       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIESILTR.
      *****************************************************************
      *    RIESILTR - CODE LINEAGE TRACE (BATCH)
      *    PRINTS THE LINEAGE OF EVERY CODE LISTED ON TRCIN - ONE
      *    CODE PER RECORD, OPTIONALLY NARROWED TO ONE SOURCE SYSTEM
      *    AND/OR ONE BATCH DATE - FROM THE LINEAGE FILE RIESILBD
      *    BUILDS, IN TIME ORDER: EACH VALIDATION WITH ITS RESULT AND
      *    REASON, QUARANTINE, ONLINE CORRECTION OR WRITE-OFF, EACH
      *    RECYCLE WITH ITS RECYCLE COUNT, SUSPENSE, THE EXTROUT
      *    GENERATION IT WAS CUT INTO AND WHETHER BILLING ACCEPTED OR
      *    FAILED IT. AN EVENT WITH NO SOURCE OR BATCH DATE OF ITS
      *    OWN (A BILLING FAILURE) IS ALWAYS SHOWN. THE LINEAGE IS
      *    AS OF THE LAST RIESILBD RUN. RETURN CODE 4 WHEN A LISTED
      *    CODE HAS NO HISTORY, 16 WHEN THE LINEAGE CANNOT BE READ.
      *    THE RIESITRC TRANSACTION ANSWERS THE SAME QUESTION ONLINE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TRACE-IN ASSIGN TO TRCIN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TRCIN-STATUS.
               SELECT LINEAGE-FILE ASSIGN TO LINEAGE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LNG-KEY
                   FILE STATUS IS WS-LNG-STATUS.
               SELECT TRACE-RPT ASSIGN TO TRCRPT
                   ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  TRACE-IN
               RECORDING MODE IS F.
               01 TRACE-IN-RECORD.
                   05 TRCIN-CODE PIC A(50).
                   05 TRCIN-SOURCE-SYSTEM PIC X(8).
                   05 TRCIN-BATCH-DATE PIC X(8).
                   05 FILLER PIC X(14).
           FD  LINEAGE-FILE
               RECORDING MODE IS F.
               01 LINEAGE-RECORD.
                   COPY RIESILNG REPLACING ==:PREFIX:== BY ==LNG==.
           FD  TRACE-RPT
               RECORDING MODE IS F.
               01 TRACE-RPT-RECORD PIC X(80).
           WORKING-STORAGE SECTION.
               01 WS-FLAGS.
                   05 WS-EOF-SW PIC X VALUE "N".
                       88 END-OF-FILE VALUE "Y".
                   05 WS-BROWSE-SW PIC X VALUE "N".
                       88 BROWSE-DONE VALUE "Y".
                   05 WS-PASS-SW PIC X VALUE "N".
                       88 EVENT-PASSES VALUE "Y".
               01 WS-TRCIN-STATUS PIC XX VALUE "00".
               01 WS-LNG-STATUS PIC XX VALUE "00".
               01 WS-TRACE-CODE PIC A(50) VALUE SPACES.
               01 WS-TRACE-SOURCE PIC X(8) VALUE SPACES.
               01 WS-TRACE-BATCH-DATE PIC X(8) VALUE SPACES.
               01 WS-EVENT-COUNT PIC 9(7) VALUE ZERO.
               01 WS-CODES-TRACED PIC 9(7) VALUE ZERO.
               01 WS-CODES-NOT-FOUND PIC 9(7) VALUE ZERO.
               01 WS-RPT-LINE PIC X(80).
               01 WS-EVENT-LINE.
                   05 EVL-DATE PIC X(8).
                   05 FILLER PIC X VALUE SPACE.
                   05 EVL-TIME PIC X(6).
                   05 FILLER PIC X VALUE SPACE.
                   05 EVL-TYPE PIC X(8).
                   05 FILLER PIC X VALUE SPACE.
                   05 EVL-SOURCE PIC X(8).
                   05 FILLER PIC X VALUE SPACE.
                   05 EVL-BATCH-DATE PIC X(8).
                   05 FILLER PIC X VALUE SPACE.
                   05 EVL-RESULT PIC X(8).
                   05 FILLER PIC X VALUE SPACE.
                   05 EVL-REASON PIC X(2).
                   05 FILLER PIC X VALUE SPACE.
                   05 EVL-CYCLES PIC Z9.
                   05 FILLER PIC X VALUE SPACE.
                   05 EVL-USER PIC X(8).
                   05 FILLER PIC X(14) VALUE SPACES.
               01 WS-EVENT-LINE-2.
                   05 FILLER PIC X(9) VALUE SPACES.
                   05 FILLER PIC X(4) VALUE "RUN ".
                   05 EVL2-RUN-ID PIC X(16).
                   05 FILLER PIC X VALUE SPACE.
                   05 EVL2-DETAIL PIC X(50).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN INPUT TRACE-IN
           IF WS-TRCIN-STATUS NOT = "00"
               DISPLAY "TRCIN OPEN FAILED - STATUS " WS-TRCIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LINEAGE-FILE
           IF WS-LNG-STATUS NOT = "00"
               DISPLAY "LINEAGE OPEN FAILED - STATUS " WS-LNG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRACE-RPT
           MOVE "RIESI CODE LINEAGE TRACE" TO WS-RPT-LINE
           WRITE TRACE-RPT-RECORD FROM WS-RPT-LINE
           PERFORM READ-TRACE-REQUEST
           PERFORM TRACE-ONE-CODE UNTIL END-OF-FILE
           MOVE SPACES TO WS-RPT-LINE
           WRITE TRACE-RPT-RECORD FROM WS-RPT-LINE
           STRING "CODES TRACED:       " WS-CODES-TRACED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE TRACE-RPT-RECORD FROM WS-RPT-LINE
           STRING "NO HISTORY ON FILE: " WS-CODES-NOT-FOUND
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE TRACE-RPT-RECORD FROM WS-RPT-LINE
           CLOSE TRACE-IN
           CLOSE LINEAGE-FILE
           CLOSE TRACE-RPT
           DISPLAY "RIESILTR CODES TRACED " WS-CODES-TRACED
               " NOT FOUND " WS-CODES-NOT-FOUND
           IF WS-CODES-NOT-FOUND > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-TRACE-REQUEST.
      *    BLANK LINES ON THE LIST ARE PASSED OVER.
           MOVE SPACES TO TRCIN-CODE
           PERFORM READ-TRACE-RECORD
               UNTIL END-OF-FILE OR TRCIN-CODE NOT = SPACES.

       READ-TRACE-RECORD.
           READ TRACE-IN
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       TRACE-ONE-CODE.
           MOVE FUNCTION UPPER-CASE(TRCIN-CODE) TO WS-TRACE-CODE
           MOVE FUNCTION UPPER-CASE(TRCIN-SOURCE-SYSTEM)
               TO WS-TRACE-SOURCE
           MOVE TRCIN-BATCH-DATE TO WS-TRACE-BATCH-DATE
           ADD 1 TO WS-CODES-TRACED
           PERFORM WRITE-CODE-HEADING
           MOVE ZERO TO WS-EVENT-COUNT
           MOVE "N" TO WS-BROWSE-SW
           MOVE WS-TRACE-CODE TO LNG-CODE
           MOVE LOW-VALUES TO LNG-EVENT-STAMP
           MOVE ZERO TO LNG-EVENT-SEQ
           START LINEAGE-FILE KEY NOT LESS THAN LNG-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START
           PERFORM READ-NEXT-EVENT UNTIL BROWSE-DONE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-EVENT-COUNT = ZERO
               MOVE "  NO HISTORY ON FILE" TO WS-RPT-LINE
               ADD 1 TO WS-CODES-NOT-FOUND
           ELSE
               STRING "  " WS-EVENT-COUNT " EVENT(S)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           WRITE TRACE-RPT-RECORD FROM WS-RPT-LINE
           PERFORM READ-TRACE-REQUEST.

       WRITE-CODE-HEADING.
           MOVE SPACES TO WS-RPT-LINE
           WRITE TRACE-RPT-RECORD FROM WS-RPT-LINE
           STRING "CODE: " WS-TRACE-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE TRACE-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE "SOURCE:" TO WS-RPT-LINE(1:7)
           IF WS-TRACE-SOURCE = SPACES
               MOVE "ANY" TO WS-RPT-LINE(9:8)
           ELSE
               MOVE WS-TRACE-SOURCE TO WS-RPT-LINE(9:8)
           END-IF
           MOVE "BATCH DATE:" TO WS-RPT-LINE(19:11)
           IF WS-TRACE-BATCH-DATE = SPACES
               MOVE "ANY" TO WS-RPT-LINE(31:8)
           ELSE
               MOVE WS-TRACE-BATCH-DATE TO WS-RPT-LINE(31:8)
           END-IF
           WRITE TRACE-RPT-RECORD FROM WS-RPT-LINE
           MOVE "DATE     TIME   TYPE     SOURCE   BATCH DT RESULT   "
               TO WS-RPT-LINE
           MOVE "RC CY USER" TO WS-RPT-LINE(53:10)
           WRITE TRACE-RPT-RECORD FROM WS-RPT-LINE.

       READ-NEXT-EVENT.
           READ LINEAGE-FILE NEXT RECORD
               AT END
                   SET BROWSE-DONE TO TRUE
               NOT AT END
                   IF WS-LNG-STATUS NOT = "00"
                       DISPLAY "LINEAGE BROWSE ERROR - STATUS "
                           WS-LNG-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF LNG-CODE NOT = WS-TRACE-CODE
                       SET BROWSE-DONE TO TRUE
                   ELSE
                       PERFORM CHECK-EVENT-FILTER
                       IF EVENT-PASSES
                           PERFORM WRITE-EVENT-LINES
                       END-IF
                   END-IF
           END-READ.

       CHECK-EVENT-FILTER.
           MOVE "Y" TO WS-PASS-SW
           IF WS-TRACE-SOURCE NOT = SPACES
               AND LNG-SOURCE-SYSTEM NOT = SPACES
               AND LNG-SOURCE-SYSTEM NOT = WS-TRACE-SOURCE
               MOVE "N" TO WS-PASS-SW
           END-IF
           IF WS-TRACE-BATCH-DATE NOT = SPACES
               AND LNG-BATCH-DATE NOT = SPACES
               AND LNG-BATCH-DATE NOT = WS-TRACE-BATCH-DATE
               MOVE "N" TO WS-PASS-SW
           END-IF.

       WRITE-EVENT-LINES.
           ADD 1 TO WS-EVENT-COUNT
           MOVE LNG-EVENT-STAMP(1:8) TO EVL-DATE
           MOVE LNG-EVENT-STAMP(9:6) TO EVL-TIME
           MOVE LNG-EVENT-TYPE TO EVL-TYPE
           MOVE LNG-SOURCE-SYSTEM TO EVL-SOURCE
           MOVE LNG-BATCH-DATE TO EVL-BATCH-DATE
           MOVE LNG-RESULT TO EVL-RESULT
           MOVE LNG-REASON-CODE TO EVL-REASON
           MOVE LNG-RECYCLE-COUNT TO EVL-CYCLES
           MOVE LNG-USER-ID TO EVL-USER
           WRITE TRACE-RPT-RECORD FROM WS-EVENT-LINE
           MOVE LNG-RUN-ID TO EVL2-RUN-ID
           MOVE LNG-DETAIL TO EVL2-DETAIL
           WRITE TRACE-RPT-RECORD FROM WS-EVENT-LINE-2.
