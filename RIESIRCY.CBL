       PROGRAM-ID. RIESIRCY.
      *****************************************************************
      *    RIESIRCY - REJECT RECYCLE
      *    READS THE OPEN ENTRIES ON THE REJWORK CORRECTION WORKLIST
      *    (LOADED FROM REJECTOUT BY RIESIRWL AND WORKED ONLINE IN
      *    RIESICOR) AND CLOSES THEM OUT:
      *        CORRECTED    - WRITTEN BACK OUT IN TRANS-RECORD FORMAT
      *                       ON RECYCOUT WITH THE CORRECTED CODE
      *                       (AND BATCH DATE, IF ONE WAS KEYED),
      *                       READY TO FEED THE NEXT RIESI RUN, WITH
      *                       THE RECYCLE COUNT STEPPED BY ONE
      *        WRITTEN OFF  - STRAIGHT TO THE SUSPENSE REPORT
      *        PENDING      - TO SUSPENSE IF THE REASON IS NOT
      *                       CORRECTABLE BY RE-KEYING (CODE
      *                       INACTIVE, CODE NOT EFFECTIVE, BATCH
      *                       DATE ON A NON-PROCESSING DAY, CODE NOT
      *                       AUTHORIZED FOR THE SENDING SOURCE),
      *                       OTHERWISE LEFT OPEN ON THE WORKLIST
      *                       FOR THE OPERATORS - AN UNCORRECTED
      *                       RECORD IS NEVER RECYCLED AS SENT.
      *    A CORRECTED RECORD THAT HAS ALREADY CYCLED WS-MAX-CYCLES
      *    TIMES AGES OUT ONTO THE SUSPENSE REPORT INSTEAD. CLOSED
      *    ENTRIES ARE MARKED RECYCLED OR SUSPENSE WITH THIS RUN'S
      *    ID AND KEPT ON REJWORK AS THE RECORD OF WHAT BECAME OF
      *    EACH REJECT. RETURN CODE 4 FLAGS
      *    A NON-EMPTY SUSPENSE REPORT FOR THE OPERATORS. THE
      *    "RECYCLE" SOURCE MUST BE REGISTERED ACTIVE ON SRCMASTR
      *    OR RIESI WILL REJECT THE RECYCLED BATCH AT VERIFY TIME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REJECT-WORK ASSIGN TO REJWORK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RWK-WORK-NO
                   FILE STATUS IS WS-REJECT-STATUS.
               SELECT RECYCLE-OUT ASSIGN TO RECYCOUT
                   ORGANIZATION IS SEQUENTIAL.
               SELECT SUSPENSE-RPT ASSIGN TO SUSPRPT
                   ORGANIZATION IS SEQUENTIAL.
               SELECT BATCH-SEQ ASSIGN TO BATCHSEQ
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BSEQ-SOURCE-SYSTEM
                   FILE STATUS IS WS-SEQ-STATUS.
               SELECT CONTROL-TOTALS ASSIGN TO CTLTOTS
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CTLT-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  REJECT-WORK
               RECORDING MODE IS F.
               01 REJECT-WORK-RECORD.
                   COPY RIESIRWK REPLACING ==:PREFIX:== BY ==RWK==.
           FD  RECYCLE-OUT
               RECORDING MODE IS F.
      *        RECYCOUT IS A FULL TRANS-IN BATCH - H RECORD, D
           FD  BATCH-SEQ
               RECORDING MODE IS F.
               01 BATCH-SEQ-RECORD.
                   COPY RIESIBSQ REPLACING ==:PREFIX:== BY ==BSEQ==.
           FD  CONTROL-TOTALS
               RECORDING MODE IS F.
               01 CONTROL-TOTALS-RECORD.
               01 WS-REJECTS-READ PIC 9(7) VALUE ZERO.
               01 WS-RECYCLED-COUNT PIC 9(7) VALUE ZERO.
               01 WS-SUSPENSE-COUNT PIC 9(7) VALUE ZERO.
               01 WS-HELD-COUNT PIC 9(7) VALUE ZERO.
               01 WS-WRITEOFF-COUNT PIC 9(7) VALUE ZERO.
               01 WS-CYCLE-COUNT PIC 9(2) VALUE ZERO.
               01 WS-RPT-LINE PIC X(80).
               01 WS-SUSPENSE-LINE.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 SUSP-REASON-MSG PIC X(20).
                   05 FILLER PIC X(3) VALUE SPACES.
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
           OPEN I-O REJECT-WORK
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "REJWORK OPEN FAILED - STATUS "
                   WS-REJECT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO RWK-WORK-NO
           START REJECT-WORK KEY NOT LESS THAN RWK-WORK-NO
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           PERFORM GET-NEXT-BATCH-SEQ
           OPEN OUTPUT RECYCLE-OUT
           PERFORM WRITE-RECYCLE-HEADER
           PERFORM PROCESS-REJECT-RECORD UNTIL END-OF-FILE
           PERFORM WRITE-RECYCLE-TRAILER
           PERFORM WRITE-SUSPENSE-TOTALS
           CLOSE REJECT-WORK
           CLOSE RECYCLE-OUT
           CLOSE SUSPENSE-RPT
           PERFORM WRITE-CONTROL-TOTALS
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM END-RUN-CONTROL
           STOP RUN.

       READ-REJECT-RECORD.
      *    ONLY OPEN ENTRIES COUNT AS READ - RECYCLED AND SUSPENDED
      *    ONES ARE HISTORY AND ARE SKIPPED.
           PERFORM READ-NEXT-WORK-ENTRY
           PERFORM READ-NEXT-WORK-ENTRY
               UNTIL END-OF-FILE OR RWK-STILL-OPEN
           IF NOT END-OF-FILE
               ADD 1 TO WS-REJECTS-READ
           END-IF.

       READ-NEXT-WORK-ENTRY.
           IF NOT END-OF-FILE
               READ REJECT-WORK NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-REJECT-STATUS NOT = "00"
                           DISPLAY "REJWORK READ ERROR - STATUS "
                               WS-REJECT-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-IF.

       PROCESS-REJECT-RECORD.
           IF RWK-RECYCLE-COUNT NUMERIC
               MOVE RWK-RECYCLE-COUNT TO WS-CYCLE-COUNT
           ELSE
               MOVE ZERO TO WS-CYCLE-COUNT
           END-IF
      *    ONLY A CORRECTED ENTRY RECYCLES - RECYCLING A RECORD AS
      *    SENT WOULD ONLY REJECT IT AGAIN. OF THE UNCORRECTED ONES,
      *    REASONS 01/02/03 (BLANK, BAD LENGTH, NOT FOUND) AND THE
      *    DATE REASONS 06/07 (INVALID, FUTURE) ARE CORRECTABLE BY
      *    RE-KEYING, SO THEY STAY ON THE WORKLIST. 08 (NON-PROCESSING
      *    DAY) GOES TO SUSPENSE - SOMEONE HAS TO DECIDE WHICH
      *    BUSINESS DAY THE RECORD REALLY BELONGS TO, JUST AS 04/05
      *    NEED A MASTER-FILE DECISION AND 09 (NOT AUTHORIZED FOR
      *    THE SOURCE) NEEDS A CODEAUTH DECISION.
           EVALUATE TRUE
               WHEN RWK-WRITTEN-OFF
                   ADD 1 TO WS-WRITEOFF-COUNT
                   PERFORM WRITE-SUSPENSE-DETAIL
               WHEN RWK-CORRECTED
                   AND WS-CYCLE-COUNT NOT < WS-MAX-CYCLES
                   PERFORM WRITE-SUSPENSE-DETAIL
               WHEN RWK-CORRECTED
                   PERFORM WRITE-RECYCLE-RECORD
               WHEN RWK-REASON-CODE NOT = "01"
                   AND RWK-REASON-CODE NOT = "02"
                   AND RWK-REASON-CODE NOT = "03"
                   AND RWK-REASON-CODE NOT = "06"
                   AND RWK-REASON-CODE NOT = "07"
                   PERFORM WRITE-SUSPENSE-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-HELD-COUNT
           END-EVALUATE
           PERFORM READ-REJECT-RECORD.

       CLOSE-WORK-ENTRY.
           MOVE WS-RUN-ID TO RWK-CLOSE-RUN-ID
           MOVE WS-RUN-DATE TO RWK-CLOSE-DATE
           REWRITE REJECT-WORK-RECORD
               INVALID KEY
                   DISPLAY "REJWORK REWRITE FAILED - STATUS "
                       WS-REJECT-STATUS " WORK NO " RWK-WORK-NO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       GET-NEXT-BATCH-SEQ.
      *    THE LAST SEQUENCE RIESI ACCEPTED FOR SOURCE "RECYCLE" PLUS
      *    ONE. RIESI RECORDS THE SEQUENCE WHEN IT CONSUMES THE
           END-READ.

       WRITE-RECYCLE-HEADER.
           MOVE SPACES TO RECYCLE-RECORD
           MOVE "H" TO RECY-RECORD-TYPE
           MOVE "RECYCLE" TO RECY-HDR-SOURCE-SYSTEM
       WRITE-RECYCLE-RECORD.
           MOVE SPACES TO RECYCLE-RECORD
           MOVE "D" TO RECY-RECORD-TYPE
           MOVE RWK-CORR-CODE TO RECY-CODE
           MOVE RWK-SOURCE-SYSTEM TO RECY-SOURCE-SYSTEM
           IF RWK-CORR-BATCH-DATE = SPACES
               MOVE RWK-BATCH-DATE TO RECY-BATCH-DATE
           ELSE
               MOVE RWK-CORR-BATCH-DATE TO RECY-BATCH-DATE
           END-IF
           MOVE RWK-OPERATOR-ID TO RECY-OPERATOR-ID
           COMPUTE RECY-RECYCLE-COUNT = WS-CYCLE-COUNT + 1
           END-COMPUTE
           CALL "RIESIHSH" USING RECY-CODE
                                  WS-OUT-HASH
           END-CALL
           WRITE RECYCLE-RECORD
           ADD 1 TO WS-RECYCLED-COUNT
           MOVE "R" TO RWK-STATUS
           PERFORM CLOSE-WORK-ENTRY.

       WRITE-SUSPENSE-DETAIL.
      *    A WRITE-OFF SHOWS WHO WROTE IT OFF IN PLACE OF THE REASON
      *    TEXT; THE NOTE ITSELF IS ON THE WORKLIST AND THE RIHS
      *    TRAIL.
           MOVE RWK-CODE TO SUSP-CODE
           MOVE WS-CYCLE-COUNT TO SUSP-CYCLES
           MOVE RWK-REASON-CODE TO SUSP-REASON-CODE
           IF RWK-WRITTEN-OFF
               MOVE SPACES TO SUSP-REASON-MSG
               STRING "WRITTEN OFF " RWK-ACTION-USER
                   DELIMITED BY SIZE INTO SUSP-REASON-MSG
               END-STRING
           ELSE
               MOVE RWK-REASON-MSG TO SUSP-REASON-MSG
           END-IF
           WRITE SUSPENSE-RPT-RECORD FROM WS-SUSPENSE-LINE
           ADD 1 TO WS-SUSPENSE-COUNT
           MOVE "S" TO RWK-STATUS
           PERFORM CLOSE-WORK-ENTRY.

       WRITE-CONTROL-TOTALS.
      *    ONE BALANCED TOTALS RECORD FOR THE END-OF-DAY PIPELINE
      *    RECONCILIATION (RIESIRCN): RECYCLED PLUS ON SUSPENSE PLUS
      *    HELD ON THE WORKLIST MUST EQUAL OPEN ENTRIES READ.
           OPEN EXTEND CONTROL-TOTALS
           IF WS-CTLT-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTALS
           MOVE WS-REJECTS-READ TO CTLT-COUNT-1
           MOVE WS-RECYCLED-COUNT TO CTLT-COUNT-2
           MOVE WS-SUSPENSE-COUNT TO CTLT-COUNT-3
           MOVE WS-HELD-COUNT TO CTLT-COUNT-4
           MOVE ZERO TO CTLT-COUNT-5
           MOVE ZERO TO CTLT-COUNT-6
           WRITE CONTROL-TOTALS-RECORD
       WRITE-SUSPENSE-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE SUSPENSE-RPT-RECORD FROM WS-RPT-LINE
           STRING "OPEN REJECTS:  " WS-REJECTS-READ
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE SUSPENSE-RPT-RECORD FROM WS-RPT-LINE
           STRING "ON SUSPENSE:   " WS-SUSPENSE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE SUSPENSE-RPT-RECORD FROM WS-RPT-LINE
           STRING "  WRITTEN OFF: " WS-WRITEOFF-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE SUSPENSE-RPT-RECORD FROM WS-RPT-LINE
           STRING "STILL OPEN:    " WS-HELD-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE SUSPENSE-RPT-RECORD FROM WS-RPT-LINE.

       START-RUN-CONTROL.
           MOVE SPACES TO WS-RUN-CONTROL
           MOVE "S" TO RCK-FUNCTION
           MOVE "RIESIRCY" TO RCK-PGM
           MOVE WS-RUN-ID TO RCK-RUN-ID
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           IF NOT RCK-OK
               MOVE RCK-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       END-RUN-CONTROL.
           MOVE "E" TO RCK-FUNCTION
           MOVE RETURN-CODE TO RCK-RC
           MOVE WS-RECYCLED-COUNT TO RCK-COUNT-1
           MOVE WS-SUSPENSE-COUNT TO RCK-COUNT-2
           MOVE WS-HELD-COUNT TO RCK-COUNT-3
           MOVE ZERO TO RCK-COUNT-4
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           MOVE RCK-RC TO RETURN-CODE.
