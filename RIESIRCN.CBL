      *****************************************************************
      *    RIESIRCN - END-OF-DAY PIPELINE RECONCILIATION
      *    READS THE CTLTOTS CONTROL-TOTALS RECORDS THAT RIESI,
      *    RIESIXTR, RIESIRWL AND RIESIRCY APPEND AT END OF RUN
      *    (LAST RECORD PER PROGRAM WINS, SO THE FILE FOR THE CYCLE
      *    BEING PROVED SHOULD BE PASSED TO THIS STEP) AND PROVES THE
      *    HAND-OFFS:
      *        MATCHED + REJECTED + DUPS SUPPRESSED + BYPASSED
      *            = TRANSIN ACCEPTED TRAILER DETAILS
      *        MATCHOUT RECORDS READ BY THE EXTRACT = MATCHOUT COUNT
      *            RIESI WROTE
      *        DETAILS WRITTEN - EXTRA COPIES (A MATCH ROUTED TO MORE
      *            THAN ONE DESTINATION) + ROUTED NOWHERE + HELD BACK
      *            FOR A VOLUME HOLD = MATCHOUT RECORDS READ + HELD
      *            RECORDS RELEASED (THE RIESIXTH RECORD OF THE SAME
      *            EXTRACT RUN)
      *        HELDIN READ + HELD BACK = RELEASED + HELDNEW WRITTEN
      *        SUM OF EACH DESTINATION'S T-RECORD COUNT (ITS RIESIXTD
      *            RECORDS FROM THE SAME EXTRACT RUN) = DETAILS WRITTEN
      *        REJWORK ENTRIES LOADED = REJECTOUT COUNT RIESI WROTE
      *        RECYCLED + ON SUSPENSE + STILL OPEN = OPEN WORKLIST
      *            ENTRIES READ BY THE RECYCLE
      *    ONE-PAGE IN-BALANCE/OUT-OF-BALANCE REPORT ON RECONRPT.
      *    RETURN CODE 8 ON ANY BREAK OR ANY PROGRAM THAT REPORTED
      *    NO TOTALS.
                   88 EXTRACT-REPORTED VALUE "Y".
               01 WS-XT-TOTALS.
                   COPY RIESICTL REPLACING ==:PREFIX:== BY ==XT==.
      *        DESTINATION TOTALS OF THE LATEST EXTRACT RUN - ONE
      *        RIESIXTD RECORD PER DESTINATION, AHEAD OF ITS RIESIXTR
      *        RECORD, ALL SHARING THE RUN ID TO THE SECOND.
               01 WS-XD-RUN-PREFIX PIC X(14) VALUE SPACES.
               01 WS-XD-DETAIL-SUM PIC 9(7) VALUE ZERO.
               01 WS-XH-FOUND-SW PIC X VALUE "N".
                   88 HOLD-REPORTED VALUE "Y".
               01 WS-XH-TOTALS.
                   COPY RIESICTL REPLACING ==:PREFIX:== BY ==XH==.
               01 WS-WL-FOUND-SW PIC X VALUE "N".
                   88 WORKLIST-REPORTED VALUE "Y".
               01 WS-WL-TOTALS.
                   COPY RIESICTL REPLACING ==:PREFIX:== BY ==WL==.
               01 WS-RC-FOUND-SW PIC X VALUE "N".
                   88 RECYCLE-REPORTED VALUE "Y".
               01 WS-RC-TOTALS.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 CHKL-RESULT PIC X(17).
                   05 FILLER PIC X(10) VALUE SPACES.
               01 WS-RUN-CONTROL.
                   COPY RIESIRCP REPLACING ==:PREFIX:== BY ==RCK==.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM START-RUN-CONTROL
           OPEN INPUT CONTROL-TOTALS
           IF WS-CTLT-STATUS NOT = "00"
               DISPLAY "CTLTOTS OPEN FAILED - STATUS " WS-CTLT-STATUS
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM END-RUN-CONTROL
           STOP RUN.

       READ-TOTALS-RECORD.
               WHEN "RIESIXTR"
                   SET EXTRACT-REPORTED TO TRUE
                   MOVE CONTROL-TOTALS-RECORD TO WS-XT-TOTALS
               WHEN "RIESIXTH"
                   SET HOLD-REPORTED TO TRUE
                   MOVE CONTROL-TOTALS-RECORD TO WS-XH-TOTALS
               WHEN "RIESIXTD"
                   IF CTLT-RUN-ID(1:14) NOT = WS-XD-RUN-PREFIX
                       MOVE CTLT-RUN-ID(1:14) TO WS-XD-RUN-PREFIX
                       MOVE ZERO TO WS-XD-DETAIL-SUM
                   END-IF
                   ADD CTLT-COUNT-1 TO WS-XD-DETAIL-SUM
               WHEN "RIESIRWL"
                   SET WORKLIST-REPORTED TO TRUE
                   MOVE CONTROL-TOTALS-RECORD TO WS-WL-TOTALS
               WHEN "RIESIRCY"
                   SET RECYCLE-REPORTED TO TRUE
                   MOVE CONTROL-TOTALS-RECORD TO WS-RC-TOTALS
               WRITE RECON-RPT-RECORD FROM WS-RPT-LINE
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           IF NOT WORKLIST-REPORTED
               MOVE "NO TOTALS REPORTED FOR RIESIRWL" TO WS-RPT-LINE
               WRITE RECON-RPT-RECORD FROM WS-RPT-LINE
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           IF NOT RECYCLE-REPORTED
               MOVE "NO TOTALS REPORTED FOR RIESIRCY" TO WS-RPT-LINE
               WRITE RECON-RPT-RECORD FROM WS-RPT-LINE

       CHECK-EXTRACT-BALANCE.
           IF RIESI-REPORTED AND EXTRACT-REPORTED
               MOVE "EXTRACT READ VS MATCHOUT CUT"
                   TO WS-CHK-LABEL
               MOVE XT-COUNT-1 TO WS-CHK-LHS
               MOVE RI-COUNT-2 TO WS-CHK-RHS
               PERFORM WRITE-CHECK-LINE
           END-IF
           IF EXTRACT-REPORTED
               IF NOT HOLD-REPORTED OR XH-RUN-ID NOT = XT-RUN-ID
                   MOVE SPACES TO WS-XH-TOTALS
                   MOVE ZERO TO XH-COUNT-1 XH-COUNT-2 XH-COUNT-3
                       XH-COUNT-4
                   MOVE "NO VOLUME HOLD TOTALS FOR RIESIXTR"
                       TO WS-RPT-LINE
                   WRITE RECON-RPT-RECORD FROM WS-RPT-LINE
                   ADD 1 TO WS-BREAK-COUNT
               END-IF
               MOVE "WRITTEN-EXTRA+NOWHERE+HELD VS IN"
                   TO WS-CHK-LABEL
               COMPUTE WS-CHK-LHS = XT-COUNT-5 - XT-COUNT-4
                   + XT-COUNT-3 + XH-COUNT-1
               END-COMPUTE
               COMPUTE WS-CHK-RHS = XT-COUNT-1 + XH-COUNT-2
               PERFORM WRITE-CHECK-LINE
               MOVE "HELDIN+HELD VS RELEASED+HELDNEW"
                   TO WS-CHK-LABEL
               COMPUTE WS-CHK-LHS = XH-COUNT-3 + XH-COUNT-1
               COMPUTE WS-CHK-RHS = XH-COUNT-2 + XH-COUNT-4
               PERFORM WRITE-CHECK-LINE
               IF WS-XD-RUN-PREFIX = XT-RUN-ID(1:14)
                   MOVE "DESTINATION T-COUNTS VS WRITTEN"
                       TO WS-CHK-LABEL
                   MOVE WS-XD-DETAIL-SUM TO WS-CHK-LHS
                   MOVE XT-COUNT-5 TO WS-CHK-RHS
                   PERFORM WRITE-CHECK-LINE
               ELSE
                   MOVE "NO DESTINATION TOTALS FOR RIESIXTR"
                       TO WS-RPT-LINE
                   WRITE RECON-RPT-RECORD FROM WS-RPT-LINE
                   ADD 1 TO WS-BREAK-COUNT
               END-IF
           END-IF.

       CHECK-RECYCLE-BALANCE.
      *    THE RECYCLE READS EVERY OPEN WORKLIST ENTRY, INCLUDING
      *    ONES HELD OVER FROM EARLIER CYCLES, SO IT IS PROVED
      *    AGAINST ITSELF; THE LOAD IS PROVED AGAINST REJECTOUT.
           IF WORKLIST-REPORTED
               MOVE "WORKLIST LOADED VS REJECTS READ"
                   TO WS-CHK-LABEL
               MOVE WL-COUNT-2 TO WS-CHK-LHS
               MOVE WL-COUNT-1 TO WS-CHK-RHS
               PERFORM WRITE-CHECK-LINE
           END-IF
           IF RIESI-REPORTED AND WORKLIST-REPORTED
               MOVE "WORKLIST LOAD VS REJECTOUT CUT"
                   TO WS-CHK-LABEL
               MOVE WL-COUNT-1 TO WS-CHK-LHS
               MOVE RI-COUNT-3 TO WS-CHK-RHS
               PERFORM WRITE-CHECK-LINE
           END-IF
           IF RECYCLE-REPORTED
               MOVE "RECYCLED+SUSP+OPEN VS OPEN IN"
                   TO WS-CHK-LABEL
               COMPUTE WS-CHK-LHS = RC-COUNT-2 + RC-COUNT-3
                   + RC-COUNT-4
               END-COMPUTE
               MOVE RC-COUNT-1 TO WS-CHK-RHS
               PERFORM WRITE-CHECK-LINE
           END-IF.

       WRITE-CHECK-LINE.
                   " BREAK(S)"
           END-IF
           WRITE RECON-RPT-RECORD FROM WS-RPT-LINE.

       START-RUN-CONTROL.
           MOVE SPACES TO WS-RUN-CONTROL
           MOVE "S" TO RCK-FUNCTION
           MOVE "RIESIRCN" TO RCK-PGM
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           IF NOT RCK-OK
               MOVE RCK-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       END-RUN-CONTROL.
           MOVE "E" TO RCK-FUNCTION
           MOVE RETURN-CODE TO RCK-RC
           MOVE WS-BREAK-COUNT TO RCK-COUNT-1
           MOVE ZERO TO RCK-COUNT-2
           MOVE ZERO TO RCK-COUNT-3
           MOVE ZERO TO RCK-COUNT-4
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           MOVE RCK-RC TO RETURN-CODE.
