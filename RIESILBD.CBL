       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIESILBD.
      *****************************************************************
      *    RIESILBD - CODE LINEAGE BUILD
      *    NIGHTLY HOUSEKEEPING STEP THAT BUILDS THE LINEAGE FILE
      *    READ BY THE RIESILTR AND RIESITRC TRACES: ONE EVENT PER
      *    THING THAT HAPPENED TO A CODE, KEYED BY CODE AND TIME (SEE
      *    RIESILNG FOR THE EVENT TYPES). THE SOURCES ARE AUDITLOG,
      *    QUARFILE, THE REJWORK CORRECTION WORKLIST, THE EXTROUT
      *    GENERATIONS (DD EXTRHIST - CONCATENATE THE GENERATIONS
      *    STILL CATALOGUED, OF EVERY ROUTED DESTINATION), EXTSTAT
      *    AND BILLREJ. EVERY ONE OF THEM
      *    IS PURGED, ROLLED OFF OR REPLACED ON ITS OWN SCHEDULE, SO
      *    THE CURRENT LINEAGE IS READ BACK IN AS WELL AND THE TWO ARE
      *    SORTED TOGETHER - AN EVENT ALREADY ON THE LINEAGE AND STILL
      *    ON ITS SOURCE FILE IS KEPT ONCE, AND ONE WHOSE SOURCE HAS
      *    GONE IS CARRIED FORWARD. EVENTS OLDER THAN THE LBDPARM
      *    RETENTION DAYS (DEFAULT 400) ARE DROPPED. ANY SOURCE FILE
      *    MAY BE MISSING - IT IS NOTED ON THE REPORT AND SKIPPED.
      *    ACCEPTANCE IS NOT SENT CODE BY CODE: A CODE IN A
      *    GENERATION EXTSTAT SHOWS ACKNOWLEDGED, WITH NO FAILURE FOR
      *    IT ON BILLREJ OR ALREADY ON THE LINEAGE, WAS ACCEPTED BY
      *    THAT GENERATION'S DESTINATION.
      *    THE NEW LINEAGE IS WRITTEN IN KEY ORDER TO LINENEW; AS
      *    WITH NEWAUDIT AND QUARNEW, ONLY ON RETURN CODE 0 DOES THE
      *    NEXT STEP LOAD IT OVER THE LINEAGE KSDS. RETURN CODE 16 ON
      *    A FAILED SORT OR A TABLE OVERFLOW.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LINEAGE-FILE ASSIGN TO LINEAGE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OLD-KEY
                   FILE STATUS IS WS-LNG-STATUS.
               SELECT LINEAGE-NEW ASSIGN TO LINENEW
                   ORGANIZATION IS SEQUENTIAL.
               SELECT SORT-WORK ASSIGN TO SORTWK.
               SELECT AUDIT-LOG ASSIGN TO AUDITLOG
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT QUARANTINE-FILE ASSIGN TO QUARFILE
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QUAR-STATUS.
               SELECT REJECT-WORK ASSIGN TO REJWORK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RWK-WORK-NO
                   FILE STATUS IS WS-RWK-STATUS.
               SELECT EXTRACT-HIST ASSIGN TO EXTRHIST
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-EXTH-STATUS.
               SELECT EXTRACT-STATUS ASSIGN TO EXTSTAT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-XST-STATUS.
               SELECT BILLING-REJECT ASSIGN TO BILLREJ
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-BREJ-STATUS.
               SELECT BUILD-RPT ASSIGN TO LBDRPT
                   ORGANIZATION IS SEQUENTIAL.
               SELECT PARM-FILE ASSIGN TO LBDPARM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  LINEAGE-FILE
               RECORDING MODE IS F.
               01 OLD-LINEAGE-RECORD.
                   COPY RIESILNG REPLACING ==:PREFIX:== BY ==OLD==.
           FD  LINEAGE-NEW
               RECORDING MODE IS F.
               01 NEW-LINEAGE-RECORD.
                   COPY RIESILNG REPLACING ==:PREFIX:== BY ==NEW==.
           SD  SORT-WORK.
               01 SORT-RECORD.
                   COPY RIESILNG REPLACING ==:PREFIX:== BY ==SRT==.
           FD  AUDIT-LOG
               RECORDING MODE IS F.
               01 AUDIT-RECORD.
                   COPY RIESIAUD REPLACING ==:PREFIX:== BY ==AUD==.
           FD  QUARANTINE-FILE
               RECORDING MODE IS F.
               01 QUARANTINE-RECORD.
                   COPY RIESIQAR REPLACING ==:PREFIX:== BY ==QUAR==.
           FD  REJECT-WORK
               RECORDING MODE IS F.
               01 REJECT-WORK-RECORD.
                   COPY RIESIRWK REPLACING ==:PREFIX:== BY ==RWK==.
           FD  EXTRACT-HIST
               RECORDING MODE IS F.
      *        SAME FROZEN VERSION 01 LAYOUT RIESIXTR WRITES.
               01 EXTRACT-RECORD.
                   03 EXT-RECORD-TYPE PIC X.
                   03 EXT-DETAIL-DATA.
                       05 EXT-CODE PIC A(50).
                       05 EXT-SOURCE-SYSTEM PIC X(8).
                       05 EXT-BATCH-DATE PIC X(8).
                       05 EXT-OPERATOR-ID PIC X(8).
                       05 FILLER PIC X(5).
                   03 EXT-HEADER-DATA REDEFINES EXT-DETAIL-DATA.
                       05 EXT-HDR-VERSION PIC X(2).
                       05 EXT-HDR-RUN-ID PIC X(16).
                       05 EXT-HDR-EXTRACT-DATE PIC X(8).
                       05 FILLER PIC X(53).
           FD  EXTRACT-STATUS
               RECORDING MODE IS F.
               01 EXTRACT-STATUS-RECORD.
                   COPY RIESIXST REPLACING ==:PREFIX:== BY ==XST==.
           FD  BILLING-REJECT
               RECORDING MODE IS F.
               01 BILLING-REJECT-RECORD.
                   05 BREJ-RUN-ID PIC X(16).
                   05 BREJ-CODE PIC A(50).
                   05 BREJ-REASON PIC X(20).
                   05 BREJ-ACK-DATE PIC X(8).
           FD  BUILD-RPT
               RECORDING MODE IS F.
               01 BUILD-RPT-RECORD PIC X(80).
           FD  PARM-FILE
               RECORDING MODE IS F.
               01 PARM-RECORD.
                   05 PARM-RETAIN-DAYS PIC 9(4).
                   05 FILLER PIC X(76).
           WORKING-STORAGE SECTION.
               01 WS-FLAGS.
                   05 WS-EOF-SW PIC X VALUE "N".
                       88 END-OF-FILE VALUE "Y".
                   05 WS-SORT-EOF-SW PIC X VALUE "N".
                       88 SORT-END-OF-FILE VALUE "Y".
                   05 WS-GEN-FOUND-SW PIC X VALUE "N".
                       88 GENERATION-FOUND VALUE "Y".
                   05 WS-FAIL-FOUND-SW PIC X VALUE "N".
                       88 FAILURE-FOUND VALUE "Y".
                   05 WS-FIRST-SW PIC X VALUE "Y".
                       88 FIRST-EVENT VALUE "Y".
               01 WS-LNG-STATUS PIC XX VALUE "00".
               01 WS-AUDIT-STATUS PIC XX VALUE "00".
               01 WS-QUAR-STATUS PIC XX VALUE "00".
               01 WS-RWK-STATUS PIC XX VALUE "00".
               01 WS-EXTH-STATUS PIC XX VALUE "00".
               01 WS-XST-STATUS PIC XX VALUE "00".
               01 WS-BREJ-STATUS PIC XX VALUE "00".
               01 WS-PARM-STATUS PIC XX VALUE "00".
               01 WS-RETAIN-DAYS PIC 9(4) VALUE 400.
               01 WS-TODAY PIC 9(8) VALUE ZERO.
               01 WS-CUTOFF-DATE PIC 9(8) VALUE ZERO.
               01 WS-EVENT-DATE PIC X(8) VALUE SPACES.
               01 WS-FILE-NAME PIC X(8) VALUE SPACES.
      *        THE EVENT BEING BUILT FOR RELEASE TO THE SORT.
               01 WS-EVENT.
                   COPY RIESILNG REPLACING ==:PREFIX:== BY ==EVT==.
      *        THE LAST EVENT WRITTEN, TO DROP EXACT REPEATS AND TO
      *        NUMBER EVENTS THAT SHARE A CODE AND TIMESTAMP.
               01 WS-PREV-EVENT.
                   COPY RIESILNG REPLACING ==:PREFIX:== BY ==PRV==.
      *        THE QUARANTINED TRANSMISSION THE R IMAGES BELONG TO.
               01 WS-QUAR-RUN-ID PIC X(16) VALUE SPACES.
               01 WS-QUAR-FAIL-MSG PIC X(60) VALUE SPACES.
               01 WS-QUAR-IMAGE.
                   05 QIMG-RECORD-TYPE PIC X.
                   COPY RIESIREC REPLACING ==:PREFIX:== BY ==QIMG==.
      *        THE EXTROUT GENERATION THE EXTRHIST DETAILS BELONG TO.
               01 WS-EXT-RUN-ID PIC X(16) VALUE SPACES.
               01 WS-EXT-ACKED-SW PIC X VALUE "N".
                   88 EXT-GEN-ACKED VALUE "Y".
               01 WS-EXT-ACK-DATE PIC X(8) VALUE SPACES.
               01 WS-EXT-DEST PIC X(8) VALUE SPACES.
               01 WS-EXT-FAILS PIC 9(7) VALUE ZERO.
               01 WS-GEN-COUNT PIC 9(3) VALUE ZERO.
               01 WS-GEN-TABLE.
                   03 WS-GEN-ENTRY OCCURS 200 TIMES.
                       COPY RIESIXST REPLACING ==:PREFIX:== BY ==GEN==.
               01 WS-GEN-SUB PIC 9(3) VALUE ZERO.
      *        EVERY BILLING FAILURE KNOWN - FROM BILLREJ AND FROM
      *        THE LINEAGE ALREADY BUILT - SO A FAILED CODE IS NEVER
      *        ALSO SHOWN ACCEPTED.
               01 WS-FAIL-MAX PIC 9(5) VALUE 5000.
               01 WS-FAIL-COUNT PIC 9(5) VALUE ZERO.
               01 WS-FAIL-TABLE.
                   03 WS-FAIL-ENTRY OCCURS 5000 TIMES.
                       05 WS-FAIL-CODE PIC A(50).
                       05 WS-FAIL-RUN-ID PIC X(16).
               01 WS-FAIL-SUB PIC 9(5) VALUE ZERO.
               01 WS-COUNTS.
                   05 WS-CARRIED-COUNT PIC 9(7) VALUE ZERO.
                   05 WS-AUDIT-COUNT PIC 9(7) VALUE ZERO.
                   05 WS-QUAR-COUNT PIC 9(7) VALUE ZERO.
                   05 WS-WORK-COUNT PIC 9(7) VALUE ZERO.
                   05 WS-EXTRACT-COUNT PIC 9(7) VALUE ZERO.
                   05 WS-ACCEPT-COUNT PIC 9(7) VALUE ZERO.
                   05 WS-BILLFAIL-COUNT PIC 9(7) VALUE ZERO.
                   05 WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
                   05 WS-AGED-COUNT PIC 9(7) VALUE ZERO.
                   05 WS-DUP-COUNT PIC 9(7) VALUE ZERO.
                   05 WS-WRITTEN-COUNT PIC 9(7) VALUE ZERO.
                   05 WS-SEQ-OVER-COUNT PIC 9(7) VALUE ZERO.
               01 WS-RPT-LINE PIC X(80).
               01 WS-RUN-CONTROL.
                   COPY RIESIRCP REPLACING ==:PREFIX:== BY ==RCK==.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM START-RUN-CONTROL
           PERFORM READ-PARM-FILE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - WS-RETAIN-DAYS)
           END-COMPUTE
           OPEN OUTPUT BUILD-RPT
           MOVE "RIESI CODE LINEAGE BUILD" TO WS-RPT-LINE
           WRITE BUILD-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "EVENTS BEFORE " WS-CUTOFF-DATE " ARE DROPPED"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE BUILD-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE BUILD-RPT-RECORD FROM WS-RPT-LINE
           SORT SORT-WORK
               ON ASCENDING KEY SRT-CODE
                                SRT-EVENT-STAMP
                                SRT-EVENT-DATA
               INPUT PROCEDURE IS COLLECT-EVENTS
               OUTPUT PROCEDURE IS WRITE-NEW-LINEAGE
           IF SORT-RETURN NOT = 0
               DISPLAY "LINEAGE SORT FAILED - SORT-RETURN "
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-BUILD-TOTALS
           CLOSE BUILD-RPT
           DISPLAY "RIESILBD LINEAGE EVENTS WRITTEN " WS-WRITTEN-COUNT
           MOVE 0 TO RETURN-CODE
           PERFORM END-RUN-CONTROL
           STOP RUN.

       READ-PARM-FILE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PARM-RETAIN-DAYS NUMERIC
                           AND PARM-RETAIN-DAYS > 0
                           MOVE PARM-RETAIN-DAYS TO WS-RETAIN-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       COLLECT-EVENTS.
      *    THE FAILURES MUST ALL BE KNOWN BEFORE THE EXTRACT HISTORY
      *    IS READ, SO THE OLD LINEAGE AND BILLREJ COME FIRST.
           PERFORM CARRY-FORWARD-LINEAGE
           PERFORM COLLECT-BILLING-REJECTS
           PERFORM LOAD-EXTRACT-STATUS
           PERFORM COLLECT-AUDIT-EVENTS
           PERFORM COLLECT-QUARANTINE-EVENTS
           PERFORM COLLECT-WORKLIST-EVENTS
           PERFORM COLLECT-EXTRACT-EVENTS.

       NOTE-FILE-MISSING.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-FILE-NAME DELIMITED BY SPACE
                   " NOT AVAILABLE - SKIPPED" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE BUILD-RPT-RECORD FROM WS-RPT-LINE.

       RELEASE-EVENT.
      *    ONE PLACE FOR THE RETENTION RULE, SO A CARRIED EVENT AND
      *    A FRESH ONE AGE OUT ALIKE. THE SEQUENCE IS ASSIGNED ON
      *    THE WAY OUT OF THE SORT.
           MOVE EVT-EVENT-STAMP(1:8) TO WS-EVENT-DATE
           IF WS-EVENT-DATE NUMERIC
               AND WS-EVENT-DATE < WS-CUTOFF-DATE
               ADD 1 TO WS-AGED-COUNT
           ELSE
               MOVE ZERO TO EVT-EVENT-SEQ
               IF EVT-RECYCLE-COUNT NOT NUMERIC
                   MOVE ZERO TO EVT-RECYCLE-COUNT
               END-IF
               RELEASE SORT-RECORD FROM WS-EVENT
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.

       CARRY-FORWARD-LINEAGE.
           OPEN INPUT LINEAGE-FILE
           IF WS-LNG-STATUS NOT = "00"
               MOVE "LINEAGE" TO WS-FILE-NAME
               PERFORM NOTE-FILE-MISSING
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-OLD-LINEAGE
               PERFORM CARRY-LINEAGE-EVENT UNTIL END-OF-FILE
               CLOSE LINEAGE-FILE
           END-IF.

       READ-OLD-LINEAGE.
           READ LINEAGE-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       CARRY-LINEAGE-EVENT.
           MOVE OLD-LINEAGE-RECORD TO WS-EVENT
           ADD 1 TO WS-CARRIED-COUNT
           IF EVT-EVENT-TYPE = "BILLFAIL"
               PERFORM ADD-FAILURE
           END-IF
           PERFORM RELEASE-EVENT
           PERFORM READ-OLD-LINEAGE.

       ADD-FAILURE.
           IF WS-FAIL-COUNT NOT < WS-FAIL-MAX
               DISPLAY "MORE THAN " WS-FAIL-MAX
                   " BILLING FAILURES ON FILE - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FAIL-COUNT
           MOVE EVT-CODE TO WS-FAIL-CODE(WS-FAIL-COUNT)
           MOVE EVT-RUN-ID TO WS-FAIL-RUN-ID(WS-FAIL-COUNT).

       COLLECT-BILLING-REJECTS.
           OPEN INPUT BILLING-REJECT
           IF WS-BREJ-STATUS NOT = "00"
               MOVE "BILLREJ" TO WS-FILE-NAME
               PERFORM NOTE-FILE-MISSING
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-BILLING-REJECT
               PERFORM BUILD-BILLFAIL-EVENT UNTIL END-OF-FILE
               CLOSE BILLING-REJECT
           END-IF.

       READ-BILLING-REJECT.
           READ BILLING-REJECT
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       BUILD-BILLFAIL-EVENT.
      *    A BILLREJ WRITTEN BEFORE THE ACKNOWLEDGMENT DATE WAS
      *    CARRIED IS DATED TODAY - THE BEST THAT CAN BE SAID.
           MOVE SPACES TO WS-EVENT
           MOVE BREJ-CODE TO EVT-CODE
           IF BREJ-ACK-DATE NUMERIC
               MOVE BREJ-ACK-DATE TO EVT-EVENT-STAMP(1:8)
           ELSE
               MOVE WS-TODAY TO EVT-EVENT-STAMP(1:8)
           END-IF
           MOVE ZEROS TO EVT-EVENT-STAMP(9:8)
           MOVE "BILLFAIL" TO EVT-EVENT-TYPE
           MOVE BREJ-RUN-ID TO EVT-RUN-ID
           MOVE "FAILED" TO EVT-RESULT
           MOVE BREJ-REASON TO EVT-DETAIL
           PERFORM ADD-FAILURE
           PERFORM RELEASE-EVENT
           ADD 1 TO WS-BILLFAIL-COUNT
           PERFORM READ-BILLING-REJECT.

       LOAD-EXTRACT-STATUS.
           OPEN INPUT EXTRACT-STATUS
           IF WS-XST-STATUS NOT = "00"
               MOVE "EXTSTAT" TO WS-FILE-NAME
               PERFORM NOTE-FILE-MISSING
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-EXTRACT-STATUS
               PERFORM KEEP-EXTRACT-STATUS UNTIL END-OF-FILE
               CLOSE EXTRACT-STATUS
           END-IF.

       READ-EXTRACT-STATUS.
           READ EXTRACT-STATUS
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       KEEP-EXTRACT-STATUS.
      *    RIESIACK HOLDS THE REGISTER TO 200 LIVE GENERATIONS.
           IF WS-GEN-COUNT < 200
               ADD 1 TO WS-GEN-COUNT
               MOVE EXTRACT-STATUS-RECORD
                   TO WS-GEN-ENTRY(WS-GEN-COUNT)
           ELSE
               DISPLAY "EXTSTAT EXCEEDS 200 GENERATIONS"
                   " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-EXTRACT-STATUS.

       COLLECT-AUDIT-EVENTS.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDITLOG" TO WS-FILE-NAME
               PERFORM NOTE-FILE-MISSING
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-AUDIT-RECORD
               PERFORM BUILD-VALIDATE-EVENT UNTIL END-OF-FILE
               CLOSE AUDIT-LOG
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-LOG
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       BUILD-VALIDATE-EVENT.
           MOVE SPACES TO WS-EVENT
           MOVE AUD-INPUT-VALUE TO EVT-CODE
           MOVE AUD-TIMESTAMP TO EVT-EVENT-STAMP
           MOVE "VALIDATE" TO EVT-EVENT-TYPE
           MOVE AUD-RUN-ID TO EVT-RUN-ID
           MOVE AUD-SOURCE-SYSTEM TO EVT-SOURCE-SYSTEM
           MOVE AUD-BATCH-DATE TO EVT-BATCH-DATE
           MOVE AUD-RESULT TO EVT-RESULT
           MOVE AUD-REASON-CODE TO EVT-REASON-CODE
           MOVE AUD-OPERATOR-ID TO EVT-USER-ID
           MOVE AUD-REASON-MSG TO EVT-DETAIL
           PERFORM RELEASE-EVENT
           ADD 1 TO WS-AUDIT-COUNT
           PERFORM READ-AUDIT-RECORD.

       COLLECT-QUARANTINE-EVENTS.
           OPEN INPUT QUARANTINE-FILE
           IF WS-QUAR-STATUS NOT = "00"
               MOVE "QUARFILE" TO WS-FILE-NAME
               PERFORM NOTE-FILE-MISSING
           ELSE
               MOVE "N" TO WS-EOF-SW
               MOVE SPACES TO WS-QUAR-RUN-ID
               MOVE SPACES TO WS-QUAR-FAIL-MSG
               PERFORM READ-QUARANTINE-RECORD
               PERFORM BUILD-QUARANTINE-EVENT UNTIL END-OF-FILE
               CLOSE QUARANTINE-FILE
           END-IF.

       READ-QUARANTINE-RECORD.
           READ QUARANTINE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       BUILD-QUARANTINE-EVENT.
      *    ONE EVENT PER DETAIL IMAGE OF A QUARANTINED TRANSMISSION,
      *    STAMPED WITH THE RIESI RUN THAT QUARANTINED IT.
           IF QUAR-CONTROL
               MOVE QUAR-RUN-ID TO WS-QUAR-RUN-ID
               MOVE QUAR-FAIL-MSG TO WS-QUAR-FAIL-MSG
           ELSE
               MOVE QUAR-IMAGE TO WS-QUAR-IMAGE
               IF QIMG-RECORD-TYPE = "D"
                   MOVE SPACES TO WS-EVENT
                   MOVE QIMG-CODE TO EVT-CODE
                   MOVE WS-QUAR-RUN-ID TO EVT-EVENT-STAMP
                   MOVE "QUARANT" TO EVT-EVENT-TYPE
                   MOVE WS-QUAR-RUN-ID TO EVT-RUN-ID
                   MOVE QIMG-SOURCE-SYSTEM TO EVT-SOURCE-SYSTEM
                   MOVE QIMG-BATCH-DATE TO EVT-BATCH-DATE
                   MOVE "HELD" TO EVT-RESULT
                   MOVE QIMG-RECYCLE-COUNT TO EVT-RECYCLE-COUNT
                   MOVE QIMG-OPERATOR-ID TO EVT-USER-ID
                   MOVE WS-QUAR-FAIL-MSG TO EVT-DETAIL
                   PERFORM RELEASE-EVENT
                   ADD 1 TO WS-QUAR-COUNT
               END-IF
           END-IF
           PERFORM READ-QUARANTINE-RECORD.

       COLLECT-WORKLIST-EVENTS.
           OPEN INPUT REJECT-WORK
           IF WS-RWK-STATUS NOT = "00"
               MOVE "REJWORK" TO WS-FILE-NAME
               PERFORM NOTE-FILE-MISSING
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-REJECT-WORK
               PERFORM BUILD-WORKLIST-EVENTS UNTIL END-OF-FILE
               CLOSE REJECT-WORK
           END-IF.

       READ-REJECT-WORK.
           READ REJECT-WORK NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       BUILD-WORKLIST-EVENTS.
      *    THE WORKLIST ENTRY HOLDS ONLY ITS LATEST ACTION - EARLIER
      *    CHANGES OF MIND ARE ON THE RIHS/MNTHIST TRAIL.
           IF RWK-CORR-CODE NOT = SPACES
               AND RWK-ACTION-DATE NOT = SPACES
               PERFORM START-WORKLIST-EVENT
               MOVE RWK-ACTION-DATE TO EVT-EVENT-STAMP(1:8)
               MOVE RWK-ACTION-TIME TO EVT-EVENT-STAMP(9:8)
               MOVE "CORRECT" TO EVT-EVENT-TYPE
               MOVE "CORRECTD" TO EVT-RESULT
               MOVE RWK-ACTION-USER TO EVT-USER-ID
               STRING "TO " RWK-CORR-CODE
                   DELIMITED BY SIZE INTO EVT-DETAIL
               END-STRING
               PERFORM RELEASE-EVENT
           END-IF
           IF RWK-WOFF-NOTE NOT = SPACES
               AND RWK-ACTION-DATE NOT = SPACES
               PERFORM START-WORKLIST-EVENT
               MOVE RWK-ACTION-DATE TO EVT-EVENT-STAMP(1:8)
               MOVE RWK-ACTION-TIME TO EVT-EVENT-STAMP(9:8)
               MOVE "WRITEOFF" TO EVT-EVENT-TYPE
               MOVE "WRTNOFF" TO EVT-RESULT
               MOVE RWK-ACTION-USER TO EVT-USER-ID
               MOVE RWK-WOFF-NOTE TO EVT-DETAIL
               PERFORM RELEASE-EVENT
           END-IF
           IF RWK-RECYCLED
               PERFORM START-WORKLIST-EVENT
               MOVE RWK-CLOSE-RUN-ID TO EVT-EVENT-STAMP
               MOVE "RECYCLE" TO EVT-EVENT-TYPE
               MOVE RWK-CLOSE-RUN-ID TO EVT-RUN-ID
               MOVE "RECYCLED" TO EVT-RESULT
               COMPUTE EVT-RECYCLE-COUNT = RWK-RECYCLE-COUNT + 1
                   ON SIZE ERROR
                       MOVE 99 TO EVT-RECYCLE-COUNT
               END-COMPUTE
               STRING "AS " RWK-CORR-CODE
                   DELIMITED BY SIZE INTO EVT-DETAIL
               END-STRING
               PERFORM RELEASE-EVENT
      *        THE CORRECTED CODE'S OWN HISTORY STARTS HERE.
               IF RWK-CORR-CODE NOT = RWK-CODE
                   MOVE RWK-CORR-CODE TO EVT-CODE
                   MOVE SPACES TO EVT-DETAIL
                   STRING "FROM " RWK-CODE
                       DELIMITED BY SIZE INTO EVT-DETAIL
                   END-STRING
                   PERFORM RELEASE-EVENT
               END-IF
           END-IF
           IF RWK-SUSPENDED
               PERFORM START-WORKLIST-EVENT
               MOVE RWK-CLOSE-RUN-ID TO EVT-EVENT-STAMP
               MOVE "SUSPENSE" TO EVT-EVENT-TYPE
               MOVE RWK-CLOSE-RUN-ID TO EVT-RUN-ID
               MOVE "SUSPENSE" TO EVT-RESULT
               IF RWK-WOFF-NOTE NOT = SPACES
                   MOVE "WRITTEN OFF" TO EVT-DETAIL
               ELSE
                   MOVE RWK-REASON-MSG TO EVT-DETAIL
               END-IF
               PERFORM RELEASE-EVENT
           END-IF
           ADD 1 TO WS-WORK-COUNT
           PERFORM READ-REJECT-WORK.

       START-WORKLIST-EVENT.
           MOVE SPACES TO WS-EVENT
           MOVE RWK-CODE TO EVT-CODE
           MOVE RWK-LOAD-ID TO EVT-RUN-ID
           MOVE RWK-SOURCE-SYSTEM TO EVT-SOURCE-SYSTEM
           MOVE RWK-BATCH-DATE TO EVT-BATCH-DATE
           MOVE RWK-REASON-CODE TO EVT-REASON-CODE
           MOVE RWK-RECYCLE-COUNT TO EVT-RECYCLE-COUNT.

       COLLECT-EXTRACT-EVENTS.
           OPEN INPUT EXTRACT-HIST
           IF WS-EXTH-STATUS NOT = "00"
               MOVE "EXTRHIST" TO WS-FILE-NAME
               PERFORM NOTE-FILE-MISSING
           ELSE
               MOVE "N" TO WS-EOF-SW
               MOVE SPACES TO WS-EXT-RUN-ID
               MOVE "N" TO WS-EXT-ACKED-SW
               PERFORM READ-EXTRACT-HIST
               PERFORM BUILD-EXTRACT-EVENT UNTIL END-OF-FILE
               CLOSE EXTRACT-HIST
           END-IF.

       READ-EXTRACT-HIST.
           READ EXTRACT-HIST
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       BUILD-EXTRACT-EVENT.
           EVALUATE EXT-RECORD-TYPE
               WHEN "H"
                   MOVE EXT-HDR-RUN-ID TO WS-EXT-RUN-ID
                   PERFORM FIND-GENERATION
               WHEN "D"
                   MOVE SPACES TO WS-EVENT
                   MOVE EXT-CODE TO EVT-CODE
                   MOVE WS-EXT-RUN-ID TO EVT-EVENT-STAMP
                   MOVE "EXTRACT" TO EVT-EVENT-TYPE
                   MOVE WS-EXT-RUN-ID TO EVT-RUN-ID
                   MOVE EXT-SOURCE-SYSTEM TO EVT-SOURCE-SYSTEM
                   MOVE EXT-BATCH-DATE TO EVT-BATCH-DATE
                   MOVE "CUT" TO EVT-RESULT
                   MOVE EXT-OPERATOR-ID TO EVT-USER-ID
                   STRING "GEN " WS-EXT-RUN-ID " TO " WS-EXT-DEST
                       DELIMITED BY SIZE INTO EVT-DETAIL
                   END-STRING
                   PERFORM RELEASE-EVENT
                   ADD 1 TO WS-EXTRACT-COUNT
                   IF EXT-GEN-ACKED
                       PERFORM BUILD-BILLACC-EVENT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-EXTRACT-HIST.

       FIND-GENERATION.
           MOVE "N" TO WS-EXT-ACKED-SW
           MOVE "N" TO WS-GEN-FOUND-SW
           MOVE SPACES TO WS-EXT-ACK-DATE
           MOVE "BILLING" TO WS-EXT-DEST
           MOVE ZERO TO WS-EXT-FAILS
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
                       OR GENERATION-FOUND
               IF GEN-RUN-ID(WS-GEN-SUB) = WS-EXT-RUN-ID
                   SET GENERATION-FOUND TO TRUE
                   IF GEN-DEST(WS-GEN-SUB) NOT = SPACES
                       MOVE GEN-DEST(WS-GEN-SUB) TO WS-EXT-DEST
                   END-IF
                   IF GEN-ACKNOWLEDGED(WS-GEN-SUB)
                       SET EXT-GEN-ACKED TO TRUE
                       MOVE GEN-ACK-DATE(WS-GEN-SUB)
                           TO WS-EXT-ACK-DATE
                       MOVE GEN-FAIL-COUNT(WS-GEN-SUB)
                           TO WS-EXT-FAILS
                   END-IF
               END-IF
           END-PERFORM.

       BUILD-BILLACC-EVENT.
      *    THE FAILURE TABLE IS ONLY SEARCHED FOR A GENERATION THAT
      *    HAD FAILURES AT ALL.
           MOVE "N" TO WS-FAIL-FOUND-SW
           IF WS-EXT-FAILS > 0
               PERFORM VARYING WS-FAIL-SUB FROM 1 BY 1
                       UNTIL WS-FAIL-SUB > WS-FAIL-COUNT
                           OR FAILURE-FOUND
                   IF WS-FAIL-CODE(WS-FAIL-SUB) = EXT-CODE
                       AND WS-FAIL-RUN-ID(WS-FAIL-SUB) = WS-EXT-RUN-ID
                       SET FAILURE-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT FAILURE-FOUND
               MOVE WS-EXT-ACK-DATE TO EVT-EVENT-STAMP(1:8)
               MOVE ZEROS TO EVT-EVENT-STAMP(9:8)
               MOVE "BILLACC" TO EVT-EVENT-TYPE
               MOVE "ACCEPTED" TO EVT-RESULT
               PERFORM RELEASE-EVENT
               ADD 1 TO WS-ACCEPT-COUNT
           END-IF.

       WRITE-NEW-LINEAGE.
           OPEN OUTPUT LINEAGE-NEW
           MOVE SPACES TO WS-PREV-EVENT
           MOVE "Y" TO WS-FIRST-SW
           PERFORM RETURN-SORTED-EVENT
           PERFORM WRITE-LINEAGE-EVENT UNTIL SORT-END-OF-FILE
           CLOSE LINEAGE-NEW.

       RETURN-SORTED-EVENT.
           RETURN SORT-WORK INTO WS-EVENT
               AT END
                   SET SORT-END-OF-FILE TO TRUE
           END-RETURN.

       WRITE-LINEAGE-EVENT.
      *    THE SAME EVENT FROM THE OLD LINEAGE AND FROM ITS SOURCE
      *    SORTS SIDE BY SIDE AND IS WRITTEN ONCE. DIFFERENT EVENTS
      *    FOR ONE CODE AT ONE TIMESTAMP ARE NUMBERED 1, 2, 3 ...
           EVALUATE TRUE
               WHEN NOT FIRST-EVENT
                   AND EVT-CODE = PRV-CODE
                   AND EVT-EVENT-STAMP = PRV-EVENT-STAMP
                   AND EVT-EVENT-DATA = PRV-EVENT-DATA
                   ADD 1 TO WS-DUP-COUNT
               WHEN NOT FIRST-EVENT
                   AND EVT-CODE = PRV-CODE
                   AND EVT-EVENT-STAMP = PRV-EVENT-STAMP
                   IF PRV-EVENT-SEQ = 999
                       ADD 1 TO WS-SEQ-OVER-COUNT
                   ELSE
                       COMPUTE EVT-EVENT-SEQ = PRV-EVENT-SEQ + 1
                       END-COMPUTE
                       PERFORM WRITE-NEW-EVENT
                   END-IF
               WHEN OTHER
                   MOVE 1 TO EVT-EVENT-SEQ
                   PERFORM WRITE-NEW-EVENT
           END-EVALUATE
           PERFORM RETURN-SORTED-EVENT.

       WRITE-NEW-EVENT.
           MOVE "N" TO WS-FIRST-SW
           MOVE WS-EVENT TO NEW-LINEAGE-RECORD
           WRITE NEW-LINEAGE-RECORD
           MOVE WS-EVENT TO WS-PREV-EVENT
           ADD 1 TO WS-WRITTEN-COUNT.

       WRITE-BUILD-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE BUILD-RPT-RECORD FROM WS-RPT-LINE
           STRING "CARRIED FROM LINEAGE:  " WS-CARRIED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE BUILD-RPT-RECORD FROM WS-RPT-LINE
           STRING "AUDITLOG VALIDATIONS:  " WS-AUDIT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE BUILD-RPT-RECORD FROM WS-RPT-LINE
           STRING "QUARANTINED DETAILS:   " WS-QUAR-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE BUILD-RPT-RECORD FROM WS-RPT-LINE
           STRING "WORKLIST ENTRIES:      " WS-WORK-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE BUILD-RPT-RECORD FROM WS-RPT-LINE
           STRING "EXTRACT DETAILS:       " WS-EXTRACT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE BUILD-RPT-RECORD FROM WS-RPT-LINE
           STRING "BILLING ACCEPTED:      " WS-ACCEPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE BUILD-RPT-RECORD FROM WS-RPT-LINE
           STRING "BILLING FAILED:        " WS-BILLFAIL-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE BUILD-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE BUILD-RPT-RECORD FROM WS-RPT-LINE
           STRING "EVENTS SORTED:         " WS-RELEASED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE BUILD-RPT-RECORD FROM WS-RPT-LINE
           STRING "PAST RETENTION:        " WS-AGED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE BUILD-RPT-RECORD FROM WS-RPT-LINE
           STRING "ALREADY ON LINEAGE:    " WS-DUP-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE BUILD-RPT-RECORD FROM WS-RPT-LINE
           IF WS-SEQ-OVER-COUNT > 0
               STRING "OVER 999 AT ONE TIME:  " WS-SEQ-OVER-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               WRITE BUILD-RPT-RECORD FROM WS-RPT-LINE
           END-IF
           STRING "EVENTS ON NEW LINEAGE: " WS-WRITTEN-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE BUILD-RPT-RECORD FROM WS-RPT-LINE.

       START-RUN-CONTROL.
           MOVE SPACES TO WS-RUN-CONTROL
           MOVE "S" TO RCK-FUNCTION
           MOVE "RIESILBD" TO RCK-PGM
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           IF NOT RCK-OK
               MOVE RCK-STOP-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       END-RUN-CONTROL.
           MOVE "E" TO RCK-FUNCTION
           MOVE RETURN-CODE TO RCK-RC
           MOVE WS-WRITTEN-COUNT TO RCK-COUNT-1
           MOVE ZERO TO RCK-COUNT-2
           MOVE ZERO TO RCK-COUNT-3
           MOVE ZERO TO RCK-COUNT-4
           CALL "RIESIRCK" USING WS-RUN-CONTROL
           MOVE RCK-RC TO RETURN-CODE.
