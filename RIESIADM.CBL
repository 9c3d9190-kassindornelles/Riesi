       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIESIADM.
      *****************************************************************
      *    RIESIADM - ONLINE SOURCE, SEQUENCE AND CALENDAR
      *    ADMINISTRATION TRANSACTION
      *    PSEUDO-CONVERSATIONAL SIBLING OF RIESIMNT AND RIESICOR,
      *    MAINTAINING THE THREE FILES RIESI CHECKS EVERY
      *    TRANSMISSION AGAINST - SRCMASTR, BATCHSEQ AND CALFILE.
      *    ACCEPTS A COMMAND LINE:
      *        SOURCE <SRC>                     DISPLAY A SOURCE
      *        REGISTER <SRC>;<NAME>;<CONTACT>;<DAYS>
      *        SUSPEND <SRC>                    STATUS A TO I
      *        REACTIVATE <SRC>                 STATUS I TO A
      *        CHANGE <SRC>;[<CONTACT>];[<DAYS>]
      *        RESETSEQ <SRC>;<LAST SEQ>        NEXT BATCH = LAST + 1
      *        CALENDAR [<DATE>]                DAYS FROM <DATE> ON
      *        ADDDAY <DATE>;<H|S>;<DESC>       HOLIDAY OR SHUTDOWN
      *        DELDAY <DATE>
      *        CONFIRM
      *        CANCEL
      *    DAYS ARE THE SEVEN Y/N EXPECTED-DELIVERY FLAGS, MONDAY
      *    THROUGH SUNDAY; DATES ARE YYYYMMDD. A NEW SOURCE IS
      *    REGISTERED ACTIVE WITH THE DEFAULT VOLUME BAND AND NO
      *    VOLUME HOLD - RIESIVOL OWNS THE HOLD. A SOURCE IS NEVER
      *    DELETED: SUSPEND MAKES RIESI REJECT ITS TRANSMISSIONS
      *    UNTIL IT IS REACTIVATED. RESETSEQ SETS THE LAST SEQUENCE
      *    ACCEPTED, SO A SOURCE THAT RESTARTS ITS NUMBERING AT 1
      *    IS RESET TO 0; IT ADDS THE BATCHSEQ ENTRY IF THE SOURCE
      *    HAS NEVER DELIVERED.
      *    REGISTER, SUSPEND, REACTIVATE AND CHANGE NEED THE USERAUTH
      *    SRC FLAG, RESETSEQ THE SEQ FLAG, ADDDAY AND DELDAY THE CAL
      *    FLAG, AND SOURCE AND CALENDAR NEED BROWSE. AS IN RIESIMNT
      *    NOTHING IS WRITTEN UNTIL CONFIRM. THE COMMAREA CARRIES THE
      *    RECORD AS IT STOOD WHEN THE COMMAND WAS STAGED AND AS IT
      *    WILL BE WRITTEN; IF THE FILE RECORD HAS MOVED BY CONFIRM
      *    TIME - ANOTHER OPERATOR, OR A RIESI OR RIESIVOL RUN - THE
      *    CHANGE IS REFUSED AND MUST BE RE-ENTERED. EVERY APPLIED OR
      *    DENIED CHANGE GOES TO THE RIHS QUEUE WITH USER, DATE, TIME
      *    AND BEFORE/AFTER IMAGES OF THE FILE RECORD.
      *****************************************************************
       DATA DIVISION.
           WORKING-STORAGE SECTION.
               01 WS-INPUT-LINE PIC X(79) VALUE SPACES.
               01 WS-VERB PIC X(10) VALUE SPACES.
               01 WS-REST PIC X(79) VALUE SPACES.
               01 WS-SCAN-PTR PIC S9(4) COMP VALUE ZERO.
               01 WS-IN-FIELDS.
                   05 WS-IN-KEY PIC X(30).
                   05 WS-IN-ARG1 PIC X(30).
                   05 WS-IN-ARG2 PIC X(30).
                   05 WS-IN-ARG3 PIC X(30).
               01 WS-KEY-OK-SW PIC X VALUE "N".
                   88 KEY-OK VALUE "Y".
               01 WS-IN-SEQ-TEXT PIC X(5) JUSTIFIED RIGHT.
               01 WS-IN-SEQ-DIGITS REDEFINES WS-IN-SEQ-TEXT PIC 9(5).
               01 WS-CHK-DAYS PIC X(30) VALUE SPACES.
               01 WS-DAY-COUNT PIC S9(4) COMP VALUE ZERO.
               01 WS-DAYS-OK-SW PIC X VALUE "N".
                   88 DAYS-OK VALUE "Y".
               01 WS-COMMAREA.
                   03 CA-PENDING-ACTION PIC X(6).
                       88 PENDING-SRCREG VALUE "SRCREG".
                       88 PENDING-SRC-UPDATE VALUE "SRCSUS" "SRCACT"
                                                   "SRCCHG".
                       88 PENDING-SEQRST VALUE "SEQRST".
                       88 PENDING-CALADD VALUE "CALADD".
                       88 PENDING-CALDEL VALUE "CALDEL".
                       88 NOTHING-PENDING VALUE SPACES.
                   03 CA-KEY PIC X(8).
      *            THE FILE RECORD AS IT STOOD WHEN THE COMMAND WAS
      *            STAGED (SPACES FOR AN ADD) AND AS IT WILL BE
      *            WRITTEN (SPACES FOR A DELETE), PADDED TO THE
      *            105-BYTE RIHS IMAGE.
                   03 CA-BEFORE-IMAGE PIC X(105).
                   03 CA-AFTER-IMAGE PIC X(105).
               01 WS-SRC-RECORD.
                   COPY RIESISRM REPLACING ==:PREFIX:== BY ==SRCM==.
               01 WS-SEQ-RECORD.
                   COPY RIESIBSQ REPLACING ==:PREFIX:== BY ==BSEQ==.
               01 WS-CAL-RECORD.
                   COPY RIESICAL REPLACING ==:PREFIX:== BY ==CAL==.
               01 WS-SRC-KEY PIC X(8) VALUE SPACES.
               01 WS-SEQ-KEY PIC X(8) VALUE SPACES.
               01 WS-CAL-KEY PIC X(8) VALUE SPACES.
               01 WS-FILE-IMAGE PIC X(105) VALUE SPACES.
               01 WS-READ-SW PIC X VALUE "N".
                   88 RECORD-FOUND VALUE "Y".
                   88 RECORD-NOT-FOUND VALUE "N".
                   88 FILE-UNAVAILABLE VALUE "E".
               01 WS-APPLY-SW PIC X VALUE "F".
                   88 CHANGE-APPLIED VALUE "A".
                   88 CHANGED-SINCE-STAGED VALUE "C".
                   88 CHANGE-FAILED VALUE "F".
               01 WS-NEW-STATUS PIC X VALUE SPACES.
               01 WS-STAGE-ACTION PIC X(6) VALUE SPACES.
               01 WS-STATUS-TEXT PIC X(9) VALUE SPACES.
               01 WS-TYPE-TEXT PIC X(8) VALUE SPACES.
               01 WS-DONE-TEXT PIC X(30) VALUE SPACES.
               01 WS-NEXT-SEQ PIC 9(5) VALUE ZERO.
               01 WS-LINE-SUB PIC S9(4) COMP VALUE ZERO.
      *        A CALENDAR DATE NEED ONLY BE A REAL DATE - A SHUTDOWN
      *        IS USUALLY ANNOUNCED AHEAD - SO RIESIDTV IS GIVEN NO
      *        TODAY LIMIT AND NO CALENDAR.
               01 WS-CHK-DATE PIC X(8) VALUE SPACES.
               01 WS-DATE-LIMIT PIC 9(8) VALUE 99999999.
               01 WS-CAL-COUNT PIC 9(3) VALUE ZERO.
               01 WS-CAL-TABLE.
                   05 WS-CAL-DATE PIC X(8) OCCURS 200 TIMES.
               01 WS-DATE-RESULT PIC X VALUE "0".
                   88 DAY-DATE-GOOD VALUE "0".
                   88 DAY-DATE-INVALID VALUE "1".
               01 WS-RESP PIC S9(8) COMP VALUE ZERO.
               01 WS-RECEIVE-LEN PIC S9(4) COMP VALUE 79.
               01 WS-SEND-LEN PIC S9(4) COMP VALUE 79.
               01 WS-BROWSE-COUNT PIC S9(4) COMP VALUE ZERO.
               01 WS-RESPONSE-AREA.
                   05 WS-RESPONSE-LINE PIC X(79)
                       OCCURS 10 TIMES.
               01 WS-HISTORY-RECORD.
                   COPY RIESIHIS REPLACING ==:PREFIX:== BY ==HIST==.
               01 WS-ABSTIME PIC S9(15) COMP-3 VALUE ZERO.
               01 WS-NOW-DATE PIC X(8) VALUE SPACES.
               01 WS-NOW-TIME PIC X(8) VALUE SPACES.
               01 WS-AUTH-RECORD.
                   COPY RIESIUSR REPLACING ==:PREFIX:== BY ==AUTH==.
               01 WS-USER-ID PIC X(8) VALUE SPACES.
               01 WS-AUTH-FOUND-SW PIC X VALUE "N".
                   88 USER-ON-AUTH-FILE VALUE "Y".
               01 WS-AUTH-OK-SW PIC X VALUE "N".
                   88 VERB-AUTHORIZED VALUE "Y".
               01 WS-CHECK-VERB PIC X(6) VALUE SPACES.
           LINKAGE SECTION.
               01 DFHCOMMAREA.
                   05 LK-PENDING-ACTION PIC X(6).
                   05 LK-PENDING-DATA PIC X(218).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE SPACES TO WS-COMMAREA
           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF
           MOVE SPACES TO WS-INPUT-LINE
           MOVE SPACES TO WS-RESPONSE-AREA
           MOVE 79 TO WS-SEND-LEN
           EXEC CICS RECEIVE
               INTO(WS-INPUT-LINE)
               LENGTH(WS-RECEIVE-LEN)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-INPUT-LINE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-INPUT-LINE) TO WS-INPUT-LINE
           PERFORM PARSE-COMMAND
           PERFORM GET-USER-AUTHORITY
           EVALUATE WS-VERB
               WHEN "SOURCE"
                   MOVE "BROWSE" TO WS-CHECK-VERB
                   PERFORM CHECK-AUTHORITY
                   IF VERB-AUTHORIZED
                       PERFORM SHOW-SOURCE
                   ELSE
                       PERFORM DENY-COMMAND
                   END-IF
               WHEN "REGISTER"
                   MOVE "SRCREG" TO WS-CHECK-VERB
                   PERFORM CHECK-AUTHORITY
                   IF VERB-AUTHORIZED
                       PERFORM REQUEST-REGISTER
                   ELSE
                       PERFORM DENY-COMMAND
                   END-IF
               WHEN "SUSPEND"
                   MOVE "SRCSUS" TO WS-CHECK-VERB
                   PERFORM CHECK-AUTHORITY
                   IF VERB-AUTHORIZED
                       PERFORM REQUEST-SUSPEND
                   ELSE
                       PERFORM DENY-COMMAND
                   END-IF
               WHEN "REACTIVATE"
                   MOVE "SRCACT" TO WS-CHECK-VERB
                   PERFORM CHECK-AUTHORITY
                   IF VERB-AUTHORIZED
                       PERFORM REQUEST-REACTIVATE
                   ELSE
                       PERFORM DENY-COMMAND
                   END-IF
               WHEN "CHANGE"
                   MOVE "SRCCHG" TO WS-CHECK-VERB
                   PERFORM CHECK-AUTHORITY
                   IF VERB-AUTHORIZED
                       PERFORM REQUEST-CHANGE
                   ELSE
                       PERFORM DENY-COMMAND
                   END-IF
               WHEN "RESETSEQ"
                   MOVE "SEQRST" TO WS-CHECK-VERB
                   PERFORM CHECK-AUTHORITY
                   IF VERB-AUTHORIZED
                       PERFORM REQUEST-RESET-SEQ
                   ELSE
                       PERFORM DENY-COMMAND
                   END-IF
               WHEN "CALENDAR"
                   MOVE "BROWSE" TO WS-CHECK-VERB
                   PERFORM CHECK-AUTHORITY
                   IF VERB-AUTHORIZED
                       PERFORM BROWSE-CALENDAR
                   ELSE
                       PERFORM DENY-COMMAND
                   END-IF
               WHEN "ADDDAY"
                   MOVE "CALADD" TO WS-CHECK-VERB
                   PERFORM CHECK-AUTHORITY
                   IF VERB-AUTHORIZED
                       PERFORM REQUEST-ADD-DAY
                   ELSE
                       PERFORM DENY-COMMAND
                   END-IF
               WHEN "DELDAY"
                   MOVE "CALDEL" TO WS-CHECK-VERB
                   PERFORM CHECK-AUTHORITY
                   IF VERB-AUTHORIZED
                       PERFORM REQUEST-DELETE-DAY
                   ELSE
                       PERFORM DENY-COMMAND
                   END-IF
               WHEN "CONFIRM"
      *            RE-CHECKED AT CONFIRM TIME, AS IN RIESIMNT.
                   IF NOTHING-PENDING
                       PERFORM APPLY-PENDING
                   ELSE
                       MOVE CA-PENDING-ACTION TO WS-CHECK-VERB
                       PERFORM CHECK-AUTHORITY
                       IF VERB-AUTHORIZED
                           PERFORM APPLY-PENDING
                       ELSE
                           PERFORM DENY-COMMAND
                           MOVE SPACES TO WS-COMMAREA
                       END-IF
                   END-IF
               WHEN "CANCEL"
                   PERFORM CANCEL-PENDING
               WHEN OTHER
                   STRING "ENTER SOURCE <SRC>, "
                           "REGISTER <SRC>;<NAME>;<CONTACT>;<DAYS>,"
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(1)
                   END-STRING
                   STRING "SUSPEND <SRC>, REACTIVATE <SRC>, "
                           "CHANGE <SRC>;<CONTACT>;<DAYS>,"
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(2)
                   END-STRING
                   STRING "RESETSEQ <SRC>;<LAST SEQ>, "
                           "CALENDAR [<DATE>], ADDDAY <DATE>;<H|S>;"
                           "<DESC>,"
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(3)
                   END-STRING
                   MOVE "DELDAY <DATE>, CONFIRM OR CANCEL"
                       TO WS-RESPONSE-LINE(4)
                   STRING "DAYS ARE 7 Y/N FLAGS MONDAY TO SUNDAY, "
                           "DATES ARE YYYYMMDD"
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(5)
                   END-STRING
                   MOVE 395 TO WS-SEND-LEN
           END-EVALUATE
           EXEC CICS SEND TEXT
               FROM(WS-RESPONSE-AREA)
               LENGTH(WS-SEND-LEN)
               ERASE
           END-EXEC
           IF NOTHING-PENDING
               EXEC CICS RETURN
               END-EXEC
           ELSE
               EXEC CICS RETURN
                   TRANSID(EIBTRNID)
                   COMMAREA(WS-COMMAREA)
                   LENGTH(224)
               END-EXEC
           END-IF.

       GET-USER-AUTHORITY.
           MOVE SPACES TO WS-USER-ID
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC
           MOVE "N" TO WS-AUTH-FOUND-SW
           MOVE SPACES TO WS-AUTH-RECORD
           EXEC CICS READ
               FILE("USERAUTH")
               INTO(WS-AUTH-RECORD)
               RIDFLD(WS-USER-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "Y" TO WS-AUTH-FOUND-SW
           END-IF.

       CHECK-AUTHORITY.
           MOVE "N" TO WS-AUTH-OK-SW
           IF USER-ON-AUTH-FILE
               EVALUATE WS-CHECK-VERB
                   WHEN "BROWSE"
                       IF AUTH-BROWSE-AUTH = "Y"
                           MOVE "Y" TO WS-AUTH-OK-SW
                       END-IF
                   WHEN "SRCREG"
                   WHEN "SRCSUS"
                   WHEN "SRCACT"
                   WHEN "SRCCHG"
                       IF AUTH-SRC-AUTH = "Y"
                           MOVE "Y" TO WS-AUTH-OK-SW
                       END-IF
                   WHEN "SEQRST"
                       IF AUTH-SEQ-AUTH = "Y"
                           MOVE "Y" TO WS-AUTH-OK-SW
                       END-IF
                   WHEN "CALADD"
                   WHEN "CALDEL"
                       IF AUTH-CAL-AUTH = "Y"
                           MOVE "Y" TO WS-AUTH-OK-SW
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       DENY-COMMAND.
           STRING "NOT AUTHORIZED - " WS-CHECK-VERB
               DELIMITED BY SIZE
               INTO WS-RESPONSE-LINE(1)
           END-STRING
           PERFORM WRITE-DENIED-HISTORY.

       WRITE-DENIED-HISTORY.
      *    RESULT D WITH BLANK IMAGES, AS IN RIESIMNT. THE KEY CODE
      *    IS THE SOURCE ID OR CALENDAR DATE THE USER WAS AFTER.
           IF WS-VERB = "CONFIRM"
               MOVE CA-KEY TO HIST-CODE
           ELSE
               MOVE WS-IN-KEY TO HIST-CODE
           END-IF
           MOVE WS-CHECK-VERB TO HIST-ACTION
           MOVE "D" TO HIST-RESULT
           MOVE SPACES TO HIST-BEFORE-IMAGE
           MOVE SPACES TO HIST-AFTER-IMAGE
           PERFORM GET-TIMESTAMP
           PERFORM WRITE-HISTORY-QUEUE.

       PARSE-COMMAND.
      *    <VERB> <KEY>[;<ARG>...] - THE KEY IS A SOURCE ID OR A
      *    YYYYMMDD DATE, NEVER MORE THAN 8 CHARACTERS.
           MOVE SPACES TO WS-VERB
           MOVE SPACES TO WS-REST
           MOVE SPACES TO WS-IN-FIELDS
           MOVE "N" TO WS-KEY-OK-SW
           MOVE 1 TO WS-SCAN-PTR
           UNSTRING WS-INPUT-LINE DELIMITED BY ALL SPACES
               INTO WS-VERB
               WITH POINTER WS-SCAN-PTR
           END-UNSTRING
           IF WS-SCAN-PTR < 80
               MOVE WS-INPUT-LINE(WS-SCAN-PTR:80 - WS-SCAN-PTR)
                   TO WS-REST
           END-IF
           UNSTRING WS-REST DELIMITED BY ";"
               INTO WS-IN-KEY
                    WS-IN-ARG1
                    WS-IN-ARG2
                    WS-IN-ARG3
           END-UNSTRING
           IF WS-IN-KEY NOT = SPACES
               AND WS-IN-KEY(9:22) = SPACES
               MOVE "Y" TO WS-KEY-OK-SW
           END-IF.

       CHECK-SOURCE-KEY.
           IF NOT KEY-OK
               STRING WS-VERB DELIMITED BY SPACE
                       " REQUIRES A SOURCE ID OF UP TO 8 CHARACTERS"
                       DELIMITED BY SIZE
                   INTO WS-RESPONSE-LINE(1)
               END-STRING
           END-IF.

       CHECK-DAYS.
      *    EXACTLY SEVEN Y/N FLAGS, MONDAY THROUGH SUNDAY.
           MOVE "N" TO WS-DAYS-OK-SW
           MOVE ZERO TO WS-DAY-COUNT
           IF WS-CHK-DAYS(8:23) = SPACES
               INSPECT WS-CHK-DAYS(1:7)
                   TALLYING WS-DAY-COUNT FOR ALL "Y" ALL "N"
               IF WS-DAY-COUNT = 7
                   MOVE "Y" TO WS-DAYS-OK-SW
               END-IF
           END-IF
           IF NOT DAYS-OK
               STRING "DELIVERY DAYS MUST BE 7 Y/N FLAGS, MONDAY TO "
                       "SUNDAY - E.G. YYYYYNN"
                   DELIMITED BY SIZE
                   INTO WS-RESPONSE-LINE(1)
               END-STRING
           END-IF.

       READ-SOURCE.
           MOVE WS-IN-KEY TO WS-SRC-KEY
           MOVE SPACES TO WS-SRC-RECORD
           EXEC CICS READ
               FILE("SRCMASTR")
               INTO(WS-SRC-RECORD)
               RIDFLD(WS-SRC-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET RECORD-FOUND TO TRUE
               WHEN DFHRESP(NOTFND)
                   SET RECORD-NOT-FOUND TO TRUE
               WHEN OTHER
                   SET FILE-UNAVAILABLE TO TRUE
                   MOVE "SRCMASTR UNAVAILABLE - TRY AGAIN LATER"
                       TO WS-RESPONSE-LINE(1)
           END-EVALUATE.

       READ-REGISTERED-SOURCE.
      *    FOR THE VERBS THAT WORK ON AN EXISTING SOURCE.
           PERFORM READ-SOURCE
           IF RECORD-NOT-FOUND
               STRING "NOT REGISTERED - " WS-SRC-KEY
                   DELIMITED BY SIZE
                   INTO WS-RESPONSE-LINE(1)
               END-STRING
           END-IF.

       READ-BATCH-SEQ.
           MOVE WS-IN-KEY TO WS-SEQ-KEY
           MOVE SPACES TO WS-SEQ-RECORD
           EXEC CICS READ
               FILE("BATCHSEQ")
               INTO(WS-SEQ-RECORD)
               RIDFLD(WS-SEQ-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET RECORD-FOUND TO TRUE
               WHEN DFHRESP(NOTFND)
                   SET RECORD-NOT-FOUND TO TRUE
               WHEN OTHER
                   SET FILE-UNAVAILABLE TO TRUE
           END-EVALUATE.

       READ-CAL-DAY.
           MOVE WS-IN-KEY TO WS-CAL-KEY
           MOVE SPACES TO WS-CAL-RECORD
           EXEC CICS READ
               FILE("CALFILE")
               INTO(WS-CAL-RECORD)
               RIDFLD(WS-CAL-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET RECORD-FOUND TO TRUE
               WHEN DFHRESP(NOTFND)
                   SET RECORD-NOT-FOUND TO TRUE
               WHEN OTHER
                   SET FILE-UNAVAILABLE TO TRUE
                   MOVE "CALFILE UNAVAILABLE - TRY AGAIN LATER"
                       TO WS-RESPONSE-LINE(1)
           END-EVALUATE.

       SHOW-SOURCE.
           PERFORM CHECK-SOURCE-KEY
           IF KEY-OK
               PERFORM READ-REGISTERED-SOURCE
               IF RECORD-FOUND
                   PERFORM SET-STATUS-TEXT
                   STRING "SOURCE " SRCM-SOURCE-ID "  " WS-STATUS-TEXT
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(1)
                   END-STRING
                   PERFORM FORMAT-SOURCE-DETAIL
                   IF SRCM-VOL-HELD
                       STRING "ON VOLUME HOLD SINCE "
                               SRCM-VOL-HOLD-DATE
                           DELIMITED BY SIZE
                           INTO WS-RESPONSE-LINE(5)
                       END-STRING
                   ELSE
                       MOVE "NOT ON VOLUME HOLD" TO WS-RESPONSE-LINE(5)
                   END-IF
                   PERFORM READ-BATCH-SEQ
                   EVALUATE TRUE
                       WHEN RECORD-FOUND
                           COMPUTE WS-NEXT-SEQ = BSEQ-LAST-SEQ + 1
                           END-COMPUTE
                           STRING "BATCH SEQ LAST " BSEQ-LAST-SEQ
                                   "  NEXT EXPECTED " WS-NEXT-SEQ
                               DELIMITED BY SIZE
                               INTO WS-RESPONSE-LINE(6)
                           END-STRING
                       WHEN RECORD-NOT-FOUND
                           STRING "NO BATCH SEQUENCE YET - THE FIRST "
                                   "BATCH SETS IT"
                               DELIMITED BY SIZE
                               INTO WS-RESPONSE-LINE(6)
                           END-STRING
                       WHEN OTHER
                           MOVE "BATCHSEQ UNAVAILABLE"
                               TO WS-RESPONSE-LINE(6)
                   END-EVALUATE
                   MOVE 474 TO WS-SEND-LEN
               END-IF
           END-IF.

       FORMAT-SOURCE-DETAIL.
      *    NAME, CONTACT AND DAYS ON LINES 2 TO 4.
           STRING "NAME     " SRCM-NAME
               DELIMITED BY SIZE
               INTO WS-RESPONSE-LINE(2)
           END-STRING
           STRING "CONTACT  " SRCM-CONTACT
               DELIMITED BY SIZE
               INTO WS-RESPONSE-LINE(3)
           END-STRING
           STRING "DAYS     " SRCM-EXPECT-DAYS "  (MONDAY TO SUNDAY)"
               DELIMITED BY SIZE
               INTO WS-RESPONSE-LINE(4)
           END-STRING.

       SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN SRCM-ACTIVE
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
               WHEN SRCM-INACTIVE
                   MOVE "SUSPENDED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE.

       REQUEST-REGISTER.
           MOVE SPACES TO WS-COMMAREA
           PERFORM CHECK-SOURCE-KEY
           IF KEY-OK
               IF WS-IN-ARG1 = SPACES
                   MOVE "REGISTER REQUIRES A SOURCE NAME"
                       TO WS-RESPONSE-LINE(1)
               ELSE
                   MOVE WS-IN-ARG3 TO WS-CHK-DAYS
                   PERFORM CHECK-DAYS
                   IF DAYS-OK
                       PERFORM READ-SOURCE
                       IF RECORD-FOUND
                           STRING "ALREADY REGISTERED - " WS-SRC-KEY
                               DELIMITED BY SIZE
                               INTO WS-RESPONSE-LINE(1)
                           END-STRING
                       END-IF
                       IF RECORD-NOT-FOUND
                           PERFORM STAGE-REGISTER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       STAGE-REGISTER.
           MOVE SPACES TO WS-SRC-RECORD
           MOVE WS-SRC-KEY TO SRCM-SOURCE-ID
           MOVE WS-IN-ARG1 TO SRCM-NAME
           MOVE WS-IN-ARG2 TO SRCM-CONTACT
           MOVE WS-CHK-DAYS(1:7) TO SRCM-EXPECT-DAYS
           MOVE "A" TO SRCM-STATUS
           MOVE ZERO TO SRCM-VOL-LOW-PCT
           MOVE ZERO TO SRCM-VOL-HIGH-PCT
           MOVE "N" TO SRCM-VOL-HOLD-OPT
           MOVE "N" TO SRCM-VOL-HOLD
           MOVE SPACES TO SRCM-VOL-HOLD-DATE
           MOVE "SRCREG" TO CA-PENDING-ACTION
           MOVE WS-SRC-KEY TO CA-KEY
           MOVE SPACES TO CA-BEFORE-IMAGE
           MOVE WS-SRC-RECORD TO CA-AFTER-IMAGE
           STRING "CONFIRM REGISTER OF SOURCE " WS-SRC-KEY
                   " AS ACTIVE"
               DELIMITED BY SIZE
               INTO WS-RESPONSE-LINE(1)
           END-STRING
           PERFORM FORMAT-SOURCE-DETAIL
           MOVE 5 TO WS-LINE-SUB
           PERFORM PROMPT-CONFIRM.

       REQUEST-SUSPEND.
           MOVE "SRCSUS" TO WS-STAGE-ACTION
           MOVE "I" TO WS-NEW-STATUS
           PERFORM STAGE-STATUS-CHANGE.

       REQUEST-REACTIVATE.
           MOVE "SRCACT" TO WS-STAGE-ACTION
           MOVE "A" TO WS-NEW-STATUS
           PERFORM STAGE-STATUS-CHANGE.

       STAGE-STATUS-CHANGE.
           MOVE SPACES TO WS-COMMAREA
           PERFORM CHECK-SOURCE-KEY
           IF KEY-OK
               PERFORM READ-REGISTERED-SOURCE
               IF RECORD-FOUND
                   IF SRCM-STATUS = WS-NEW-STATUS
                       PERFORM SET-STATUS-TEXT
                       STRING "ALREADY " WS-STATUS-TEXT " - "
                               WS-SRC-KEY
                           DELIMITED BY SIZE
                           INTO WS-RESPONSE-LINE(1)
                       END-STRING
                   ELSE
                       MOVE WS-SRC-RECORD TO CA-BEFORE-IMAGE
                       MOVE WS-NEW-STATUS TO SRCM-STATUS
                       MOVE WS-SRC-RECORD TO CA-AFTER-IMAGE
                       MOVE WS-STAGE-ACTION TO CA-PENDING-ACTION
                       MOVE WS-SRC-KEY TO CA-KEY
                       STRING "CONFIRM " DELIMITED BY SIZE
                               WS-VERB DELIMITED BY SPACE
                               " OF SOURCE " WS-SRC-KEY
                               DELIMITED BY SIZE
                           INTO WS-RESPONSE-LINE(1)
                       END-STRING
                       STRING "NAME     " SRCM-NAME
                           DELIMITED BY SIZE
                           INTO WS-RESPONSE-LINE(2)
                       END-STRING
                       IF WS-NEW-STATUS = "I"
                           STRING "RIESI WILL REJECT ITS TRANSMISSIONS"
                                   " UNTIL IT IS REACTIVATED"
                               DELIMITED BY SIZE
                               INTO WS-RESPONSE-LINE(3)
                           END-STRING
                       ELSE
                           MOVE "RIESI WILL ACCEPT ITS TRANSMISSIONS"
                               TO WS-RESPONSE-LINE(3)
                       END-IF
                       MOVE 4 TO WS-LINE-SUB
                       PERFORM PROMPT-CONFIRM
                   END-IF
               END-IF
           END-IF.

       REQUEST-CHANGE.
      *    A BLANK CONTACT OR DAYS ARGUMENT LEAVES THAT FIELD AS IT
      *    IS. TO CHANGE ONLY THE DAYS, KEY CHANGE <SRC>;;<DAYS>.
           MOVE SPACES TO WS-COMMAREA
           MOVE "Y" TO WS-DAYS-OK-SW
           PERFORM CHECK-SOURCE-KEY
           IF KEY-OK
               IF WS-IN-ARG1 = SPACES AND WS-IN-ARG2 = SPACES
                   STRING "CHANGE REQUIRES A NEW CONTACT, NEW "
                           "DELIVERY DAYS OR BOTH"
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(1)
                   END-STRING
               ELSE
                   IF WS-IN-ARG2 NOT = SPACES
                       MOVE WS-IN-ARG2 TO WS-CHK-DAYS
                       PERFORM CHECK-DAYS
                   END-IF
                   IF DAYS-OK
                       PERFORM READ-REGISTERED-SOURCE
                       IF RECORD-FOUND
                           PERFORM STAGE-CHANGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       STAGE-CHANGE.
           MOVE WS-SRC-RECORD TO CA-BEFORE-IMAGE
           STRING "WAS      " SRCM-CONTACT " " SRCM-EXPECT-DAYS
               DELIMITED BY SIZE
               INTO WS-RESPONSE-LINE(5)
           END-STRING
           IF WS-IN-ARG1 NOT = SPACES
               MOVE WS-IN-ARG1 TO SRCM-CONTACT
           END-IF
           IF WS-IN-ARG2 NOT = SPACES
               MOVE WS-CHK-DAYS(1:7) TO SRCM-EXPECT-DAYS
           END-IF
           MOVE WS-SRC-RECORD TO CA-AFTER-IMAGE
           IF CA-AFTER-IMAGE = CA-BEFORE-IMAGE
               MOVE SPACES TO WS-COMMAREA
               MOVE SPACES TO WS-RESPONSE-LINE(5)
               STRING "NO CHANGE - " WS-SRC-KEY
                       " ALREADY HAS THAT CONTACT AND DAYS"
                   DELIMITED BY SIZE
                   INTO WS-RESPONSE-LINE(1)
               END-STRING
           ELSE
               MOVE "SRCCHG" TO CA-PENDING-ACTION
               MOVE WS-SRC-KEY TO CA-KEY
               STRING "CONFIRM CHANGE OF SOURCE " WS-SRC-KEY " TO"
                   DELIMITED BY SIZE
                   INTO WS-RESPONSE-LINE(1)
               END-STRING
               PERFORM FORMAT-SOURCE-DETAIL
               MOVE 6 TO WS-LINE-SUB
               PERFORM PROMPT-CONFIRM
           END-IF.

       REQUEST-RESET-SEQ.
           MOVE SPACES TO WS-COMMAREA
           PERFORM CHECK-SOURCE-KEY
           IF KEY-OK
               MOVE SPACES TO WS-IN-SEQ-TEXT
               UNSTRING WS-IN-ARG1 DELIMITED BY ALL SPACES
                   INTO WS-IN-SEQ-TEXT
               END-UNSTRING
               IF WS-IN-SEQ-TEXT NOT = SPACES
                   INSPECT WS-IN-SEQ-TEXT
                       REPLACING LEADING SPACES BY ZEROS
               END-IF
               IF WS-IN-ARG1(6:25) NOT = SPACES
                   OR WS-IN-SEQ-TEXT NOT NUMERIC
                   STRING "RESETSEQ REQUIRES THE LAST SEQUENCE "
                           "ACCEPTED, 0 TO 99999"
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(1)
                   END-STRING
               ELSE
                   PERFORM READ-REGISTERED-SOURCE
                   IF RECORD-FOUND
                       PERFORM READ-BATCH-SEQ
                       IF FILE-UNAVAILABLE
                           MOVE "BATCHSEQ UNAVAILABLE - TRY AGAIN LATER"
                               TO WS-RESPONSE-LINE(1)
                       ELSE
                           PERFORM STAGE-RESET-SEQ
                       END-IF
                   END-IF
               END-IF
           END-IF.

       STAGE-RESET-SEQ.
           IF RECORD-FOUND
               AND BSEQ-LAST-SEQ = WS-IN-SEQ-DIGITS
               STRING "NO CHANGE - " WS-SEQ-KEY
                       " LAST SEQUENCE IS ALREADY " BSEQ-LAST-SEQ
                   DELIMITED BY SIZE
                   INTO WS-RESPONSE-LINE(1)
               END-STRING
           ELSE
               IF RECORD-FOUND
                   MOVE WS-SEQ-RECORD TO CA-BEFORE-IMAGE
                   STRING "LAST SEQUENCE FROM " BSEQ-LAST-SEQ
                           " TO " WS-IN-SEQ-DIGITS
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(2)
                   END-STRING
               ELSE
                   MOVE SPACES TO CA-BEFORE-IMAGE
                   STRING "LAST SEQUENCE SET TO " WS-IN-SEQ-DIGITS
                           " - NO BATCH RECEIVED YET"
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(2)
                   END-STRING
               END-IF
               MOVE WS-SEQ-KEY TO BSEQ-SOURCE-SYSTEM
               MOVE WS-IN-SEQ-DIGITS TO BSEQ-LAST-SEQ
               MOVE WS-SEQ-RECORD TO CA-AFTER-IMAGE
               MOVE "SEQRST" TO CA-PENDING-ACTION
               MOVE WS-SEQ-KEY TO CA-KEY
               STRING "CONFIRM RESETSEQ OF SOURCE " WS-SEQ-KEY
                   DELIMITED BY SIZE
                   INTO WS-RESPONSE-LINE(1)
               END-STRING
               COMPUTE WS-NEXT-SEQ = BSEQ-LAST-SEQ + 1
               END-COMPUTE
               STRING "THE NEXT BATCH MUST CARRY SEQUENCE " WS-NEXT-SEQ
                   DELIMITED BY SIZE
                   INTO WS-RESPONSE-LINE(3)
               END-STRING
               MOVE 4 TO WS-LINE-SUB
               PERFORM PROMPT-CONFIRM
           END-IF.

       BROWSE-CALENDAR.
      *    WITH NO DATE THE LIST STARTS FROM TODAY.
           IF WS-IN-KEY = SPACES
               PERFORM GET-TIMESTAMP
               MOVE WS-NOW-DATE TO WS-CAL-KEY
           ELSE
               MOVE WS-IN-KEY TO WS-CAL-KEY
           END-IF
           MOVE ZERO TO WS-BROWSE-COUNT
           EXEC CICS STARTBR
               FILE("CALFILE")
               RIDFLD(WS-CAL-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                           OR WS-BROWSE-COUNT = 10
                       EXEC CICS READNEXT
                           FILE("CALFILE")
                           INTO(WS-CAL-RECORD)
                           RIDFLD(WS-CAL-KEY)
                           RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           ADD 1 TO WS-BROWSE-COUNT
                           PERFORM SET-TYPE-TEXT
                           STRING CAL-DATE "  " WS-TYPE-TEXT "  "
                                   CAL-DESC
                               DELIMITED BY SIZE
                               INTO WS-RESPONSE-LINE(WS-BROWSE-COUNT)
                           END-STRING
                       END-IF
                   END-PERFORM
                   EXEC CICS ENDBR
                       FILE("CALFILE")
                   END-EXEC
                   IF WS-BROWSE-COUNT = ZERO
                       MOVE "NO CALENDAR DAYS ON OR AFTER THAT DATE"
                           TO WS-RESPONSE-LINE(1)
                   ELSE
                       COMPUTE WS-SEND-LEN = WS-BROWSE-COUNT * 79
                       END-COMPUTE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE "NO CALENDAR DAYS ON OR AFTER THAT DATE"
                       TO WS-RESPONSE-LINE(1)
               WHEN OTHER
                   MOVE "BROWSE UNAVAILABLE - TRY AGAIN LATER"
                       TO WS-RESPONSE-LINE(1)
           END-EVALUATE.

       SET-TYPE-TEXT.
           EVALUATE TRUE
               WHEN CAL-HOLIDAY
                   MOVE "HOLIDAY" TO WS-TYPE-TEXT
               WHEN CAL-SHUTDOWN
                   MOVE "SHUTDOWN" TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-TYPE-TEXT
           END-EVALUATE.

       CHECK-DAY-DATE.
           MOVE "1" TO WS-DATE-RESULT
           IF KEY-OK AND WS-IN-KEY(1:8) NUMERIC
               MOVE WS-IN-KEY TO WS-CHK-DATE
               CALL "RIESIDTV" USING WS-CHK-DATE
                                      WS-DATE-LIMIT
                                      WS-CAL-COUNT
                                      WS-CAL-TABLE
                                      WS-DATE-RESULT
               END-CALL
           END-IF
           IF NOT DAY-DATE-GOOD
               STRING WS-VERB DELIMITED BY SPACE
                       " REQUIRES A VALID YYYYMMDD DATE"
                       DELIMITED BY SIZE
                   INTO WS-RESPONSE-LINE(1)
               END-STRING
           END-IF.

       REQUEST-ADD-DAY.
           MOVE SPACES TO WS-COMMAREA
           PERFORM CHECK-DAY-DATE
           IF DAY-DATE-GOOD
               EVALUATE TRUE
                   WHEN (WS-IN-ARG1(1:1) NOT = "H"
                           AND WS-IN-ARG1(1:1) NOT = "S")
                       OR WS-IN-ARG1(2:29) NOT = SPACES
                       STRING "ADDDAY REQUIRES TYPE H (HOLIDAY) OR "
                               "S (PLANT SHUTDOWN)"
                           DELIMITED BY SIZE
                           INTO WS-RESPONSE-LINE(1)
                       END-STRING
                   WHEN WS-IN-ARG2 = SPACES
                       MOVE "ADDDAY REQUIRES A DESCRIPTION"
                           TO WS-RESPONSE-LINE(1)
                   WHEN OTHER
                       PERFORM READ-CAL-DAY
                       IF RECORD-FOUND
                           PERFORM SET-TYPE-TEXT
                           STRING "ALREADY ON CALENDAR - " CAL-DATE
                                   " " WS-TYPE-TEXT " " CAL-DESC
                               DELIMITED BY SIZE
                               INTO WS-RESPONSE-LINE(1)
                           END-STRING
                       END-IF
                       IF RECORD-NOT-FOUND
                           PERFORM STAGE-ADD-DAY
                       END-IF
               END-EVALUATE
           END-IF.

       STAGE-ADD-DAY.
           MOVE SPACES TO WS-CAL-RECORD
           MOVE WS-CAL-KEY TO CAL-DATE
           MOVE WS-IN-ARG1(1:1) TO CAL-TYPE
           MOVE WS-IN-ARG2 TO CAL-DESC
           MOVE "CALADD" TO CA-PENDING-ACTION
           MOVE WS-CAL-KEY TO CA-KEY
           MOVE SPACES TO CA-BEFORE-IMAGE
           MOVE WS-CAL-RECORD TO CA-AFTER-IMAGE
           PERFORM SET-TYPE-TEXT
           STRING "CONFIRM ADDDAY " CAL-DATE " AS " WS-TYPE-TEXT
               DELIMITED BY SIZE
               INTO WS-RESPONSE-LINE(1)
           END-STRING
           STRING "DESC     " CAL-DESC
               DELIMITED BY SIZE
               INTO WS-RESPONSE-LINE(2)
           END-STRING
           MOVE 3 TO WS-LINE-SUB
           PERFORM PROMPT-CONFIRM.

       REQUEST-DELETE-DAY.
           MOVE SPACES TO WS-COMMAREA
           PERFORM CHECK-DAY-DATE
           IF DAY-DATE-GOOD
               PERFORM READ-CAL-DAY
               IF RECORD-NOT-FOUND
                   STRING "NOT ON CALENDAR - " WS-CAL-KEY
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(1)
                   END-STRING
               END-IF
               IF RECORD-FOUND
                   MOVE "CALDEL" TO CA-PENDING-ACTION
                   MOVE WS-CAL-KEY TO CA-KEY
                   MOVE WS-CAL-RECORD TO CA-BEFORE-IMAGE
                   MOVE SPACES TO CA-AFTER-IMAGE
                   PERFORM SET-TYPE-TEXT
                   STRING "CONFIRM DELDAY " CAL-DATE " - "
                           WS-TYPE-TEXT
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(1)
                   END-STRING
                   STRING "DESC     " CAL-DESC
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(2)
                   END-STRING
                   MOVE 3 TO WS-LINE-SUB
                   PERFORM PROMPT-CONFIRM
               END-IF
           END-IF.

       PROMPT-CONFIRM.
           MOVE "ENTER CONFIRM TO APPLY OR CANCEL TO DROP"
               TO WS-RESPONSE-LINE(WS-LINE-SUB)
           COMPUTE WS-SEND-LEN = WS-LINE-SUB * 79
           END-COMPUTE.

       APPLY-PENDING.
           IF NOTHING-PENDING
               MOVE "NOTHING PENDING TO CONFIRM"
                   TO WS-RESPONSE-LINE(1)
           ELSE
               SET CHANGE-FAILED TO TRUE
               EVALUATE TRUE
                   WHEN PENDING-SRCREG
                       PERFORM APPLY-SOURCE-ADD
                   WHEN PENDING-SRC-UPDATE
                       PERFORM APPLY-SOURCE-UPDATE
                   WHEN PENDING-SEQRST
                       PERFORM APPLY-SEQ-RESET
                   WHEN PENDING-CALADD
                       PERFORM APPLY-DAY-ADD
                   WHEN PENDING-CALDEL
                       PERFORM APPLY-DAY-DELETE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               EVALUATE TRUE
                   WHEN CHANGE-APPLIED
                       PERFORM WRITE-APPLIED-HISTORY
                       PERFORM SET-DONE-TEXT
                       STRING WS-DONE-TEXT DELIMITED BY "  "
                               " - " CA-KEY DELIMITED BY SIZE
                           INTO WS-RESPONSE-LINE(1)
                       END-STRING
                   WHEN CHANGED-SINCE-STAGED
                       STRING CA-KEY DELIMITED BY SPACE
                               " CHANGED SINCE STAGED - DISPLAY AND "
                               "RE-ENTER" DELIMITED BY SIZE
                           INTO WS-RESPONSE-LINE(1)
                       END-STRING
                   WHEN OTHER
                       STRING CA-PENDING-ACTION " FAILED - "
                               CA-KEY DELIMITED BY SIZE
                               " NOT UPDATED" DELIMITED BY SIZE
                           INTO WS-RESPONSE-LINE(1)
                       END-STRING
               END-EVALUATE
           END-IF
           MOVE SPACES TO WS-COMMAREA.

       APPLY-SOURCE-ADD.
           MOVE CA-AFTER-IMAGE TO WS-SRC-RECORD
           MOVE CA-KEY TO WS-SRC-KEY
           EXEC CICS WRITE
               FILE("SRCMASTR")
               FROM(WS-SRC-RECORD)
               RIDFLD(WS-SRC-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET CHANGE-APPLIED TO TRUE
               WHEN DFHRESP(DUPREC)
                   SET CHANGED-SINCE-STAGED TO TRUE
               WHEN OTHER
                   SET CHANGE-FAILED TO TRUE
           END-EVALUATE.

       APPLY-SOURCE-UPDATE.
           MOVE CA-KEY TO WS-SRC-KEY
           EXEC CICS READ
               FILE("SRCMASTR")
               INTO(WS-SRC-RECORD)
               RIDFLD(WS-SRC-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE WS-SRC-RECORD TO WS-FILE-IMAGE
                   IF WS-FILE-IMAGE NOT = CA-BEFORE-IMAGE
                       EXEC CICS UNLOCK
                           FILE("SRCMASTR")
                       END-EXEC
                       SET CHANGED-SINCE-STAGED TO TRUE
                   ELSE
                       MOVE CA-AFTER-IMAGE TO WS-SRC-RECORD
                       EXEC CICS REWRITE
                           FILE("SRCMASTR")
                           FROM(WS-SRC-RECORD)
                           RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           SET CHANGE-APPLIED TO TRUE
                       END-IF
                   END-IF
               WHEN DFHRESP(NOTFND)
                   SET CHANGED-SINCE-STAGED TO TRUE
               WHEN OTHER
                   SET CHANGE-FAILED TO TRUE
           END-EVALUATE.

       APPLY-SEQ-RESET.
      *    A SOURCE WITH NO BATCHSEQ ENTRY WHEN STAGED GETS ONE
      *    WRITTEN - UNLESS A RIESI RUN HAS ADDED IT SINCE.
           MOVE CA-KEY TO WS-SEQ-KEY
           EXEC CICS READ
               FILE("BATCHSEQ")
               INTO(WS-SEQ-RECORD)
               RIDFLD(WS-SEQ-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE WS-SEQ-RECORD TO WS-FILE-IMAGE
                   IF WS-FILE-IMAGE NOT = CA-BEFORE-IMAGE
                       EXEC CICS UNLOCK
                           FILE("BATCHSEQ")
                       END-EXEC
                       SET CHANGED-SINCE-STAGED TO TRUE
                   ELSE
                       MOVE CA-AFTER-IMAGE TO WS-SEQ-RECORD
                       EXEC CICS REWRITE
                           FILE("BATCHSEQ")
                           FROM(WS-SEQ-RECORD)
                           RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           SET CHANGE-APPLIED TO TRUE
                       END-IF
                   END-IF
               WHEN DFHRESP(NOTFND)
                   IF CA-BEFORE-IMAGE NOT = SPACES
                       SET CHANGED-SINCE-STAGED TO TRUE
                   ELSE
                       MOVE CA-AFTER-IMAGE TO WS-SEQ-RECORD
                       EXEC CICS WRITE
                           FILE("BATCHSEQ")
                           FROM(WS-SEQ-RECORD)
                           RIDFLD(WS-SEQ-KEY)
                           RESP(WS-RESP)
                       END-EXEC
                       EVALUATE WS-RESP
                           WHEN DFHRESP(NORMAL)
                               SET CHANGE-APPLIED TO TRUE
                           WHEN DFHRESP(DUPREC)
                               SET CHANGED-SINCE-STAGED TO TRUE
                           WHEN OTHER
                               SET CHANGE-FAILED TO TRUE
                       END-EVALUATE
                   END-IF
               WHEN OTHER
                   SET CHANGE-FAILED TO TRUE
           END-EVALUATE.

       APPLY-DAY-ADD.
           MOVE CA-AFTER-IMAGE TO WS-CAL-RECORD
           MOVE CA-KEY TO WS-CAL-KEY
           EXEC CICS WRITE
               FILE("CALFILE")
               FROM(WS-CAL-RECORD)
               RIDFLD(WS-CAL-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET CHANGE-APPLIED TO TRUE
               WHEN DFHRESP(DUPREC)
                   SET CHANGED-SINCE-STAGED TO TRUE
               WHEN OTHER
                   SET CHANGE-FAILED TO TRUE
           END-EVALUATE.

       APPLY-DAY-DELETE.
           MOVE CA-KEY TO WS-CAL-KEY
           EXEC CICS READ
               FILE("CALFILE")
               INTO(WS-CAL-RECORD)
               RIDFLD(WS-CAL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE WS-CAL-RECORD TO WS-FILE-IMAGE
                   IF WS-FILE-IMAGE NOT = CA-BEFORE-IMAGE
                       EXEC CICS UNLOCK
                           FILE("CALFILE")
                       END-EXEC
                       SET CHANGED-SINCE-STAGED TO TRUE
                   ELSE
                       EXEC CICS DELETE
                           FILE("CALFILE")
                           RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           SET CHANGE-APPLIED TO TRUE
                       END-IF
                   END-IF
               WHEN DFHRESP(NOTFND)
                   SET CHANGED-SINCE-STAGED TO TRUE
               WHEN OTHER
                   SET CHANGE-FAILED TO TRUE
           END-EVALUATE.

       SET-DONE-TEXT.
           EVALUATE TRUE
               WHEN PENDING-SRCREG
                   MOVE "SOURCE REGISTERED" TO WS-DONE-TEXT
               WHEN CA-PENDING-ACTION = "SRCSUS"
                   MOVE "SOURCE SUSPENDED" TO WS-DONE-TEXT
               WHEN CA-PENDING-ACTION = "SRCACT"
                   MOVE "SOURCE REACTIVATED" TO WS-DONE-TEXT
               WHEN CA-PENDING-ACTION = "SRCCHG"
                   MOVE "SOURCE CHANGED" TO WS-DONE-TEXT
               WHEN PENDING-SEQRST
                   MOVE "BATCH SEQUENCE RESET" TO WS-DONE-TEXT
               WHEN PENDING-CALADD
                   MOVE "CALENDAR DAY ADDED" TO WS-DONE-TEXT
               WHEN OTHER
                   MOVE "CALENDAR DAY REMOVED" TO WS-DONE-TEXT
           END-EVALUATE.

       WRITE-APPLIED-HISTORY.
      *    THE IMAGES ARE THE FILE RECORD BEFORE AND AFTER - THE
      *    BEFORE IMAGE WAS CHECKED AGAINST THE FILE JUST NOW.
           MOVE CA-PENDING-ACTION TO HIST-ACTION
           MOVE CA-KEY TO HIST-CODE
           MOVE "A" TO HIST-RESULT
           MOVE CA-BEFORE-IMAGE TO HIST-BEFORE-IMAGE
           MOVE CA-AFTER-IMAGE TO HIST-AFTER-IMAGE
           PERFORM GET-TIMESTAMP
           PERFORM WRITE-HISTORY-QUEUE.

       CANCEL-PENDING.
           IF NOTHING-PENDING
               MOVE "NOTHING PENDING TO CANCEL" TO WS-RESPONSE-LINE(1)
           ELSE
               STRING "CANCELLED " CA-PENDING-ACTION " " CA-KEY
                   DELIMITED BY SIZE
                   INTO WS-RESPONSE-LINE(1)
               END-STRING
               MOVE SPACES TO WS-COMMAREA
           END-IF.

       GET-TIMESTAMP.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE)
               TIME(WS-NOW-TIME)
           END-EXEC.

       WRITE-HISTORY-QUEUE.
           MOVE WS-NOW-DATE TO HIST-DATE
           MOVE WS-NOW-TIME TO HIST-TIME
           MOVE WS-USER-ID TO HIST-USER-ID
           EXEC CICS WRITEQ TD
               QUEUE("RIHS")
               FROM(WS-HISTORY-RECORD)
               LENGTH(291)
           END-EXEC.
