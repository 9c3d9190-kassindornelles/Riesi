       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIESICOR.
      *****************************************************************
      *    RIESICOR - ONLINE REJECT CORRECTION TRANSACTION
      *    PSEUDO-CONVERSATIONAL SIBLING OF RIESIMNT, WORKING THE
      *    REJWORK WORKLIST THAT RIESIRWL LOADS FROM REJECTOUT.
      *    ACCEPTS A COMMAND LINE:
      *        LIST [<NO>]                  OPEN ENTRIES FROM <NO> ON
      *        SHOW <NO>                    REASON AND SUGGESTIONS
      *        CHECK <NO> [<CODE>][;<DATE>] LIVE CHECK, NOTHING KEPT
      *        PICK <NO> <1-3>              CORRECT TO A SUGGESTION
      *        FIX <NO> [<CODE>][;<DATE>]   CORRECT TO A KEYED CODE
      *        WOFF <NO> <NOTE>             WRITE THE REJECT OFF
      *        CONFIRM
      *        CANCEL
      *    A CORRECTION IS RUN THROUGH RIESIVAL AGAINST VALCODES AND
      *    CODEAUTH FOR THE REJECT'S OWN SOURCE, EXACTLY AS THE NEXT
      *    RIESI RUN WILL SEE IT, AND IS ONLY STAGED IF IT MATCHES.
      *    A BLANK CODE MEANS THE CODE AS SENT - WORTH A TRY ONCE
      *    THE MASTER OR CODEAUTH HAS BEEN PUT RIGHT. ONLY THE CODE
      *    AND, ON A DATE REJECT (06/07/08), THE BATCH DATE CAN BE
      *    CORRECTED - SOURCE, OPERATOR AND RECYCLE COUNT ARE NEVER
      *    KEYED. THE DATE IS CHECKED FOR VALIDITY AND NOT IN THE
      *    FUTURE HERE; THE CALENDAR CHECK IS LEFT TO THE RIESI RUN
      *    THAT PICKS UP THE RECYCLED RECORD.
      *    FIX, PICK AND WOFF NEED THE USERAUTH CORR FLAG; LIST, SHOW
      *    AND CHECK NEED BROWSE. AS IN RIESIMNT NOTHING IS WRITTEN
      *    UNTIL CONFIRM, AND EVERY APPLIED OR DENIED CHANGE GOES TO
      *    THE RIHS QUEUE WITH USER, DATE, TIME AND BEFORE/AFTER
      *    IMAGES OF THE WORKLIST ENTRY. THE ENTRY ITSELF IS ALSO
      *    STAMPED WITH THE USER AND TIME OF THE LAST ACTION, WHICH
      *    RIESIRCY CARRIES ONTO ITS SUSPENSE REPORT.
      *****************************************************************
       DATA DIVISION.
           WORKING-STORAGE SECTION.
               01 WS-INPUT-LINE PIC X(79) VALUE SPACES.
               01 WS-VERB PIC X(8) VALUE SPACES.
               01 WS-REST PIC X(79) VALUE SPACES.
               01 WS-SCAN-PTR PIC S9(4) COMP VALUE ZERO.
               01 WS-ARG-PTR PIC S9(4) COMP VALUE ZERO.
               01 WS-IN-NO-TEXT PIC X(9) JUSTIFIED RIGHT.
               01 WS-IN-NO-DIGITS REDEFINES WS-IN-NO-TEXT PIC 9(9).
               01 WS-IN-FIELDS.
                   05 WS-IN-ARG PIC X(79).
                   05 WS-IN-CODE PIC A(50).
                   05 WS-IN-BATCH-DATE PIC X(8).
               01 WS-NO-OK-SW PIC X VALUE "N".
                   88 WORK-NO-OK VALUE "Y".
               01 WS-ENTRY-SW PIC X VALUE "N".
                   88 WORK-ENTRY-FOUND VALUE "Y".
               01 WS-CORR-OK-SW PIC X VALUE "N".
                   88 CORRECTION-OK VALUE "Y".
               01 WS-COMMAREA.
                   03 CA-PENDING-ACTION PIC X(6).
                       88 PENDING-CORR VALUE "CORR".
                       88 PENDING-WOFF VALUE "WOFF".
                       88 NOTHING-PENDING VALUE SPACES.
                   03 CA-WORK-NO PIC 9(9).
                   03 CA-CORR-CODE PIC A(50).
                   03 CA-CORR-BATCH-DATE PIC X(8).
                   03 CA-WOFF-NOTE PIC X(30).
      *            THE ENTRY'S STATUS AND LAST-ACTION STAMP WHEN THE
      *            COMMAND WAS STAGED - IF EITHER HAS MOVED BY
      *            CONFIRM TIME SOMEONE ELSE GOT THERE FIRST.
                   03 CA-STAMP.
                       05 CA-STAMP-STATUS PIC X.
                       05 CA-STAMP-DATE PIC X(8).
                       05 CA-STAMP-TIME PIC X(8).
               01 WS-WORK-RECORD.
                   COPY RIESIRWK REPLACING ==:PREFIX:== BY ==RWK==.
               01 WS-WORK-KEY PIC 9(9) VALUE ZERO.
               01 WS-NEXT-WORK-NO PIC 9(9) VALUE ZERO.
               01 WS-LIST-MORE-SW PIC X VALUE "N".
                   88 LIST-HAS-MORE VALUE "Y".
               01 WS-STATUS-TEXT PIC X(11) VALUE SPACES.
               01 WS-SUG-NO PIC 9 VALUE ZERO.
               01 WS-LINE-SUB PIC S9(4) COMP VALUE ZERO.
      *        THE CORRECTION AS IT WILL BE VALIDATED - KEYED VALUES
      *        WHERE GIVEN, OTHERWISE THE VALUES AS SENT.
               01 WS-CHK-CODE PIC A(50) VALUE SPACES.
               01 WS-CHK-BATCH-DATE PIC X(8) VALUE SPACES.
               01 WS-CHK-REASON-CODE PIC X(2) VALUE SPACES.
                   88 CHECK-MATCHED VALUE "00".
               01 WS-CHK-REASON-MSG PIC X(20) VALUE SPACES.
               01 WS-VC-MASTER.
                   COPY RIESIVCR REPLACING ==:PREFIX:== BY ==VCM==.
               01 WS-VC-FOUND-SW PIC X VALUE "N".
               01 WS-READ-OK-SW PIC X VALUE "N".
                   88 VC-READ-OK VALUE "Y".
               01 WS-CODE-AUTH.
                   COPY RIESICSA REPLACING ==:PREFIX:== BY ==CAUTH==.
               01 WS-AUTH-SW PIC X VALUE "U".
               01 WS-TODAY-X PIC X(8) VALUE SPACES.
               01 WS-TODAY PIC 9(8) VALUE ZERO.
      *        NO CALENDAR IS LOADED ONLINE - SEE THE HEADER.
               01 WS-CAL-COUNT PIC 9(3) VALUE ZERO.
               01 WS-CAL-TABLE.
                   05 WS-CAL-DATE PIC X(8) OCCURS 200 TIMES.
               01 WS-DATE-RESULT PIC X VALUE "0".
                   88 BATCH-DATE-GOOD VALUE "0".
                   88 BATCH-DATE-INVALID VALUE "1".
                   88 BATCH-DATE-FUTURE VALUE "2".
                   88 BATCH-DATE-NON-PROC VALUE "3".
      *        105-BYTE BEFORE/AFTER IMAGE OF A WORKLIST ENTRY FOR
      *        THE RIHS TRAIL - THE CODE AND BATCH DATE ARE THE ONES
      *        THE ENTRY WOULD RECYCLE WITH.
               01 WS-WORK-IMAGE.
                   05 IMG-WORK-NO PIC 9(9).
                   05 IMG-STATUS PIC X.
                   05 IMG-CODE PIC A(50).
                   05 IMG-SOURCE-SYSTEM PIC X(8).
                   05 IMG-BATCH-DATE PIC X(8).
                   05 IMG-REASON-CODE PIC X(2).
                   05 IMG-NOTE PIC X(27).
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
                   05 LK-PENDING-DATA PIC X(114).
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
               WHEN "LIST"
                   MOVE "BROWSE" TO WS-CHECK-VERB
                   PERFORM CHECK-AUTHORITY
                   IF VERB-AUTHORIZED
                       PERFORM LIST-WORKLIST
                   ELSE
                       PERFORM DENY-COMMAND
                   END-IF
               WHEN "SHOW"
                   MOVE "BROWSE" TO WS-CHECK-VERB
                   PERFORM CHECK-AUTHORITY
                   IF VERB-AUTHORIZED
                       PERFORM SHOW-WORK-ENTRY
                   ELSE
                       PERFORM DENY-COMMAND
                   END-IF
               WHEN "CHECK"
                   MOVE "BROWSE" TO WS-CHECK-VERB
                   PERFORM CHECK-AUTHORITY
                   IF VERB-AUTHORIZED
                       PERFORM CHECK-CORRECTION
                   ELSE
                       PERFORM DENY-COMMAND
                   END-IF
               WHEN "PICK"
                   MOVE "CORR" TO WS-CHECK-VERB
                   PERFORM CHECK-AUTHORITY
                   IF VERB-AUTHORIZED
                       PERFORM REQUEST-PICK
                   ELSE
                       PERFORM DENY-COMMAND
                   END-IF
               WHEN "FIX"
                   MOVE "CORR" TO WS-CHECK-VERB
                   PERFORM CHECK-AUTHORITY
                   IF VERB-AUTHORIZED
                       PERFORM REQUEST-FIX
                   ELSE
                       PERFORM DENY-COMMAND
                   END-IF
               WHEN "WOFF"
                   MOVE "WOFF" TO WS-CHECK-VERB
                   PERFORM CHECK-AUTHORITY
                   IF VERB-AUTHORIZED
                       PERFORM REQUEST-WOFF
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
                   MOVE "ENTER LIST [<NO>], SHOW <NO>, CHECK <NO> "
                       TO WS-RESPONSE-LINE(1)
                   MOVE "[<CODE>][;<DATE>],"
                       TO WS-RESPONSE-LINE(1)(42:18)
                   MOVE "PICK <NO> <1-3>, FIX <NO> [<CODE>][;<DATE>], "
                       TO WS-RESPONSE-LINE(2)
                   MOVE "WOFF <NO> <NOTE>" TO WS-RESPONSE-LINE(2)(46:16)
                   MOVE "CONFIRM OR CANCEL" TO WS-RESPONSE-LINE(3)
                   MOVE 237 TO WS-SEND-LEN
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
                   LENGTH(120)
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
                   WHEN "CORR"
                   WHEN "WOFF"
                       IF AUTH-CORR-AUTH = "Y"
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
      *    IS THE REJECTED CODE OF THE ENTRY THE USER WAS AFTER,
      *    WHEN THE ENTRY CAN BE FOUND.
           MOVE SPACES TO HIST-CODE
           IF WS-VERB = "CONFIRM"
               MOVE CA-WORK-NO TO WS-WORK-KEY
               MOVE "Y" TO WS-NO-OK-SW
           END-IF
           IF WORK-NO-OK
               EXEC CICS READ
                   FILE("REJWORK")
                   INTO(WS-WORK-RECORD)
                   RIDFLD(WS-WORK-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE RWK-CODE TO HIST-CODE
               END-IF
           END-IF
           MOVE WS-CHECK-VERB TO HIST-ACTION
           MOVE "D" TO HIST-RESULT
           MOVE SPACES TO HIST-BEFORE-IMAGE
           MOVE SPACES TO HIST-AFTER-IMAGE
           PERFORM GET-TIMESTAMP
           PERFORM WRITE-HISTORY-QUEUE.

       PARSE-COMMAND.
      *    <VERB> <WORK NO> <ARGUMENT> - THE ARGUMENT IS THE REST OF
      *    THE LINE: A SUGGESTION NUMBER, A WRITE-OFF NOTE, OR A
      *    CODE OPTIONALLY FOLLOWED BY ";" AND A BATCH DATE.
           MOVE SPACES TO WS-VERB
           MOVE SPACES TO WS-REST
           MOVE SPACES TO WS-IN-FIELDS
           MOVE SPACES TO WS-IN-NO-TEXT
           MOVE "N" TO WS-NO-OK-SW
           MOVE 1 TO WS-SCAN-PTR
           UNSTRING WS-INPUT-LINE DELIMITED BY ALL SPACES
               INTO WS-VERB
               WITH POINTER WS-SCAN-PTR
           END-UNSTRING
           IF WS-SCAN-PTR < 80
               MOVE WS-INPUT-LINE(WS-SCAN-PTR:80 - WS-SCAN-PTR)
                   TO WS-REST
           END-IF
           MOVE 1 TO WS-ARG-PTR
           UNSTRING WS-REST DELIMITED BY ALL SPACES
               INTO WS-IN-NO-TEXT
               WITH POINTER WS-ARG-PTR
           END-UNSTRING
           IF WS-ARG-PTR < 80
               MOVE WS-REST(WS-ARG-PTR:80 - WS-ARG-PTR)
                   TO WS-IN-ARG
           END-IF
           UNSTRING WS-IN-ARG DELIMITED BY ";"
               INTO WS-IN-CODE
                    WS-IN-BATCH-DATE
           END-UNSTRING
           IF WS-IN-NO-TEXT NOT = SPACES
               INSPECT WS-IN-NO-TEXT
                   REPLACING LEADING SPACES BY ZEROS
               IF WS-IN-NO-TEXT NUMERIC
                   MOVE "Y" TO WS-NO-OK-SW
                   MOVE WS-IN-NO-DIGITS TO WS-WORK-KEY
               END-IF
           END-IF.

       READ-WORK-ENTRY.
           MOVE "N" TO WS-ENTRY-SW
           IF NOT WORK-NO-OK
               STRING WS-VERB DELIMITED BY SPACE
                       " REQUIRES A WORK NUMBER" DELIMITED BY SIZE
                   INTO WS-RESPONSE-LINE(1)
               END-STRING
           ELSE
               MOVE SPACES TO WS-WORK-RECORD
               EXEC CICS READ
                   FILE("REJWORK")
                   INTO(WS-WORK-RECORD)
                   RIDFLD(WS-WORK-KEY)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE "Y" TO WS-ENTRY-SW
                       PERFORM SET-STATUS-TEXT
                   WHEN DFHRESP(NOTFND)
                       STRING "NO WORKLIST ENTRY " WS-WORK-KEY
                           DELIMITED BY SIZE
                           INTO WS-RESPONSE-LINE(1)
                       END-STRING
                   WHEN OTHER
                       MOVE "REJWORK UNAVAILABLE - TRY AGAIN LATER"
                           TO WS-RESPONSE-LINE(1)
               END-EVALUATE
           END-IF.

       READ-OPEN-WORK-ENTRY.
      *    FOR THE CHANGING VERBS - A RECYCLED OR SUSPENDED ENTRY
      *    HAS ALREADY LEFT THE WORKLIST. A CORRECTED OR WRITTEN-OFF
      *    ONE MAY STILL BE CHANGED UNTIL RIESIRCY PICKS IT UP.
           PERFORM READ-WORK-ENTRY
           IF WORK-ENTRY-FOUND AND NOT RWK-STILL-OPEN
               MOVE "N" TO WS-ENTRY-SW
               STRING "WORK NO " RWK-WORK-NO " ALREADY CLOSED - "
                       WS-STATUS-TEXT
                   DELIMITED BY SIZE
                   INTO WS-RESPONSE-LINE(1)
               END-STRING
           END-IF.

       SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN RWK-PENDING
                   MOVE "PENDING" TO WS-STATUS-TEXT
               WHEN RWK-CORRECTED
                   MOVE "CORRECTED" TO WS-STATUS-TEXT
               WHEN RWK-WRITTEN-OFF
                   MOVE "WRITTEN OFF" TO WS-STATUS-TEXT
               WHEN RWK-RECYCLED
                   MOVE "RECYCLED" TO WS-STATUS-TEXT
               WHEN RWK-SUSPENDED
                   MOVE "SUSPENSE" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE.

       LIST-WORKLIST.
      *    NINE OPEN ENTRIES A PAGE. THE TENTH LINE GIVES THE LIST
      *    COMMAND FOR THE NEXT PAGE WHEN MORE OPEN ENTRIES FOLLOW.
           IF WS-IN-NO-TEXT NOT = SPACES AND NOT WORK-NO-OK
               MOVE "LIST START MUST BE A WORK NUMBER"
                   TO WS-RESPONSE-LINE(1)
           ELSE
               IF NOT WORK-NO-OK
                   MOVE ZERO TO WS-WORK-KEY
               END-IF
               PERFORM BROWSE-WORKLIST
           END-IF.

       BROWSE-WORKLIST.
           MOVE ZERO TO WS-BROWSE-COUNT
           MOVE "N" TO WS-LIST-MORE-SW
           EXEC CICS STARTBR
               FILE("REJWORK")
               RIDFLD(WS-WORK-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                           OR LIST-HAS-MORE
                       EXEC CICS READNEXT
                           FILE("REJWORK")
                           INTO(WS-WORK-RECORD)
                           RIDFLD(WS-WORK-KEY)
                           RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           AND RWK-STILL-OPEN
                           IF WS-BROWSE-COUNT = 9
                               MOVE "Y" TO WS-LIST-MORE-SW
                               MOVE RWK-WORK-NO TO WS-NEXT-WORK-NO
                           ELSE
                               ADD 1 TO WS-BROWSE-COUNT
                               PERFORM FORMAT-LIST-LINE
                           END-IF
                       END-IF
                   END-PERFORM
                   EXEC CICS ENDBR
                       FILE("REJWORK")
                   END-EXEC
                   IF WS-BROWSE-COUNT = ZERO
                       MOVE "NO OPEN REJECTS AT OR AFTER THAT NUMBER"
                           TO WS-RESPONSE-LINE(1)
                   ELSE
                       IF LIST-HAS-MORE
                           ADD 1 TO WS-BROWSE-COUNT
                           STRING "MORE - LIST " WS-NEXT-WORK-NO
                               DELIMITED BY SIZE
                               INTO WS-RESPONSE-LINE(WS-BROWSE-COUNT)
                           END-STRING
                       END-IF
                       COMPUTE WS-SEND-LEN = WS-BROWSE-COUNT * 79
                       END-COMPUTE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE "NO OPEN REJECTS AT OR AFTER THAT NUMBER"
                       TO WS-RESPONSE-LINE(1)
               WHEN OTHER
                   MOVE "REJWORK UNAVAILABLE - TRY AGAIN LATER"
                       TO WS-RESPONSE-LINE(1)
           END-EVALUATE.

       FORMAT-LIST-LINE.
           MOVE RWK-WORK-NO TO
               WS-RESPONSE-LINE(WS-BROWSE-COUNT)(1:9)
           MOVE RWK-STATUS TO
               WS-RESPONSE-LINE(WS-BROWSE-COUNT)(11:1)
           MOVE RWK-REASON-CODE TO
               WS-RESPONSE-LINE(WS-BROWSE-COUNT)(13:2)
           MOVE RWK-CODE(1:40) TO
               WS-RESPONSE-LINE(WS-BROWSE-COUNT)(16:40)
           MOVE RWK-SOURCE-SYSTEM TO
               WS-RESPONSE-LINE(WS-BROWSE-COUNT)(57:8)
           MOVE RWK-BATCH-DATE TO
               WS-RESPONSE-LINE(WS-BROWSE-COUNT)(66:8).

       SHOW-WORK-ENTRY.
           PERFORM READ-WORK-ENTRY
           IF WORK-ENTRY-FOUND
               STRING "WORK NO " RWK-WORK-NO "  STATUS " RWK-STATUS
                       " " WS-STATUS-TEXT "  REASON " RWK-REASON-CODE
                       " " RWK-REASON-MSG
                   DELIMITED BY SIZE
                   INTO WS-RESPONSE-LINE(1)
               END-STRING
               STRING "CODE   " RWK-CODE
                   DELIMITED BY SIZE
                   INTO WS-RESPONSE-LINE(2)
               END-STRING
               STRING "SOURCE " RWK-SOURCE-SYSTEM "  BATCH DATE "
                       RWK-BATCH-DATE "  OPERATOR " RWK-OPERATOR-ID
                       "  CYCLES " RWK-RECYCLE-COUNT
                   DELIMITED BY SIZE
                   INTO WS-RESPONSE-LINE(3)
               END-STRING
               MOVE 3 TO WS-LINE-SUB
               IF RWK-SUGGESTION-COUNT NOT NUMERIC
                   OR RWK-SUGGESTION-COUNT = ZERO
                   ADD 1 TO WS-LINE-SUB
                   MOVE "NO SUGGESTIONS ON FILE"
                       TO WS-RESPONSE-LINE(WS-LINE-SUB)
               ELSE
                   PERFORM VARYING WS-SUG-NO FROM 1 BY 1
                           UNTIL WS-SUG-NO > RWK-SUGGESTION-COUNT
                               OR WS-SUG-NO > 3
                       ADD 1 TO WS-LINE-SUB
                       STRING "SUGGESTION " WS-SUG-NO " "
                               RWK-SUGGESTION(WS-SUG-NO)
                           DELIMITED BY SIZE
                           INTO WS-RESPONSE-LINE(WS-LINE-SUB)
                       END-STRING
                   END-PERFORM
               END-IF
               IF RWK-CORRECTED
                   ADD 1 TO WS-LINE-SUB
                   STRING "CORRECTED TO " RWK-CORR-CODE
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(WS-LINE-SUB)
                   END-STRING
                   IF RWK-CORR-BATCH-DATE NOT = SPACES
                       ADD 1 TO WS-LINE-SUB
                       STRING "CORRECTED BATCH DATE "
                               RWK-CORR-BATCH-DATE
                           DELIMITED BY SIZE
                           INTO WS-RESPONSE-LINE(WS-LINE-SUB)
                       END-STRING
                   END-IF
               END-IF
               IF RWK-WRITTEN-OFF
                   ADD 1 TO WS-LINE-SUB
                   STRING "WRITE-OFF NOTE " RWK-WOFF-NOTE
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(WS-LINE-SUB)
                   END-STRING
               END-IF
               IF RWK-ACTION-USER NOT = SPACES
                   ADD 1 TO WS-LINE-SUB
                   STRING "LAST ACTION BY " RWK-ACTION-USER " ON "
                           RWK-ACTION-DATE " AT " RWK-ACTION-TIME
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(WS-LINE-SUB)
                   END-STRING
               END-IF
               COMPUTE WS-SEND-LEN = WS-LINE-SUB * 79
               END-COMPUTE
           END-IF.

       CHECK-CORRECTION.
           PERFORM READ-WORK-ENTRY
           IF WORK-ENTRY-FOUND
               PERFORM VALIDATE-CORRECTION
               IF CORRECTION-OK
                   STRING "CHECK MATCH - " WS-CHK-CODE
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(1)
                   END-STRING
               END-IF
           END-IF.

       REQUEST-PICK.
           MOVE SPACES TO WS-COMMAREA
           PERFORM READ-OPEN-WORK-ENTRY
           IF WORK-ENTRY-FOUND
               IF WS-IN-ARG(1:1) NUMERIC
                   MOVE WS-IN-ARG(1:1) TO WS-SUG-NO
               ELSE
                   MOVE ZERO TO WS-SUG-NO
               END-IF
               IF WS-SUG-NO = ZERO
                   OR RWK-SUGGESTION-COUNT NOT NUMERIC
                   OR WS-SUG-NO > RWK-SUGGESTION-COUNT
                   OR WS-SUG-NO > 3
                   STRING "NO SUGGESTION " WS-IN-ARG(1:1)
                           " ON WORK NO " RWK-WORK-NO
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(1)
                   END-STRING
               ELSE
                   MOVE RWK-SUGGESTION(WS-SUG-NO) TO WS-IN-CODE
                   MOVE SPACES TO WS-IN-BATCH-DATE
                   PERFORM STAGE-CORRECTION
               END-IF
           END-IF.

       REQUEST-FIX.
           MOVE SPACES TO WS-COMMAREA
           PERFORM READ-OPEN-WORK-ENTRY
           IF WORK-ENTRY-FOUND
               PERFORM STAGE-CORRECTION
           END-IF.

       STAGE-CORRECTION.
           PERFORM VALIDATE-CORRECTION
           IF CORRECTION-OK
               MOVE "CORR" TO CA-PENDING-ACTION
               MOVE RWK-WORK-NO TO CA-WORK-NO
               MOVE WS-CHK-CODE TO CA-CORR-CODE
               MOVE WS-IN-BATCH-DATE TO CA-CORR-BATCH-DATE
               MOVE SPACES TO CA-WOFF-NOTE
               PERFORM SAVE-STAMP
               STRING "CONFIRM CORRECTION OF WORK NO " RWK-WORK-NO
                   DELIMITED BY SIZE
                   INTO WS-RESPONSE-LINE(1)
               END-STRING
               STRING "TO " WS-CHK-CODE
                   DELIMITED BY SIZE
                   INTO WS-RESPONSE-LINE(2)
               END-STRING
               IF WS-IN-BATCH-DATE NOT = SPACES
                   STRING "WITH BATCH DATE " WS-IN-BATCH-DATE
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(3)
                   END-STRING
               END-IF
               MOVE "ENTER CONFIRM TO APPLY OR CANCEL TO DROP"
                   TO WS-RESPONSE-LINE(4)
               MOVE 316 TO WS-SEND-LEN
           END-IF.

       REQUEST-WOFF.
           MOVE SPACES TO WS-COMMAREA
           PERFORM READ-OPEN-WORK-ENTRY
           IF WORK-ENTRY-FOUND
               IF WS-IN-ARG = SPACES
                   MOVE "WOFF REQUIRES A NOTE SAYING WHY"
                       TO WS-RESPONSE-LINE(1)
               ELSE
                   MOVE "WOFF" TO CA-PENDING-ACTION
                   MOVE RWK-WORK-NO TO CA-WORK-NO
                   MOVE SPACES TO CA-CORR-CODE
                   MOVE SPACES TO CA-CORR-BATCH-DATE
                   MOVE WS-IN-ARG TO CA-WOFF-NOTE
                   PERFORM SAVE-STAMP
                   STRING "CONFIRM WRITE-OFF OF WORK NO " RWK-WORK-NO
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(1)
                   END-STRING
                   STRING "CODE " RWK-CODE
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(2)
                   END-STRING
                   MOVE "ENTER CONFIRM TO APPLY OR CANCEL TO DROP"
                       TO WS-RESPONSE-LINE(3)
                   MOVE 237 TO WS-SEND-LEN
               END-IF
           END-IF.

       SAVE-STAMP.
           MOVE RWK-STATUS TO CA-STAMP-STATUS
           MOVE RWK-ACTION-DATE TO CA-STAMP-DATE
           MOVE RWK-ACTION-TIME TO CA-STAMP-TIME.

       VALIDATE-CORRECTION.
      *    THE SAME CHECKS, IN THE SAME ORDER, AS RIESI VALIDATE-CODE
      *    - DATE FIRST, THEN THE CODE RULES IN RIESIVAL - AGAINST
      *    THE REJECT'S OWN SOURCE SYSTEM.
           MOVE "N" TO WS-CORR-OK-SW
           IF WS-IN-CODE = SPACES
               MOVE RWK-CODE TO WS-CHK-CODE
           ELSE
               MOVE WS-IN-CODE TO WS-CHK-CODE
           END-IF
           IF WS-IN-BATCH-DATE = SPACES
               MOVE RWK-BATCH-DATE TO WS-CHK-BATCH-DATE
           ELSE
               MOVE WS-IN-BATCH-DATE TO WS-CHK-BATCH-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-IN-BATCH-DATE NOT = SPACES
                   AND RWK-REASON-CODE NOT = "06"
                   AND RWK-REASON-CODE NOT = "07"
                   AND RWK-REASON-CODE NOT = "08"
                   MOVE "BATCH DATE MAY ONLY CHANGE ON A DATE REJECT"
                       TO WS-RESPONSE-LINE(1)
               WHEN WS-IN-BATCH-DATE = SPACES
                   AND RWK-REASON-CODE = "08"
                   MOVE "NON-PROCESSING DAY - KEY THE RIGHT BATCH DATE"
                       TO WS-RESPONSE-LINE(1)
               WHEN OTHER
                   PERFORM CHECK-CORRECTED-DATE
                   IF BATCH-DATE-GOOD
                       PERFORM CHECK-CORRECTED-CODE
                   END-IF
           END-EVALUATE.

       CHECK-CORRECTED-DATE.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-X)
           END-EXEC
           MOVE WS-TODAY-X TO WS-TODAY
           CALL "RIESIDTV" USING WS-CHK-BATCH-DATE
                                  WS-TODAY
                                  WS-CAL-COUNT
                                  WS-CAL-TABLE
                                  WS-DATE-RESULT
           END-CALL
           EVALUATE TRUE
               WHEN BATCH-DATE-INVALID
                   STRING "NO MATCH - 06 INVALID BATCH DATE "
                           WS-CHK-BATCH-DATE
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(1)
                   END-STRING
               WHEN BATCH-DATE-FUTURE
                   STRING "NO MATCH - 07 FUTURE BATCH DATE "
                           WS-CHK-BATCH-DATE
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(1)
                   END-STRING
               WHEN OTHER
                   MOVE "0" TO WS-DATE-RESULT
           END-EVALUATE.

       CHECK-CORRECTED-CODE.
           MOVE "N" TO WS-VC-FOUND-SW
           MOVE "N" TO WS-READ-OK-SW
           MOVE SPACES TO WS-VC-MASTER
           EXEC CICS READ
               FILE("VALCODES")
               INTO(WS-VC-MASTER)
               RIDFLD(WS-CHK-CODE)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET VC-READ-OK TO TRUE
                   MOVE "Y" TO WS-VC-FOUND-SW
               WHEN DFHRESP(NOTFND)
                   SET VC-READ-OK TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE "U" TO WS-AUTH-SW
           IF VC-READ-OK AND WS-VC-FOUND-SW = "Y"
               PERFORM READ-CODE-AUTH
           END-IF
           IF VC-READ-OK
               CALL "RIESIVAL" USING WS-CHK-CODE
                                      WS-CHK-BATCH-DATE
                                      WS-VC-FOUND-SW
                                      WS-VC-MASTER
                                      WS-AUTH-SW
                                      WS-CHK-REASON-CODE
                                      WS-CHK-REASON-MSG
               END-CALL
               IF CHECK-MATCHED
                   MOVE "Y" TO WS-CORR-OK-SW
               ELSE
                   STRING "NO MATCH - " WS-CHK-REASON-CODE " "
                           WS-CHK-REASON-MSG
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(1)
                   END-STRING
                   STRING "CODE " WS-CHK-CODE
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(2)
                   END-STRING
                   MOVE 158 TO WS-SEND-LEN
               END-IF
           ELSE
               MOVE "VALCODES UNAVAILABLE - TRY AGAIN LATER"
                   TO WS-RESPONSE-LINE(1)
           END-IF.

       READ-CODE-AUTH.
      *    SAME THREE-WAY SWITCH AS RIESIONL, FOR THE SOURCE SYSTEM
      *    THE REJECT CAME FROM.
           MOVE WS-CHK-CODE TO CAUTH-CODE
           MOVE RWK-SOURCE-SYSTEM TO CAUTH-SOURCE-SYSTEM
           EXEC CICS READ
               FILE("CODEAUTH")
               INTO(WS-CODE-AUTH)
               RIDFLD(CAUTH-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE "Y" TO WS-AUTH-SW
               WHEN DFHRESP(NOTFND)
                   PERFORM CHECK-CODE-RESTRICTED
               WHEN OTHER
                   MOVE "N" TO WS-READ-OK-SW
           END-EVALUATE.

       CHECK-CODE-RESTRICTED.
           MOVE WS-CHK-CODE TO CAUTH-CODE
           MOVE LOW-VALUES TO CAUTH-SOURCE-SYSTEM
           EXEC CICS STARTBR
               FILE("CODEAUTH")
               RIDFLD(CAUTH-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   EXEC CICS READNEXT
                       FILE("CODEAUTH")
                       INTO(WS-CODE-AUTH)
                       RIDFLD(CAUTH-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       AND CAUTH-CODE = WS-CHK-CODE
                       MOVE "N" TO WS-AUTH-SW
                   END-IF
                   EXEC CICS ENDBR
                       FILE("CODEAUTH")
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-READ-OK-SW
           END-EVALUATE.

       APPLY-PENDING.
           IF NOTHING-PENDING
               MOVE "NOTHING PENDING TO CONFIRM"
                   TO WS-RESPONSE-LINE(1)
           ELSE
               MOVE CA-WORK-NO TO WS-WORK-KEY
               EXEC CICS READ
                   FILE("REJWORK")
                   INTO(WS-WORK-RECORD)
                   RIDFLD(WS-WORK-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   STRING CA-PENDING-ACTION " FAILED - WORK NO "
                           CA-WORK-NO " NOT UPDATED"
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(1)
                   END-STRING
               ELSE
                   IF RWK-STATUS NOT = CA-STAMP-STATUS
                       OR RWK-ACTION-DATE NOT = CA-STAMP-DATE
                       OR RWK-ACTION-TIME NOT = CA-STAMP-TIME
                       EXEC CICS UNLOCK
                           FILE("REJWORK")
                       END-EXEC
                       STRING "WORK NO " CA-WORK-NO
                               " CHANGED SINCE STAGED - SHOW AND "
                               "RE-ENTER"
                           DELIMITED BY SIZE
                           INTO WS-RESPONSE-LINE(1)
                       END-STRING
                   ELSE
                       PERFORM UPDATE-WORK-ENTRY
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-COMMAREA.

       UPDATE-WORK-ENTRY.
           PERFORM BUILD-WORK-IMAGE
           MOVE WS-WORK-IMAGE TO HIST-BEFORE-IMAGE
           PERFORM GET-TIMESTAMP
           IF PENDING-CORR
               MOVE "C" TO RWK-STATUS
               MOVE CA-CORR-CODE TO RWK-CORR-CODE
               MOVE CA-CORR-BATCH-DATE TO RWK-CORR-BATCH-DATE
               MOVE SPACES TO RWK-WOFF-NOTE
           ELSE
               MOVE "W" TO RWK-STATUS
               MOVE SPACES TO RWK-CORR-CODE
               MOVE SPACES TO RWK-CORR-BATCH-DATE
               MOVE CA-WOFF-NOTE TO RWK-WOFF-NOTE
           END-IF
           MOVE WS-USER-ID TO RWK-ACTION-USER
           MOVE WS-NOW-DATE TO RWK-ACTION-DATE
           MOVE WS-NOW-TIME TO RWK-ACTION-TIME
           EXEC CICS REWRITE
               FILE("REJWORK")
               FROM(WS-WORK-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM BUILD-WORK-IMAGE
               MOVE WS-WORK-IMAGE TO HIST-AFTER-IMAGE
               MOVE CA-PENDING-ACTION TO HIST-ACTION
               MOVE RWK-CODE TO HIST-CODE
               MOVE "A" TO HIST-RESULT
               PERFORM WRITE-HISTORY-QUEUE
               IF PENDING-CORR
                   STRING "CORRECTED - WORK NO " CA-WORK-NO
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(1)
                   END-STRING
                   STRING "TO " CA-CORR-CODE
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(2)
                   END-STRING
                   MOVE 158 TO WS-SEND-LEN
               ELSE
                   STRING "WRITTEN OFF - WORK NO " CA-WORK-NO
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-LINE(1)
                   END-STRING
               END-IF
           ELSE
               STRING CA-PENDING-ACTION " FAILED - WORK NO "
                       CA-WORK-NO " NOT UPDATED"
                   DELIMITED BY SIZE
                   INTO WS-RESPONSE-LINE(1)
               END-STRING
           END-IF.

       BUILD-WORK-IMAGE.
           MOVE SPACES TO WS-WORK-IMAGE
           MOVE RWK-WORK-NO TO IMG-WORK-NO
           MOVE RWK-STATUS TO IMG-STATUS
           IF RWK-CORRECTED
               MOVE RWK-CORR-CODE TO IMG-CODE
           ELSE
               MOVE RWK-CODE TO IMG-CODE
           END-IF
           MOVE RWK-SOURCE-SYSTEM TO IMG-SOURCE-SYSTEM
           IF RWK-CORR-BATCH-DATE NOT = SPACES
               MOVE RWK-CORR-BATCH-DATE TO IMG-BATCH-DATE
           ELSE
               MOVE RWK-BATCH-DATE TO IMG-BATCH-DATE
           END-IF
           MOVE RWK-REASON-CODE TO IMG-REASON-CODE
           MOVE RWK-WOFF-NOTE TO IMG-NOTE.

       CANCEL-PENDING.
           IF NOTHING-PENDING
               MOVE "NOTHING PENDING TO CANCEL" TO WS-RESPONSE-LINE(1)
           ELSE
               STRING "CANCELLED " CA-PENDING-ACTION " WORK NO "
                       CA-WORK-NO
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
