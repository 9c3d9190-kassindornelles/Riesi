      *    PER INQUIRY - RECEIVE, READ VALCODES BY KEY, VALIDATE,
      *    SEND, RETURN - SINCE THE EXCHANGE IS A SINGLE SHORT ROUND
      *    TRIP WITH NO TERMINAL THINK-TIME HELD ACROSS TASKS.
      *    THE OPERATOR KEYS THE CODE, OPTIONALLY FOLLOWED BY ";" AND
      *    THE SENDING SOURCE SYSTEM, SO A CODE RESTRICTED ON
      *    CODEAUTH ANSWERS THE SAME WAY THE BATCH RUN WOULD FOR THAT
      *    SOURCE. A RESTRICTED CODE KEYED WITHOUT A SOURCE REPORTS
      *    REASON 09 - NO BLANK SOURCE IS EVER AUTHORIZED.
      *****************************************************************
       DATA DIVISION.
           WORKING-STORAGE SECTION.
                   COPY RIESIREC REPLACING ==:PREFIX:== BY ==ONLINE==.
               01 WS-VC-MASTER.
                   COPY RIESIVCR REPLACING ==:PREFIX:== BY ==VCM==.
               01 WS-CODE-AUTH.
                   COPY RIESICSA REPLACING ==:PREFIX:== BY ==CAUTH==.
               01 WS-AUTH-SW PIC X VALUE "U".
               01 WS-ONLINE-INPUT PIC X(79) VALUE SPACES.
               01 WS-REASON-CODE PIC X(2) VALUE SPACES.
                   88 REASON-OK VALUE "00".
               01 WS-REASON-MSG PIC X(20) VALUE SPACES.
               01 WS-RESP PIC S9(8) COMP VALUE ZERO.
               01 WS-RECEIVE-LEN PIC S9(4) COMP VALUE 79.
               01 WS-RESPONSE-TEXT PIC X(79) VALUE SPACES.
               01 WS-CURRENT-DATE PIC X(8) VALUE SPACES.
               01 WS-ABSTIME PIC S9(15) COMP-3 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE SPACES TO WS-INPUT-AREA
           MOVE SPACES TO WS-ONLINE-INPUT
           EXEC CICS RECEIVE
               INTO(WS-ONLINE-INPUT)
               LENGTH(WS-RECEIVE-LEN)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-ONLINE-INPUT
           END-IF
           UNSTRING WS-ONLINE-INPUT DELIMITED BY ";"
               INTO ONLINE-CODE ONLINE-SOURCE-SYSTEM
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(ONLINE-CODE) TO ONLINE-CODE
           MOVE FUNCTION UPPER-CASE(ONLINE-SOURCE-SYSTEM)
               TO ONLINE-SOURCE-SYSTEM
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
               YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC
           PERFORM READ-VALID-CODE
           MOVE "U" TO WS-AUTH-SW
           IF VC-READ-OK AND WS-VC-FOUND-SW = "Y"
               PERFORM READ-CODE-AUTH
           END-IF
           IF VC-READ-OK
               CALL "RIESIVAL" USING ONLINE-CODE
                                      WS-CURRENT-DATE
                                      WS-VC-FOUND-SW
                                      WS-VC-MASTER
                                      WS-AUTH-SW
                                      WS-REASON-CODE
                                      WS-REASON-MSG
               END-CALL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-CODE-AUTH.
      *    SAME THREE-WAY SWITCH THE BATCH RUN BUILDS: Y = SOURCE
      *    LISTED FOR THE CODE, N = CODE LISTED FOR OTHER SOURCES
      *    ONLY, U = CODE NOT RESTRICTED.
           MOVE ONLINE-CODE TO CAUTH-CODE
           MOVE ONLINE-SOURCE-SYSTEM TO CAUTH-SOURCE-SYSTEM
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
           MOVE ONLINE-CODE TO CAUTH-CODE
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
                       AND CAUTH-CODE = ONLINE-CODE
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
