       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIESITRC.
      *****************************************************************
      *    RIESITRC - ONLINE CODE LINEAGE INQUIRY TRANSACTION
      *    SITS NEXT TO RIESIONL: WHERE RIESIONL SAYS WHAT THE CODE
      *    WOULD DO NOW, RIESITRC SAYS WHAT HAPPENED TO IT - THE
      *    LINEAGE EVENTS RIESILBD BUILT, IN TIME ORDER. THE OPERATOR
      *    KEYS THE CODE, OPTIONALLY FOLLOWED BY ";" AND A SOURCE
      *    SYSTEM AND ";" AND A BATCH DATE TO NARROW IT (EITHER MAY
      *    BE LEFT EMPTY). SEVEN EVENTS ARE SHOWN A SCREEN; WHEN MORE
      *    FOLLOW, KEYING MORE SHOWS THE NEXT SEVEN - THE FILTERS AND
      *    THE KEY TO RESUME FROM TRAVEL IN THE COMMAREA. THE BATCH
      *    RIESILTR PRINTS THE SAME TRACE IN FULL FOR A LIST OF CODES.
      *****************************************************************
       DATA DIVISION.
           WORKING-STORAGE SECTION.
               01 WS-INPUT-LINE PIC X(79) VALUE SPACES.
               01 WS-COMMAREA.
                   03 CA-CODE PIC A(50).
                   03 CA-SOURCE-SYSTEM PIC X(8).
                   03 CA-BATCH-DATE PIC X(8).
                   03 CA-NEXT-KEY PIC X(69).
               01 WS-LINEAGE-RECORD.
                   COPY RIESILNG REPLACING ==:PREFIX:== BY ==LNG==.
               01 WS-MORE-SW PIC X VALUE "N".
                   88 TRACE-HAS-MORE VALUE "Y".
               01 WS-CODE-END-SW PIC X VALUE "N".
                   88 CODE-ENDED VALUE "Y".
               01 WS-PASS-SW PIC X VALUE "N".
                   88 EVENT-PASSES VALUE "Y".
               01 WS-RESP PIC S9(8) COMP VALUE ZERO.
               01 WS-RECEIVE-LEN PIC S9(4) COMP VALUE 79.
               01 WS-SEND-LEN PIC S9(4) COMP VALUE 79.
               01 WS-LINE-COUNT PIC S9(4) COMP VALUE ZERO.
               01 WS-RESPONSE-AREA.
                   05 WS-RESPONSE-LINE PIC X(79)
                       OCCURS 10 TIMES.
           LINKAGE SECTION.
               01 DFHCOMMAREA PIC X(135).
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
           MOVE "N" TO WS-MORE-SW
           EVALUATE TRUE
               WHEN WS-INPUT-LINE = "MORE" AND EIBCALEN > 0
                   MOVE CA-NEXT-KEY TO LNG-KEY
                   PERFORM BROWSE-LINEAGE
               WHEN WS-INPUT-LINE = SPACES
                   OR WS-INPUT-LINE = "MORE"
                   MOVE "ENTER <CODE>[;<SOURCE>][;<BATCH DATE>]"
                       TO WS-RESPONSE-LINE(1)
               WHEN OTHER
                   MOVE SPACES TO WS-COMMAREA
                   UNSTRING WS-INPUT-LINE DELIMITED BY ";"
                       INTO CA-CODE CA-SOURCE-SYSTEM CA-BATCH-DATE
                   END-UNSTRING
                   MOVE CA-CODE TO LNG-CODE
                   MOVE LOW-VALUES TO LNG-EVENT-STAMP
                   MOVE ZERO TO LNG-EVENT-SEQ
                   PERFORM BROWSE-LINEAGE
           END-EVALUATE
           EXEC CICS SEND TEXT
               FROM(WS-RESPONSE-AREA)
               LENGTH(WS-SEND-LEN)
               ERASE
           END-EXEC
           IF TRACE-HAS-MORE
               EXEC CICS RETURN
                   TRANSID(EIBTRNID)
                   COMMAREA(WS-COMMAREA)
                   LENGTH(135)
               END-EXEC
           ELSE
               EXEC CICS RETURN
               END-EXEC
           END-IF.

       BROWSE-LINEAGE.
      *    LINE 1 NAMES THE CODE AND FILTERS, LINE 2 HEADS THE
      *    COLUMNS, LINES 3-9 ARE EVENTS AND LINE 10 SAYS WHETHER
      *    THERE IS MORE.
           PERFORM FORMAT-TRACE-HEADING
           MOVE 2 TO WS-LINE-COUNT
           MOVE "N" TO WS-CODE-END-SW
           EXEC CICS STARTBR
               FILE("LINEAGE")
               RIDFLD(LNG-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                           OR CODE-ENDED OR TRACE-HAS-MORE
                       EXEC CICS READNEXT
                           FILE("LINEAGE")
                           INTO(WS-LINEAGE-RECORD)
                           RIDFLD(LNG-KEY)
                           RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           IF LNG-CODE NOT = CA-CODE
                               MOVE "Y" TO WS-CODE-END-SW
                           ELSE
                               PERFORM CHECK-EVENT-FILTER
                               IF EVENT-PASSES
                                   PERFORM ADD-EVENT-LINE
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   EXEC CICS ENDBR
                       FILE("LINEAGE")
                   END-EXEC
                   PERFORM FINISH-TRACE-PAGE
               WHEN DFHRESP(NOTFND)
                   PERFORM FINISH-TRACE-PAGE
               WHEN OTHER
                   MOVE SPACES TO WS-RESPONSE-AREA
                   MOVE "LINEAGE UNAVAILABLE - TRY AGAIN LATER"
                       TO WS-RESPONSE-LINE(1)
                   MOVE 79 TO WS-SEND-LEN
           END-EVALUATE.

       FORMAT-TRACE-HEADING.
           MOVE CA-CODE TO WS-RESPONSE-LINE(1)(1:50)
           MOVE "SRC" TO WS-RESPONSE-LINE(1)(52:3)
           IF CA-SOURCE-SYSTEM = SPACES
               MOVE "ANY" TO WS-RESPONSE-LINE(1)(56:8)
           ELSE
               MOVE CA-SOURCE-SYSTEM TO WS-RESPONSE-LINE(1)(56:8)
           END-IF
           MOVE "BD" TO WS-RESPONSE-LINE(1)(65:2)
           IF CA-BATCH-DATE = SPACES
               MOVE "ANY" TO WS-RESPONSE-LINE(1)(68:8)
           ELSE
               MOVE CA-BATCH-DATE TO WS-RESPONSE-LINE(1)(68:8)
           END-IF
           MOVE "DATE     TIME   TYPE     SOURCE   BATCH DT RESULT   "
               TO WS-RESPONSE-LINE(2)
           MOVE "RC DETAIL" TO WS-RESPONSE-LINE(2)(53:9).

       CHECK-EVENT-FILTER.
      *    AN EVENT WITH NO SOURCE OR BATCH DATE OF ITS OWN (A
      *    BILLING FAILURE) IS ALWAYS SHOWN.
           MOVE "Y" TO WS-PASS-SW
           IF CA-SOURCE-SYSTEM NOT = SPACES
               AND LNG-SOURCE-SYSTEM NOT = SPACES
               AND LNG-SOURCE-SYSTEM NOT = CA-SOURCE-SYSTEM
               MOVE "N" TO WS-PASS-SW
           END-IF
           IF CA-BATCH-DATE NOT = SPACES
               AND LNG-BATCH-DATE NOT = SPACES
               AND LNG-BATCH-DATE NOT = CA-BATCH-DATE
               MOVE "N" TO WS-PASS-SW
           END-IF.

       ADD-EVENT-LINE.
      *    AN EIGHTH EVENT IS NOT SHOWN - ITS KEY IS WHERE MORE
      *    PICKS UP.
           IF WS-LINE-COUNT = 9
               MOVE "Y" TO WS-MORE-SW
               MOVE LNG-KEY TO CA-NEXT-KEY
           ELSE
               ADD 1 TO WS-LINE-COUNT
               MOVE LNG-EVENT-STAMP(1:8)
                   TO WS-RESPONSE-LINE(WS-LINE-COUNT)(1:8)
               MOVE LNG-EVENT-STAMP(9:6)
                   TO WS-RESPONSE-LINE(WS-LINE-COUNT)(10:6)
               MOVE LNG-EVENT-TYPE
                   TO WS-RESPONSE-LINE(WS-LINE-COUNT)(17:8)
               MOVE LNG-SOURCE-SYSTEM
                   TO WS-RESPONSE-LINE(WS-LINE-COUNT)(26:8)
               MOVE LNG-BATCH-DATE
                   TO WS-RESPONSE-LINE(WS-LINE-COUNT)(35:8)
               MOVE LNG-RESULT
                   TO WS-RESPONSE-LINE(WS-LINE-COUNT)(44:8)
               MOVE LNG-REASON-CODE
                   TO WS-RESPONSE-LINE(WS-LINE-COUNT)(53:2)
               MOVE LNG-DETAIL(1:24)
                   TO WS-RESPONSE-LINE(WS-LINE-COUNT)(56:24)
           END-IF.

       FINISH-TRACE-PAGE.
           ADD 1 TO WS-LINE-COUNT
           EVALUATE TRUE
               WHEN TRACE-HAS-MORE
                   MOVE "MORE - KEY MORE FOR THE NEXT PAGE"
                       TO WS-RESPONSE-LINE(WS-LINE-COUNT)
               WHEN WS-LINE-COUNT = 3
                   MOVE "NO HISTORY ON FILE FOR THAT CODE AND FILTER"
                       TO WS-RESPONSE-LINE(WS-LINE-COUNT)
               WHEN OTHER
                   MOVE "END OF HISTORY"
                       TO WS-RESPONSE-LINE(WS-LINE-COUNT)
           END-EVALUATE
           COMPUTE WS-SEND-LEN = WS-LINE-COUNT * 79
           END-COMPUTE.
