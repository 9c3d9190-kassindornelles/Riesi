      *****************************************************************
      *    RIESIRCP - RUN-CONTROL REQUEST PASSED TO RIESIRCK
      *    COPY RIESIRCP REPLACING ==:PREFIX:== BY ==<field-prefix>==.
      *    FUNCTION S BEFORE THE PROGRAM DOES ANY WORK: RIESIRCK
      *    SETS THE CYCLE DATE, CHECKS THE RUNCTL REGISTER AND, IF
      *    THE RUN MAY GO AHEAD, RECORDS IT AS STARTED. RESULT R
      *    MEANS REFUSED AND F MEANS THE REGISTER COULD NOT BE
      *    READ OR UPDATED - THE CALLER STOPS WITH STOP-RC (20 OR 16)
      *    AND DOES NOTHING ELSE. FUNCTION E AT END OF RUN, WITH THE
      *    RETURN CODE AND COUNTS, RECORDS THE RUN AS ENDED; THE
      *    CYCLE DATE FROM THE START CALL IS PASSED BACK UNCHANGED.
      *    CALLING A PROGRAM CHANGES RETURN-CODE, SO THE CALLER
      *    RESTORES ITS OWN FROM RC AFTER THE END CALL - RIESIRCK
      *    RAISES RC TO 16 IF THE END COULD NOT BE RECORDED.
      *    FUNCTION C ONLY RETURNS THE CYCLE DATE (FOR RIESICYC).
      *    A RUN ID OF SPACES IS FILLED IN FROM THE DATE AND TIME.
      *****************************************************************
           05 :PREFIX:-FUNCTION              PIC X.
               88 :PREFIX:-START-RUN         VALUE "S".
               88 :PREFIX:-END-RUN           VALUE "E".
               88 :PREFIX:-GET-CYCLE         VALUE "C".
           05 :PREFIX:-PGM                   PIC X(8).
           05 :PREFIX:-RUN-ID                PIC X(16).
           05 :PREFIX:-CYCLE-DATE            PIC X(8).
           05 :PREFIX:-RC                    PIC 9(4).
           05 :PREFIX:-COUNT-1               PIC 9(7).
           05 :PREFIX:-COUNT-2               PIC 9(7).
           05 :PREFIX:-COUNT-3               PIC 9(7).
           05 :PREFIX:-COUNT-4               PIC 9(7).
           05 :PREFIX:-RESULT                PIC X.
               88 :PREFIX:-OK                VALUE "0".
               88 :PREFIX:-REFUSED           VALUE "R".
               88 :PREFIX:-FAILED            VALUE "F".
           05 :PREFIX:-STOP-RC               PIC 9(4).
