      *    THE CALLER READS VALCODES BY KEY (BATCH READ OR CICS READ)
      *    AND PASSES THE FOUND SWITCH AND THE MASTER RECORD IN.
      *    THIS MODULE ONLY APPLIES THE RULES, SO BATCH AND ONLINE
      *    CANNOT DRIFT APART ON WHAT A VALID CODE MEANS. THE SAME
      *    GOES FOR THE CODEAUTH CROSS-REFERENCE: THE CALLER LOOKS UP
      *    CODE + SOURCE AND PASSES THE AUTHORIZATION SWITCH -
      *        Y  SOURCE IS LISTED FOR THE CODE
      *        N  CODE IS RESTRICTED AND THIS SOURCE IS NOT LISTED
      *        U  CODE HAS NO CODEAUTH ENTRIES - ANY SOURCE MAY USE IT
      *    THE SOURCE CHECK COMES LAST, SO A CODE THAT IS INACTIVE OR
      *    NOT EFFECTIVE STILL REPORTS 04/05 RATHER THAN 09.
      *****************************************************************
       DATA DIVISION.
           LINKAGE SECTION.
                   88 CODE-ON-FILE VALUE "Y".
               01 LS-VC-MASTER.
                   COPY RIESIVCR REPLACING ==:PREFIX:== BY ==VCM==.
               01 LS-AUTH-SW PIC X.
                   88 SOURCE-NOT-AUTHORIZED VALUE "N".
               01 LS-REASON-CODE PIC X(2).
               01 LS-REASON-MSG PIC X(20).
       PROCEDURE DIVISION USING LS-INPUT-CODE
                                LS-BATCH-DATE
                                LS-FOUND-SW
                                LS-VC-MASTER
                                LS-AUTH-SW
                                LS-REASON-CODE
                                LS-REASON-MSG.
       MAIN-PROCESS.
                       MOVE "05" TO LS-REASON-CODE
                       MOVE "CODE NOT EFFECTIVE" TO LS-REASON-MSG
                   ELSE
                       PERFORM CHECK-SOURCE-AUTHORITY
                   END-IF
               END-IF
           END-IF.

       CHECK-SOURCE-AUTHORITY.
           IF SOURCE-NOT-AUTHORIZED
               MOVE "09" TO LS-REASON-CODE
               MOVE "NOT AUTH FOR SOURCE" TO LS-REASON-MSG
           ELSE
               MOVE "00" TO LS-REASON-CODE
               MOVE "MATCH" TO LS-REASON-MSG
           END-IF.
