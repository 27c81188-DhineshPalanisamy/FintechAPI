       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSENTCK.
       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSENTCK - OPERATOR ENTITLEMENT CHECK (CICS, LINKED)         *
      *  ANSWERS 'MAY THE SIGNED-ON OPERATOR USE THIS FUNCTION OF     *
      *  THIS TRANSACTION' FROM THE OPERENT PROFILE KSDS (CBSENTR     *
      *  RECORDS) FOR EVERY ONLINE MAINTENANCE TRANSACTION - RSPM,    *
      *  MMNT, LAYM, LGHM, PARK AND ENTM ITSELF - BEFORE IT TOUCHES   *
      *  ANY DATA, SO SEGREGATION OF DUTIES (E.G. ONLY FRAUD          *
      *  SUPERVISORS RELEASE A FRAUD HOLD) IS ENFORCED RATHER THAN    *
      *  MERELY RECORDED AFTER THE FACT. THE CHECK FAILS CLOSED: NO   *
      *  PROFILE, NO MATCHING TRANSACTION SLOT, A FUNCTION CODE NOT   *
      *  GRANTED IN THAT SLOT, OR A PROFILE FILE THAT CANNOT BE READ  *
      *  ALL REFUSE. EVERY REFUSAL IS WRITTEN TO CBS_MAINT_AUDIT VIA  *
      *  CBSAUDWR WITH FIELD NAME 'ACCESS REFUSED' - THE TRANSACTION  *
      *  AND FUNCTION ATTEMPTED AS THE BEFORE VALUE AND THE REASON AS *
      *  THE AFTER VALUE - FOR THE DAILY CBSSECVR VIOLATION REPORT.   *
      *  THE CALLER APPLIES NOTHING ON A REFUSAL, SO THE ROW COMMITS  *
      *  WITH THE CALLER'S TASK.                                      *
      *****************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CBSENTR.
           COPY CBSAUDX.

       01  WS-RESP                     PIC S9(8) COMP.

       01  WS-SLOT-IDX                  PIC S9(4) COMP.
       01  WS-MATCH-COUNT               PIC S9(4) COMP.

       01  WS-REFUSAL-REASON            PIC X(40).

       LINKAGE SECTION.
           COPY CBSENTX REPLACING ==CBSENTX-PARMS== BY ==DFHCOMMAREA==.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
               PERFORM 1000-CHECK-ENTITLEMENT
               IF EX-ACCESS-REFUSED
                   PERFORM 2000-LOG-REFUSAL
               END-IF
           END-IF
           EXEC CICS RETURN
           END-EXEC.

       1000-CHECK-ENTITLEMENT.
           SET EX-ACCESS-REFUSED TO TRUE
           MOVE SPACES TO EX-MESSAGE
           EXEC CICS ASSIGN USERID(EX-OPERATOR-ID)
           END-EXEC
           MOVE EX-OPERATOR-ID TO EN-USER-ID
           EXEC CICS READ FILE('OPERENT')
               INTO(OPERATOR-ENTITLEMENT-RECORD)
               RIDFLD(EN-USER-ID)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 1100-SCAN-ENTITLEMENTS
                       VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 10
                          OR EX-ACCESS-GRANTED
                   IF EX-ACCESS-GRANTED
                       SET EX-RC-OK TO TRUE
                   ELSE
                       SET EX-RC-NOT-ENTITLED TO TRUE
                       MOVE 'NOT ENTITLED' TO WS-REFUSAL-REASON
                   END-IF
               WHEN DFHRESP(NOTFND)
                   SET EX-RC-NO-PROFILE TO TRUE
                   MOVE 'NO ENTITLEMENT PROFILE' TO WS-REFUSAL-REASON
               WHEN OTHER
                   SET EX-RC-FILE-ERROR TO TRUE
                   MOVE 'ENTITLEMENT FILE ERROR' TO WS-REFUSAL-REASON
           END-EVALUATE.

      *    A BLANK FUNCTION CODE IS NEVER GRANTED - IT WOULD OTHERWISE
      *    MATCH THE UNUSED TRAILING BYTES OF A SHORT FUNCTION LIST.
       1100-SCAN-ENTITLEMENTS.
           IF EN-TRAN-ID(WS-SLOT-IDX) = EX-TRAN-ID
              AND EX-FUNCTION-CODE NOT = SPACE
              AND EX-FUNCTION-CODE NOT = LOW-VALUE
               MOVE ZERO TO WS-MATCH-COUNT
               INSPECT EN-FUNCTION-CODES(WS-SLOT-IDX)
                   TALLYING WS-MATCH-COUNT
                   FOR ALL EX-FUNCTION-CODE
                       ALL '*'
               IF WS-MATCH-COUNT > ZERO
                   SET EX-ACCESS-GRANTED TO TRUE
               END-IF
           END-IF.

      *    THE REFUSAL IS REPORTED TO THE OPERATOR WHETHER OR NOT THE
      *    AUDIT ROW COULD BE WRITTEN - THE ACTION IS REFUSED EITHER
      *    WAY, AND THE SCREEN SAYS WHEN IT WAS NOT LOGGED.
       2000-LOG-REFUSAL.
           MOVE EX-OPERATOR-ID    TO AD-OPERATOR-ID
           MOVE EIBTRMID          TO AD-TERMINAL-ID
           MOVE EIBTRNID          TO AD-TRAN-ID
           MOVE EX-RESOURCE-NAME  TO AD-RESOURCE-NAME
           MOVE EX-ROW-KEY        TO AD-ROW-KEY
           MOVE 'ACCESS REFUSED'  TO AD-FIELD-NAME
           MOVE SPACES            TO AD-BEFORE-VALUE
           STRING 'TRAN ' EX-TRAN-ID ' FUNCTION ' EX-FUNCTION-CODE
               DELIMITED BY SIZE INTO AD-BEFORE-VALUE
           MOVE WS-REFUSAL-REASON TO AD-AFTER-VALUE
           CALL 'CBSAUDWR' USING CBSAUDX-PARMS
           IF AD-RC-OK
               STRING 'NOT AUTHORISED FOR ' EX-TRAN-ID ' FUNCTION '
                      EX-FUNCTION-CODE ' - ATTEMPT LOGGED'
                   DELIMITED BY SIZE INTO EX-MESSAGE
           ELSE
               STRING 'NOT AUTHORISED FOR ' EX-TRAN-ID ' FUNCTION '
                      EX-FUNCTION-CODE ' - LOG WRITE FAILED'
                   DELIMITED BY SIZE INTO EX-MESSAGE
           END-IF.
