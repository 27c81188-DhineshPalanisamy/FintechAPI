      *  IMAGES, FOR THE CBSMJRB REBUILD), BOTH IN THE SAME UNIT OF   *
      *  WORK; A MAINTENANCE ACTION THAT CANNOT BE AUDITED OR         *
      *  JOURNALED IS BACKED OUT RATHER THAN APPLIED.                 *
      *  EACH FUNCTION IS FIRST CHECKED AGAINST THE OPERATOR'S        *
      *  OPERENT ENTITLEMENT PROFILE THROUGH CBSENTCK; A REFUSED      *
      *  ATTEMPT IS LOGGED FOR THE CBSSECVR SECURITY-VIOLATION REPORT *
      *  AND NOTHING IS APPLIED.                                      *
      *****************************************************************
       ENVIRONMENT DIVISION.

           COPY CBSMMNS.
           COPY CBSAUDX.
           COPY CBSMJX.
           COPY CBSENTX.

       01  WS-RESP                     PIC S9(8) COMP.


       01  WS-OPERATOR-ID               PIC X(8).

       01  WS-ENTITLED-SW               PIC X(1).
           88 OPERATOR-ENTITLED             VALUE 'Y'.

       01  WS-AUDIT-WORK.
           05 WS-BEFORE-STATUS          PIC X(1).
           05 WS-BEFORE-CUST-NAME       PIC X(30).
           ELSE
               MOVE FUNCI    TO CA-FUNCTION
               MOVE ACCTNBRI TO CA-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-ENTITLED-SW
               IF CA-FUNCTION-ADD OR CA-FUNCTION-CHANGE
                  OR CA-FUNCTION-RELEASE
                   PERFORM 2050-CHECK-ENTITLEMENT
               END-IF
               EVALUATE TRUE
                   WHEN NOT OPERATOR-ENTITLED
                       CONTINUE
                   WHEN CA-FUNCTION-ADD
                       PERFORM 2100-ADD-ACCOUNT
                   WHEN CA-FUNCTION-CHANGE
               PERFORM 2900-REDISPLAY-MAP
           END-IF.

      *    EVERY FUNCTION IS CHECKED AGAINST THE OPERATOR'S OPERENT
      *    PROFILE BEFORE THE MASTER IS READ OR WRITTEN - ONLY FRAUD
      *    SUPERVISORS SHOULD HOLD FUNCTION R. A REFUSAL HAS ALREADY
      *    BEEN LOGGED BY CBSENTCK; A CHECK THAT CANNOT BE MADE AT ALL
      *    IS TREATED AS A REFUSAL.
       2050-CHECK-ENTITLEMENT.
           MOVE 'MMNT'             TO EX-TRAN-ID
           MOVE CA-FUNCTION        TO EX-FUNCTION-CODE
           MOVE 'ACCTMAST'         TO EX-RESOURCE-NAME
           MOVE CA-ACCOUNT-NUMBER  TO WS-ACCT-NBR-DISP
           MOVE SPACES             TO EX-ROW-KEY
           MOVE WS-ACCT-NBR-DISP   TO EX-ROW-KEY
           EXEC CICS LINK PROGRAM('CBSENTCK')
               COMMAREA(CBSENTX-PARMS)
               LENGTH(LENGTH OF CBSENTX-PARMS)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO WS-ENTITLED-SW
                   SET CA-RC-NOT-AUTHORISED TO TRUE
                   MOVE 'ENTITLEMENT CHECK UNAVAILABLE - NOT PROCESSED'
                       TO CA-MESSAGE
               WHEN EX-ACCESS-REFUSED
                   MOVE 'N' TO WS-ENTITLED-SW
                   SET CA-RC-NOT-AUTHORISED TO TRUE
                   MOVE EX-MESSAGE TO CA-MESSAGE
           END-EVALUATE.

       2100-ADD-ACCOUNT.
           MOVE ACCTSTSI TO WS-STATUS-CHECK
           IF NOT WS-STATUS-VALID
