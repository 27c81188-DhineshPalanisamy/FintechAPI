      *  TERMINAL, ROW KEY AND BEFORE/AFTER IMAGES OF THE CHANGED     *
      *  COLUMNS - IN THE SAME UNIT OF WORK, SO AN UPDATE THAT        *
      *  CANNOT BE AUDITED IS BACKED OUT RATHER THAN APPLIED.         *
      *  THE OPERATOR MUST HOLD FUNCTION F FOR RSPM IN THEIR OPERENT  *
      *  ENTITLEMENT PROFILE, CHECKED THROUGH CBSENTCK BEFORE THE ROW *
      *  IS READ; A REFUSED ATTEMPT IS LOGGED FOR THE CBSSECVR        *
      *  SECURITY-VIOLATION REPORT AND NOTHING IS APPLIED.            *
      *****************************************************************
       ENVIRONMENT DIVISION.

           COPY CBSLOG.
           COPY CBSRSPS.
           COPY CBSAUDX.
           COPY CBSENTX.

       01  WS-RESP                     PIC S9(8) COMP.


       01  WS-OPERATOR-ID               PIC X(8).

       01  WS-ENTITLED-SW               PIC X(1).
           88 OPERATOR-ENTITLED             VALUE 'Y'.

       01  WS-AUDIT-WORK.
           05 WS-BEFORE-RESP-CODE       PIC X(4).
           05 WS-BEFORE-RETRY-COUNT     PIC S9(9) COMP.
                   DATAONLY
               END-EXEC
           ELSE
               PERFORM 2050-CHECK-ENTITLEMENT
               IF OPERATOR-ENTITLED
                   PERFORM 2100-FLAG-ROW-FOR-RETRY
               END-IF
               PERFORM 2900-REDISPLAY-MAP
           END-IF.

      *    RSPM HAS A SINGLE FUNCTION - FLAG FOR RETRY, CODE F IN THE
      *    OPERENT PROFILE - CHECKED BEFORE THE LOG ROW IS READ. A
      *    REFUSAL HAS ALREADY BEEN LOGGED BY CBSENTCK; A CHECK THAT
      *    CANNOT BE MADE AT ALL IS TREATED AS A REFUSAL.
       2050-CHECK-ENTITLEMENT.
           MOVE 'Y' TO WS-ENTITLED-SW
           MOVE ACCTNBRI TO HV-ACCOUNT-NUMBER
           MOVE APINAMEI TO HV-API-NAME
           MOVE TIMESTMPI TO HV-TIME-STAMP
           MOVE 'RSPM'            TO EX-TRAN-ID
           MOVE 'F'               TO EX-FUNCTION-CODE
           MOVE 'CBS_API_LOG_DTL' TO EX-RESOURCE-NAME
           MOVE HV-ACCOUNT-NUMBER TO WS-ACCT-NBR-DISP
           MOVE SPACES            TO EX-ROW-KEY
           STRING WS-ACCT-NBR-DISP '/' HV-API-NAME '/' HV-TIME-STAMP
               DELIMITED BY SIZE INTO EX-ROW-KEY
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
           END-EVALUATE
           MOVE HV-ACCOUNT-NUMBER TO CA-ACCOUNT-NUMBER
           MOVE HV-API-NAME       TO CA-API-NAME
           MOVE HV-TIME-STAMP     TO CA-TIME-STAMP.

       2100-FLAG-ROW-FOR-RETRY.
           MOVE ACCTNBRI TO HV-ACCOUNT-NUMBER
           MOVE APINAMEI TO HV-API-NAME
