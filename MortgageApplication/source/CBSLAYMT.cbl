      *  EDITS. FUNCTION A = ADD, C = CHANGE, D = DELETE, KEYED ON    *
      *  API NAME PLUS FIELD OFFSET; ON A CHANGE, FIELDS LEFT BLANK   *
      *  (OR ZERO FOR THE LENGTH) KEEP THEIR CURRENT MASTER VALUE.    *
      *  THE ACCOUNT-KEY INDICATOR IS OPTIONAL ON AN ADD (BLANK IS    *
      *  TAKEN AS N) AND MARKS THE FIELD CBSPLIC CHECKS AGAINST THE   *
      *  LOGGED ROW'S ACCOUNT NUMBER.                                 *
      *  EVERY ACTION IS CAPTURED VIA CBSAUDWR IN THE SAME UNIT OF    *
      *  WORK; AN ACTION THAT CANNOT BE AUDITED IS BACKED OUT         *
      *  RATHER THAN APPLIED. FIELD-LEVEL EDITS HERE ARE THE BASIC    *
      *  ONES - THE CROSS-FIELD OFFSET/OVERLAP CHECKS BELONG TO THE   *
      *  CBSLRVAL VALIDATION JOB THAT GATES THE NIGHTLY STREAM.       *
      *  EACH FUNCTION IS FIRST CHECKED AGAINST THE OPERATOR'S        *
      *  OPERENT ENTITLEMENT PROFILE THROUGH CBSENTCK; A REFUSED      *
      *  ATTEMPT IS LOGGED FOR THE CBSSECVR SECURITY-VIOLATION REPORT *
      *  AND NOTHING IS APPLIED.                                      *
      *****************************************************************
       ENVIRONMENT DIVISION.

           COPY CBSLRGM.
           COPY CBSLAYS.
           COPY CBSAUDX.
           COPY CBSENTX.

       01  WS-RESP                     PIC S9(8) COMP.

       01  WS-PII-CHECK                 PIC X(1).
           88 WS-PII-VALID                  VALUE 'Y' 'N'.

       01  WS-ACCT-KEY-CHECK            PIC X(1).
           88 WS-ACCT-KEY-VALID             VALUE 'Y' 'N'.

       01  WS-EDIT-OK-SW                PIC X(1).
           88 WS-EDITS-PASSED               VALUE 'Y'.

       01  WS-OPERATOR-ID               PIC X(8).

       01  WS-ENTITLED-SW               PIC X(1).
           88 OPERATOR-ENTITLED             VALUE 'Y'.

       01  WS-AUDIT-WORK.
           05 WS-BEFORE-FIELD-NAME      PIC X(20).
           05 WS-BEFORE-FIELD-LENGTH    PIC 9(5).
           05 WS-BEFORE-FIELD-TYPE      PIC X(2).
           05 WS-BEFORE-PII-IND         PIC X(1).
           05 WS-BEFORE-ACCT-KEY-IND    PIC X(1).
           05 WS-AUDIT-OK-SW            PIC X(1).
              88 AUDIT-WRITTEN              VALUE 'Y'.

               MOVE FUNCI    TO CA-FUNCTION
               MOVE APINAMEI TO CA-API-NAME
               MOVE FLDOFFI  TO CA-FIELD-OFFSET
               MOVE 'Y' TO WS-ENTITLED-SW
               IF CA-FUNCTION-ADD OR CA-FUNCTION-CHANGE
                  OR CA-FUNCTION-DELETE
                   PERFORM 2050-CHECK-ENTITLEMENT
               END-IF
               EVALUATE TRUE
                   WHEN NOT OPERATOR-ENTITLED
                       CONTINUE
                   WHEN CA-FUNCTION-ADD
                       PERFORM 2100-ADD-REGISTRY-ENTRY
                   WHEN CA-FUNCTION-CHANGE
               PERFORM 2900-REDISPLAY-MAP
           END-IF.

      *    EVERY FUNCTION IS CHECKED AGAINST THE OPERATOR'S OPERENT
      *    PROFILE BEFORE THE REGISTRY IS READ OR WRITTEN - DELETE IN
      *    PARTICULAR IS MEANT FOR THE DATA TEAM ONLY. A REFUSAL HAS
      *    ALREADY BEEN LOGGED BY CBSENTCK; A CHECK THAT CANNOT BE MADE
      *    AT ALL IS TREATED AS A REFUSAL.
       2050-CHECK-ENTITLEMENT.
           MOVE 'LAYM'             TO EX-TRAN-ID
           MOVE CA-FUNCTION        TO EX-FUNCTION-CODE
           MOVE 'LAYRMST'          TO EX-RESOURCE-NAME
           MOVE SPACES             TO EX-ROW-KEY
           STRING CA-API-NAME '/' CA-FIELD-OFFSET
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
           END-EVALUATE.

       2100-ADD-REGISTRY-ENTRY.
           PERFORM 2150-EDIT-ADD-FIELDS
           IF WS-EDITS-PASSED
               MOVE FLDLENI           TO LM-FIELD-LENGTH
               MOVE FLDTYPI           TO LM-FIELD-TYPE
               MOVE PIIINDI           TO LM-PII-IND
               MOVE WS-ACCT-KEY-CHECK TO LM-ACCT-KEY-IND
               EXEC CICS WRITE FILE('LAYRMST')
                   FROM(LAYOUT-MASTER-RECORD)
                   RIDFLD(LM-KEY)
           MOVE 'Y' TO WS-EDIT-OK-SW
           MOVE FLDTYPI TO WS-TYPE-CHECK
           MOVE PIIINDI TO WS-PII-CHECK
           IF ACCTKEYI = SPACES OR ACCTKEYI = LOW-VALUES
               MOVE 'N' TO WS-ACCT-KEY-CHECK
           ELSE
               MOVE ACCTKEYI TO WS-ACCT-KEY-CHECK
           END-IF
           EVALUATE TRUE
               WHEN CA-API-NAME = SPACES
                   PERFORM 2160-FLAG-EDIT-ERROR
               WHEN NOT WS-PII-VALID
                   PERFORM 2160-FLAG-EDIT-ERROR
                   MOVE 'PII INDICATOR MUST BE Y OR N' TO CA-MESSAGE
               WHEN NOT WS-ACCT-KEY-VALID
                   PERFORM 2160-FLAG-EDIT-ERROR
                   MOVE 'ACCOUNT KEY INDICATOR MUST BE Y OR N'
                       TO CA-MESSAGE
           END-EVALUATE.

       2160-FLAG-EDIT-ERROR.
           MOVE LM-FIELD-LENGTH TO WS-BEFORE-FIELD-LENGTH
           MOVE LM-FIELD-TYPE   TO WS-BEFORE-FIELD-TYPE
           MOVE LM-PII-IND      TO WS-BEFORE-PII-IND
           MOVE LM-ACCT-KEY-IND TO WS-BEFORE-ACCT-KEY-IND
           IF FLDTYPI NOT = SPACES AND FLDTYPI NOT = LOW-VALUES
               MOVE FLDTYPI TO WS-TYPE-CHECK
               IF WS-TYPE-VALID
                   END-EXEC
               END-IF
           END-IF
           IF WS-EDITS-PASSED
              AND ACCTKEYI NOT = SPACES AND ACCTKEYI NOT = LOW-VALUES
               MOVE ACCTKEYI TO WS-ACCT-KEY-CHECK
               IF WS-ACCT-KEY-VALID
                   MOVE ACCTKEYI TO LM-ACCT-KEY-IND
               ELSE
                   PERFORM 2160-FLAG-EDIT-ERROR
                   MOVE 'ACCOUNT KEY INDICATOR MUST BE Y OR N'
                       TO CA-MESSAGE
                   EXEC CICS UNLOCK FILE('LAYRMST')
                   END-EXEC
               END-IF
           END-IF
           IF WS-EDITS-PASSED
               IF FLDNAMEI NOT = SPACES AND FLDNAMEI NOT = LOW-VALUES
                   MOVE FLDNAMEI TO LM-FIELD-NAME
           MOVE SPACES              TO AD-BEFORE-VALUE
           MOVE SPACES              TO AD-AFTER-VALUE
           STRING LM-FIELD-NAME '/' LM-FIELD-LENGTH '/'
                  LM-FIELD-TYPE '/' LM-PII-IND '/' LM-ACCT-KEY-IND
               DELIMITED BY SIZE INTO AD-AFTER-VALUE
           PERFORM 2800-CALL-AUDIT-WRITER.

               MOVE WS-BEFORE-PII-IND     TO AD-BEFORE-VALUE
               MOVE LM-PII-IND            TO AD-AFTER-VALUE
               PERFORM 2800-CALL-AUDIT-WRITER
           END-IF
           IF AUDIT-WRITTEN
              AND LM-ACCT-KEY-IND NOT = WS-BEFORE-ACCT-KEY-IND
               MOVE 'ACCT-KEY-IND'         TO AD-FIELD-NAME
               MOVE WS-BEFORE-ACCT-KEY-IND TO AD-BEFORE-VALUE
               MOVE LM-ACCT-KEY-IND        TO AD-AFTER-VALUE
               PERFORM 2800-CALL-AUDIT-WRITER
           END-IF.

       2600-AUDIT-DELETE.
           MOVE SPACES              TO AD-BEFORE-VALUE
           MOVE SPACES              TO AD-AFTER-VALUE
           STRING LM-FIELD-NAME '/' LM-FIELD-LENGTH '/'
                  LM-FIELD-TYPE '/' LM-PII-IND '/' LM-ACCT-KEY-IND
               DELIMITED BY SIZE INTO AD-BEFORE-VALUE
           PERFORM 2800-CALL-AUDIT-WRITER.

               MOVE LM-FIELD-LENGTH TO FLDLENO
               MOVE LM-FIELD-TYPE   TO FLDTYPO
               MOVE LM-PII-IND      TO PIIINDO
               MOVE LM-ACCT-KEY-IND TO ACCTKEYO
           END-IF
           MOVE CA-MESSAGE         TO MSGLINEO
           EXEC CICS SEND MAP(WS-MAP-NAME)
