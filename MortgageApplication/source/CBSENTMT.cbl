       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSENTMT.
       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSENTMT - CICS ONLINE MAINTENANCE TRANSACTION (TRAN ENTM)   *
      *  MAINTAINS THE OPERATOR ENTITLEMENT PROFILE KSDS (OPERENT,    *
      *  CBSENTR LAYOUT) THAT CBSENTCK CHECKS BEFORE EVERY ONLINE     *
      *  MAINTENANCE TRANSACTION ACTS - WHICH TRANSACTIONS EACH       *
      *  OPERATOR MAY USE AND WITH WHICH FUNCTION CODES. FUNCTION A = *
      *  ADD, C = CHANGE, D = DELETE, I = INQUIRE, KEYED ON CICS USER *
      *  ID. UP TO TEN TRANSACTION/FUNCTION-CODE ROWS ARE KEYED PER   *
      *  PROFILE; AN ASTERISK GRANTS EVERY FUNCTION OF THAT           *
      *  TRANSACTION. ON A CHANGE, FIELDS LEFT BLANK KEEP THEIR       *
      *  CURRENT VALUE AND A '-' IN A ROW'S FUNCTION CODES REMOVES    *
      *  THAT ROW. ENTM IS ITSELF CHECKED AGAINST OPERENT, AND NO     *
      *  OPERATOR MAY ADD, CHANGE OR DELETE THEIR OWN PROFILE - SUCH  *
      *  AN ATTEMPT IS REFUSED AND LOGGED LIKE ANY OTHER SECURITY     *
      *  VIOLATION. THE CHANGING OPERATOR AND TODAY'S DATE ARE        *
      *  STAMPED ON THE PROFILE. EVERY ADD, CHANGE AND DELETE IS      *
      *  CAPTURED VIA CBSAUDWR IN THE SAME UNIT OF WORK, ONE ROW PER  *
      *  ENTITLEMENT ROW CHANGED, KEYED ON THE USER ID; AN ACTION     *
      *  THAT CANNOT BE AUDITED IS BACKED OUT RATHER THAN APPLIED.    *
      *****************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CBSENTR.
           COPY CBSENTS.
           COPY CBSAUDX.
           COPY CBSENTX.

       01  WS-RESP                     PIC S9(8) COMP.

      *    SENT AS THE OUTBOUND COMMAREA ONLY ON THE VERY FIRST
      *    INVOCATION (EIBCALEN = 0), BEFORE ANY REAL COMMAREA EXISTS -
      *    MUST MATCH THE LENGTH OF DFHCOMMAREA IN CBSENTM (71 BYTES)
      *    SO THE UNADDRESSED LINKAGE-SECTION DFHCOMMAREA IS NEVER
      *    REFERENCED WHEN NO COMMAREA HAS BEEN PASSED IN.
       01  WS-INITIAL-COMMAREA          PIC X(71) VALUE SPACES.

       01  WS-MAPSET-NAME               PIC X(8) VALUE 'CBSENTS'.
       01  WS-MAP-NAME                  PIC X(8) VALUE 'CBSENTM'.

       01  WS-ABSTIME                   PIC S9(15) COMP-3.
       01  WS-TODAY-ISO                 PIC X(10).

      *    THE MAINTENANCE TRANSACTIONS THAT CHECK OPERENT, AND THE
      *    FUNCTION CODES EACH ONE ACCEPTS (SET IN 2176).
       01  WS-TRAN-CHECK                PIC X(4).
           88 WS-TRAN-VALID                 VALUE 'RSPM' 'MMNT'
                                                  'LAYM' 'LGHM'
                                                  'PARK' 'ENTM'.
       01  WS-VALID-CODES               PIC X(6).
       01  WS-CODE-CHECK                PIC X(1).

       01  WS-EDIT-OK-SW                PIC X(1).
           88 WS-EDITS-PASSED               VALUE 'Y'.

       01  WS-OPERATOR-ID               PIC X(8).

       01  WS-ENTITLED-SW               PIC X(1).
           88 OPERATOR-ENTITLED             VALUE 'Y'.

       01  WS-SLOT-IDX                  PIC S9(4) COMP.
       01  WS-OTHER-IDX                 PIC S9(4) COMP.
       01  WS-CODE-IDX                  PIC S9(4) COMP.
       01  WS-MATCH-COUNT               PIC S9(4) COMP.
       01  WS-SLOT-DISP                 PIC 9(2).

       01  WS-SCREEN-SLOTS.
           05 WS-SCREEN-SLOT            OCCURS 10 TIMES.
              10 WS-SS-TRAN-ID          PIC X(4).
              10 WS-SS-FUNCTION-CODES   PIC X(6).

       01  WS-AUDIT-WORK.
           05 WS-BEFORE-OPERATOR-NAME   PIC X(30).
           05 WS-BEFORE-SLOTS.
              10 WS-BEFORE-SLOT         OCCURS 10 TIMES.
                 15 WS-BS-TRAN-ID       PIC X(4).
                 15 WS-BS-FUNCTION-CODES PIC X(6).
           05 WS-AUDIT-OK-SW            PIC X(1).
              88 AUDIT-WRITTEN              VALUE 'Y'.

       LINKAGE SECTION.
           COPY CBSENTM.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           EVALUATE EIBCALEN
               WHEN 0
                   PERFORM 1000-INITIAL-ENTRY
               WHEN OTHER
                   PERFORM 2000-PROCESS-USER-INPUT
                   EXEC CICS RETURN
                       TRANSID('ENTM')
                       COMMAREA(DFHCOMMAREA)
                       LENGTH(LENGTH OF DFHCOMMAREA)
                   END-EXEC
           END-EVALUATE.

       1000-INITIAL-ENTRY.
           MOVE LOW-VALUES TO CBSENTMO
           MOVE SPACES     TO WS-INITIAL-COMMAREA
           MOVE 'ENTER FUNCTION (A=ADD C=CHANGE D=DELETE I=INQUIRE)'
                TO MSGLINEO
           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID('ENTM')
               COMMAREA(WS-INITIAL-COMMAREA)
               LENGTH(LENGTH OF WS-INITIAL-COMMAREA)
           END-EXEC.

      *    THE USER ID IS CARRIED IN THE COMMAREA, SO AFTER AN INQUIRY
      *    THE OPERATOR CAN KEY C AND THE CHANGED ROWS WITHOUT
      *    RE-KEYING THE USER ID.
       2000-PROCESS-USER-INPUT.
           EXEC CICS RECEIVE MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               INTO(CBSENTMI)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'PLEASE ENTER FUNCTION AND USER ID' TO MSGLINEO
               EXEC CICS SEND MAP(WS-MAP-NAME)
                   MAPSET(WS-MAPSET-NAME)
                   DATAONLY
               END-EXEC
           ELSE
               MOVE FUNCI TO CA-FUNCTION
               IF USERIDI NOT = LOW-VALUES
                   MOVE USERIDI TO CA-USER-ID
               END-IF
               PERFORM 2050-GET-TODAY
               PERFORM 2060-LOAD-SCREEN-SLOTS
               MOVE 'Y' TO WS-ENTITLED-SW
               IF CA-FUNCTION-ADD OR CA-FUNCTION-CHANGE
                  OR CA-FUNCTION-DELETE OR CA-FUNCTION-INQUIRE
                   PERFORM 2070-CHECK-ENTITLEMENT
                   IF OPERATOR-ENTITLED
                      AND NOT CA-FUNCTION-INQUIRE
                      AND CA-USER-ID = EX-OPERATOR-ID
                       PERFORM 2080-REFUSE-OWN-PROFILE
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN NOT OPERATOR-ENTITLED
                       CONTINUE
                   WHEN CA-USER-ID = SPACES
                       SET CA-RC-NOT-FOUND TO TRUE
                       MOVE 'USER ID IS REQUIRED' TO CA-MESSAGE
                   WHEN CA-FUNCTION-ADD
                       PERFORM 2100-ADD-PROFILE
                   WHEN CA-FUNCTION-CHANGE
                       PERFORM 2200-CHANGE-PROFILE
                   WHEN CA-FUNCTION-DELETE
                       PERFORM 2300-DELETE-PROFILE
                   WHEN CA-FUNCTION-INQUIRE
                       PERFORM 2380-INQUIRE-PROFILE
                   WHEN OTHER
                       SET CA-RC-NOT-FOUND TO TRUE
                       MOVE 'FUNCTION MUST BE A, C, D OR I'
                           TO CA-MESSAGE
               END-EVALUATE
               PERFORM 2900-REDISPLAY-MAP
           END-IF.

       2050-GET-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-ISO)
               DATESEP('-')
           END-EXEC.

      *    A ROW THE OPERATOR DID NOT TOUCH COMES BACK AS LOW-VALUES;
      *    IT IS TREATED THE SAME AS ONE KEYED AS SPACES.
       2060-LOAD-SCREEN-SLOTS.
           MOVE TRAN1I  TO WS-SS-TRAN-ID(1)
           MOVE FNCS1I  TO WS-SS-FUNCTION-CODES(1)
           MOVE TRAN2I  TO WS-SS-TRAN-ID(2)
           MOVE FNCS2I  TO WS-SS-FUNCTION-CODES(2)
           MOVE TRAN3I  TO WS-SS-TRAN-ID(3)
           MOVE FNCS3I  TO WS-SS-FUNCTION-CODES(3)
           MOVE TRAN4I  TO WS-SS-TRAN-ID(4)
           MOVE FNCS4I  TO WS-SS-FUNCTION-CODES(4)
           MOVE TRAN5I  TO WS-SS-TRAN-ID(5)
           MOVE FNCS5I  TO WS-SS-FUNCTION-CODES(5)
           MOVE TRAN6I  TO WS-SS-TRAN-ID(6)
           MOVE FNCS6I  TO WS-SS-FUNCTION-CODES(6)
           MOVE TRAN7I  TO WS-SS-TRAN-ID(7)
           MOVE FNCS7I  TO WS-SS-FUNCTION-CODES(7)
           MOVE TRAN8I  TO WS-SS-TRAN-ID(8)
           MOVE FNCS8I  TO WS-SS-FUNCTION-CODES(8)
           MOVE TRAN9I  TO WS-SS-TRAN-ID(9)
           MOVE FNCS9I  TO WS-SS-FUNCTION-CODES(9)
           MOVE TRAN10I TO WS-SS-TRAN-ID(10)
           MOVE FNCS10I TO WS-SS-FUNCTION-CODES(10)
           INSPECT WS-SCREEN-SLOTS REPLACING ALL LOW-VALUE BY SPACE.

      *    ENTM IS CHECKED AGAINST OPERENT LIKE EVERY OTHER
      *    MAINTENANCE TRANSACTION - HOLDING ENTM IS WHAT MAKES AN
      *    OPERATOR A SECURITY ADMINISTRATOR. A REFUSAL HAS ALREADY
      *    BEEN LOGGED BY CBSENTCK; A CHECK THAT CANNOT BE MADE AT ALL
      *    IS TREATED AS A REFUSAL.
       2070-CHECK-ENTITLEMENT.
           MOVE 'ENTM'             TO EX-TRAN-ID
           MOVE CA-FUNCTION        TO EX-FUNCTION-CODE
           MOVE 'OPERENT'          TO EX-RESOURCE-NAME
           MOVE SPACES             TO EX-ROW-KEY
           MOVE CA-USER-ID         TO EX-ROW-KEY
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

      *    SEGREGATION OF DUTIES: A SECURITY ADMINISTRATOR CANNOT
      *    GRANT THEMSELVES A FUNCTION. THE ATTEMPT IS WRITTEN AS AN
      *    'ACCESS REFUSED' ROW IN THE SAME SHAPE CBSENTCK USES, SO IT
      *    APPEARS ON THE CBSSECVR REPORT WITH THE OTHER VIOLATIONS.
       2080-REFUSE-OWN-PROFILE.
           MOVE 'N' TO WS-ENTITLED-SW
           SET CA-RC-NOT-AUTHORISED TO TRUE
           MOVE CA-USER-ID          TO EN-USER-ID
           PERFORM 2700-SET-AUDIT-HEADER
           MOVE 'ACCESS REFUSED'    TO AD-FIELD-NAME
           MOVE SPACES              TO AD-BEFORE-VALUE
           STRING 'TRAN ENTM FUNCTION ' CA-FUNCTION
               DELIMITED BY SIZE INTO AD-BEFORE-VALUE
           MOVE 'OWN PROFILE'       TO AD-AFTER-VALUE
           PERFORM 2800-CALL-AUDIT-WRITER
           IF AUDIT-WRITTEN
               MOVE 'YOU MAY NOT MAINTAIN YOUR OWN PROFILE - LOGGED'
                   TO CA-MESSAGE
           ELSE
               MOVE 'YOU MAY NOT MAINTAIN YOUR OWN PROFILE'
                   TO CA-MESSAGE
           END-IF.

       2100-ADD-PROFILE.
           MOVE 'Y' TO WS-EDIT-OK-SW
           MOVE SPACES     TO OPERATOR-ENTITLEMENT-RECORD
           MOVE SPACES     TO WS-BEFORE-OPERATOR-NAME
           MOVE SPACES     TO WS-BEFORE-SLOTS
           MOVE CA-USER-ID TO EN-USER-ID
           IF OPNAMEI = SPACES OR OPNAMEI = LOW-VALUES
               PERFORM 2160-FLAG-EDIT-ERROR
               MOVE 'OPERATOR NAME IS REQUIRED' TO CA-MESSAGE
           ELSE
               MOVE OPNAMEI TO EN-OPERATOR-NAME
               MOVE WS-SCREEN-SLOTS TO EN-ENTITLEMENTS
               PERFORM 2170-EDIT-SLOTS
           END-IF
           IF WS-EDITS-PASSED
               EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
               END-EXEC
               MOVE WS-OPERATOR-ID TO EN-LAST-CHANGED-BY
               MOVE WS-TODAY-ISO   TO EN-LAST-CHANGED-DATE
               EXEC CICS WRITE FILE('OPERENT')
                   FROM(OPERATOR-ENTITLEMENT-RECORD)
                   RIDFLD(EN-USER-ID)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       PERFORM 2400-AUDIT-ADD
                       IF AUDIT-WRITTEN
                           SET CA-RC-OK TO TRUE
                           MOVE 'ENTITLEMENT PROFILE ADDED'
                               TO CA-MESSAGE
                       ELSE
                           EXEC CICS SYNCPOINT ROLLBACK
                           END-EXEC
                           SET CA-RC-VSAM-ERROR TO TRUE
                           MOVE 'ADD BACKED OUT - AUDIT WRITE FAILED'
                               TO CA-MESSAGE
                       END-IF
                   WHEN DFHRESP(DUPREC)
                       SET CA-RC-DUPLICATE TO TRUE
                       MOVE 'USER ID ALREADY HAS A PROFILE'
                           TO CA-MESSAGE
                   WHEN OTHER
                       SET CA-RC-VSAM-ERROR TO TRUE
                       MOVE 'VSAM ERROR ADDING PROFILE' TO CA-MESSAGE
               END-EVALUATE
           END-IF.

       2160-FLAG-EDIT-ERROR.
           MOVE 'N' TO WS-EDIT-OK-SW
           SET CA-RC-NOT-FOUND TO TRUE
           MOVE SPACES TO CA-MESSAGE.

      *    EDITS THE PROFILE'S ENTITLEMENT ROWS AS THEY WILL BE
      *    WRITTEN: A ROW IS EITHER WHOLLY BLANK OR NAMES A KNOWN
      *    MAINTENANCE TRANSACTION WITH ONLY THAT TRANSACTION'S
      *    FUNCTION CODES, AND NO TRANSACTION APPEARS TWICE.
       2170-EDIT-SLOTS.
           PERFORM 2175-EDIT-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 10
                  OR NOT WS-EDITS-PASSED.

       2175-EDIT-SLOT.
           MOVE WS-SLOT-IDX TO WS-SLOT-DISP
           MOVE EN-TRAN-ID(WS-SLOT-IDX) TO WS-TRAN-CHECK
           EVALUATE TRUE
               WHEN EN-ENTITLEMENT(WS-SLOT-IDX) = SPACES
                   CONTINUE
               WHEN EN-TRAN-ID(WS-SLOT-IDX) = SPACES
                   PERFORM 2160-FLAG-EDIT-ERROR
                   STRING 'TRANSACTION IS REQUIRED ON ROW '
                          WS-SLOT-DISP
                       DELIMITED BY SIZE INTO CA-MESSAGE
               WHEN EN-FUNCTION-CODES(WS-SLOT-IDX) = SPACES
                   PERFORM 2160-FLAG-EDIT-ERROR
                   STRING 'FUNCTION CODES ARE REQUIRED ON ROW '
                          WS-SLOT-DISP
                       DELIMITED BY SIZE INTO CA-MESSAGE
               WHEN NOT WS-TRAN-VALID
                   PERFORM 2160-FLAG-EDIT-ERROR
                   STRING 'ROW ' WS-SLOT-DISP
                          ' - NOT A MAINTENANCE TRANSACTION'
                       DELIMITED BY SIZE INTO CA-MESSAGE
               WHEN OTHER
                   PERFORM 2176-SET-VALID-CODES
                   PERFORM 2177-EDIT-FUNCTION-CODE
                       VARYING WS-CODE-IDX FROM 1 BY 1
                       UNTIL WS-CODE-IDX > 6
                          OR NOT WS-EDITS-PASSED
                   PERFORM 2178-CHECK-DUPLICATE-TRAN
                       VARYING WS-OTHER-IDX FROM WS-SLOT-IDX BY 1
                       UNTIL WS-OTHER-IDX > 10
                          OR NOT WS-EDITS-PASSED
           END-EVALUATE.

       2176-SET-VALID-CODES.
           EVALUATE WS-TRAN-CHECK
               WHEN 'RSPM'
                   MOVE 'F'    TO WS-VALID-CODES
               WHEN 'MMNT'
                   MOVE 'ACR'  TO WS-VALID-CODES
               WHEN 'LAYM'
                   MOVE 'ACD'  TO WS-VALID-CODES
               WHEN 'LGHM'
                   MOVE 'ACRI' TO WS-VALID-CODES
               WHEN 'PARK'
                   MOVE 'RMW'  TO WS-VALID-CODES
               WHEN 'ENTM'
                   MOVE 'ACDI' TO WS-VALID-CODES
           END-EVALUATE.

       2177-EDIT-FUNCTION-CODE.
           MOVE EN-FUNCTION-CODES(WS-SLOT-IDX)(WS-CODE-IDX:1)
               TO WS-CODE-CHECK
           IF WS-CODE-CHECK NOT = SPACE AND WS-CODE-CHECK NOT = '*'
               MOVE ZERO TO WS-MATCH-COUNT
               INSPECT WS-VALID-CODES
                   TALLYING WS-MATCH-COUNT FOR ALL WS-CODE-CHECK
               IF WS-MATCH-COUNT = ZERO
                   PERFORM 2160-FLAG-EDIT-ERROR
                   STRING 'ROW ' WS-SLOT-DISP ' - ' WS-TRAN-CHECK
                          ' FUNCTIONS ARE '
                              DELIMITED BY SIZE
                          WS-VALID-CODES
                              DELIMITED BY SPACE
                          ' OR *'
                              DELIMITED BY SIZE
                       INTO CA-MESSAGE
               END-IF
           END-IF.

       2178-CHECK-DUPLICATE-TRAN.
           IF WS-OTHER-IDX > WS-SLOT-IDX
              AND EN-TRAN-ID(WS-OTHER-IDX) = WS-TRAN-CHECK
               PERFORM 2160-FLAG-EDIT-ERROR
               STRING WS-TRAN-CHECK ' IS ON MORE THAN ONE ROW'
                   DELIMITED BY SIZE INTO CA-MESSAGE
           END-IF.

       2200-CHANGE-PROFILE.
           MOVE CA-USER-ID TO EN-USER-ID
           EXEC CICS READ FILE('OPERENT')
               INTO(OPERATOR-ENTITLEMENT-RECORD)
               RIDFLD(EN-USER-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2250-APPLY-CHANGES
               WHEN DFHRESP(NOTFND)
                   SET CA-RC-NOT-FOUND TO TRUE
                   MOVE 'USER ID HAS NO ENTITLEMENT PROFILE'
                       TO CA-MESSAGE
               WHEN OTHER
                   SET CA-RC-VSAM-ERROR TO TRUE
                   MOVE 'VSAM ERROR READING PROFILE' TO CA-MESSAGE
           END-EVALUATE.

       2250-APPLY-CHANGES.
           MOVE 'Y' TO WS-EDIT-OK-SW
           MOVE EN-OPERATOR-NAME TO WS-BEFORE-OPERATOR-NAME
           MOVE EN-ENTITLEMENTS  TO WS-BEFORE-SLOTS
           IF OPNAMEI NOT = SPACES AND OPNAMEI NOT = LOW-VALUES
               MOVE OPNAMEI TO EN-OPERATOR-NAME
           END-IF
           PERFORM 2260-MERGE-SCREEN-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 10
           PERFORM 2170-EDIT-SLOTS
           IF WS-EDITS-PASSED
               EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
               END-EXEC
               MOVE WS-OPERATOR-ID TO EN-LAST-CHANGED-BY
               MOVE WS-TODAY-ISO   TO EN-LAST-CHANGED-DATE
               EXEC CICS REWRITE FILE('OPERENT')
                   FROM(OPERATOR-ENTITLEMENT-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 2500-AUDIT-CHANGES
                   IF AUDIT-WRITTEN
                       SET CA-RC-OK TO TRUE
                       MOVE 'ENTITLEMENT PROFILE CHANGED'
                           TO CA-MESSAGE
                   ELSE
                       EXEC CICS SYNCPOINT ROLLBACK
                       END-EXEC
                       SET CA-RC-VSAM-ERROR TO TRUE
                       MOVE 'CHANGE BACKED OUT - AUDIT WRITE FAILED'
                           TO CA-MESSAGE
                   END-IF
               ELSE
                   SET CA-RC-VSAM-ERROR TO TRUE
                   MOVE 'VSAM ERROR CHANGING PROFILE' TO CA-MESSAGE
               END-IF
           ELSE
               EXEC CICS UNLOCK FILE('OPERENT')
               END-EXEC
           END-IF.

      *    ON A CHANGE ONLY THE PARTS OF A ROW THE OPERATOR KEYED ARE
      *    TAKEN, SO FUNCTION CODES CAN BE RE-KEYED WITHOUT RE-KEYING
      *    THE TRANSACTION; A '-' ALONE IN THE FUNCTION CODES CLEARS
      *    THE WHOLE ROW.
       2260-MERGE-SCREEN-SLOT.
           IF WS-SS-FUNCTION-CODES(WS-SLOT-IDX) = '-'
               MOVE SPACES TO EN-ENTITLEMENT(WS-SLOT-IDX)
           ELSE
               IF WS-SS-TRAN-ID(WS-SLOT-IDX) NOT = SPACES
                   MOVE WS-SS-TRAN-ID(WS-SLOT-IDX)
                       TO EN-TRAN-ID(WS-SLOT-IDX)
               END-IF
               IF WS-SS-FUNCTION-CODES(WS-SLOT-IDX) NOT = SPACES
                   MOVE WS-SS-FUNCTION-CODES(WS-SLOT-IDX)
                       TO EN-FUNCTION-CODES(WS-SLOT-IDX)
               END-IF
           END-IF.

       2300-DELETE-PROFILE.
           MOVE CA-USER-ID TO EN-USER-ID
           EXEC CICS READ FILE('OPERENT')
               INTO(OPERATOR-ENTITLEMENT-RECORD)
               RIDFLD(EN-USER-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2350-APPLY-DELETE
               WHEN DFHRESP(NOTFND)
                   SET CA-RC-NOT-FOUND TO TRUE
                   MOVE 'USER ID HAS NO ENTITLEMENT PROFILE'
                       TO CA-MESSAGE
               WHEN OTHER
                   SET CA-RC-VSAM-ERROR TO TRUE
                   MOVE 'VSAM ERROR READING PROFILE' TO CA-MESSAGE
           END-EVALUATE.

       2350-APPLY-DELETE.
           EXEC CICS DELETE FILE('OPERENT')
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE EN-OPERATOR-NAME TO WS-BEFORE-OPERATOR-NAME
               MOVE EN-ENTITLEMENTS  TO WS-BEFORE-SLOTS
               MOVE SPACES           TO EN-ENTITLEMENTS
               PERFORM 2600-AUDIT-DELETE
               IF AUDIT-WRITTEN
                   SET CA-RC-OK TO TRUE
                   MOVE 'ENTITLEMENT PROFILE DELETED' TO CA-MESSAGE
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   SET CA-RC-VSAM-ERROR TO TRUE
                   MOVE 'DELETE BACKED OUT - AUDIT WRITE FAILED'
                       TO CA-MESSAGE
               END-IF
           ELSE
               SET CA-RC-VSAM-ERROR TO TRUE
               MOVE 'VSAM ERROR DELETING PROFILE' TO CA-MESSAGE
           END-IF.

       2380-INQUIRE-PROFILE.
           MOVE CA-USER-ID TO EN-USER-ID
           EXEC CICS READ FILE('OPERENT')
               INTO(OPERATOR-ENTITLEMENT-RECORD)
               RIDFLD(EN-USER-ID)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET CA-RC-OK TO TRUE
                   MOVE 'ENTITLEMENT PROFILE DISPLAYED' TO CA-MESSAGE
               WHEN DFHRESP(NOTFND)
                   SET CA-RC-NOT-FOUND TO TRUE
                   MOVE 'USER ID HAS NO ENTITLEMENT PROFILE'
                       TO CA-MESSAGE
               WHEN OTHER
                   SET CA-RC-VSAM-ERROR TO TRUE
                   MOVE 'VSAM ERROR READING PROFILE' TO CA-MESSAGE
           END-EVALUATE.

       2400-AUDIT-ADD.
           PERFORM 2700-SET-AUDIT-HEADER
           MOVE 'RECORD ADDED'      TO AD-FIELD-NAME
           MOVE SPACES              TO AD-BEFORE-VALUE
           MOVE EN-OPERATOR-NAME    TO AD-AFTER-VALUE
           PERFORM 2800-CALL-AUDIT-WRITER
           PERFORM 2550-AUDIT-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 10
                  OR NOT AUDIT-WRITTEN.

       2500-AUDIT-CHANGES.
           PERFORM 2700-SET-AUDIT-HEADER
           IF EN-OPERATOR-NAME NOT = WS-BEFORE-OPERATOR-NAME
               MOVE 'OPERATOR-NAME'          TO AD-FIELD-NAME
               MOVE WS-BEFORE-OPERATOR-NAME  TO AD-BEFORE-VALUE
               MOVE EN-OPERATOR-NAME         TO AD-AFTER-VALUE
               PERFORM 2800-CALL-AUDIT-WRITER
           END-IF
           PERFORM 2550-AUDIT-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 10
                  OR NOT AUDIT-WRITTEN.

      *    ONE AUDIT ROW PER ENTITLEMENT ROW THAT DIFFERS FROM ITS
      *    BEFORE IMAGE, AS 'TRAN CODES' - SO CBSAUDR SHOWS EXACTLY
      *    WHICH FUNCTION WAS GRANTED OR TAKEN AWAY, AND BY WHOM.
       2550-AUDIT-SLOT.
           IF EN-ENTITLEMENT(WS-SLOT-IDX)
                  NOT = WS-BEFORE-SLOT(WS-SLOT-IDX)
               MOVE WS-SLOT-IDX TO WS-SLOT-DISP
               MOVE SPACES TO AD-FIELD-NAME
               STRING 'ENTITLEMENT-' WS-SLOT-DISP
                   DELIMITED BY SIZE INTO AD-FIELD-NAME
               MOVE SPACES TO AD-BEFORE-VALUE
               STRING WS-BS-TRAN-ID(WS-SLOT-IDX) ' '
                      WS-BS-FUNCTION-CODES(WS-SLOT-IDX)
                   DELIMITED BY SIZE INTO AD-BEFORE-VALUE
               MOVE SPACES TO AD-AFTER-VALUE
               STRING EN-TRAN-ID(WS-SLOT-IDX) ' '
                      EN-FUNCTION-CODES(WS-SLOT-IDX)
                   DELIMITED BY SIZE INTO AD-AFTER-VALUE
               PERFORM 2800-CALL-AUDIT-WRITER
           END-IF.

       2600-AUDIT-DELETE.
           PERFORM 2700-SET-AUDIT-HEADER
           MOVE 'RECORD DELETED'         TO AD-FIELD-NAME
           MOVE WS-BEFORE-OPERATOR-NAME  TO AD-BEFORE-VALUE
           MOVE SPACES                   TO AD-AFTER-VALUE
           PERFORM 2800-CALL-AUDIT-WRITER
           PERFORM 2550-AUDIT-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 10
                  OR NOT AUDIT-WRITTEN.

       2700-SET-AUDIT-HEADER.
           MOVE 'Y' TO WS-AUDIT-OK-SW
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC
           MOVE WS-OPERATOR-ID     TO AD-OPERATOR-ID
           MOVE EIBTRMID           TO AD-TERMINAL-ID
           MOVE EIBTRNID           TO AD-TRAN-ID
           MOVE 'OPERENT'          TO AD-RESOURCE-NAME
           MOVE SPACES             TO AD-ROW-KEY
           MOVE EN-USER-ID         TO AD-ROW-KEY.

       2800-CALL-AUDIT-WRITER.
           CALL 'CBSAUDWR' USING CBSAUDX-PARMS
           IF NOT AD-RC-OK
               MOVE 'N' TO WS-AUDIT-OK-SW
           END-IF.

       2900-REDISPLAY-MAP.
           MOVE CA-FUNCTION        TO FUNCO
           MOVE CA-USER-ID         TO USERIDO
           IF CA-RC-OK AND NOT CA-FUNCTION-DELETE
               MOVE EN-OPERATOR-NAME      TO OPNAMEO
               MOVE EN-LAST-CHANGED-BY    TO LSTBYO
               MOVE EN-LAST-CHANGED-DATE  TO LSTDTO
               MOVE EN-TRAN-ID(1)         TO TRAN1O
               MOVE EN-FUNCTION-CODES(1)  TO FNCS1O
               MOVE EN-TRAN-ID(2)         TO TRAN2O
               MOVE EN-FUNCTION-CODES(2)  TO FNCS2O
               MOVE EN-TRAN-ID(3)         TO TRAN3O
               MOVE EN-FUNCTION-CODES(3)  TO FNCS3O
               MOVE EN-TRAN-ID(4)         TO TRAN4O
               MOVE EN-FUNCTION-CODES(4)  TO FNCS4O
               MOVE EN-TRAN-ID(5)         TO TRAN5O
               MOVE EN-FUNCTION-CODES(5)  TO FNCS5O
               MOVE EN-TRAN-ID(6)         TO TRAN6O
               MOVE EN-FUNCTION-CODES(6)  TO FNCS6O
               MOVE EN-TRAN-ID(7)         TO TRAN7O
               MOVE EN-FUNCTION-CODES(7)  TO FNCS7O
               MOVE EN-TRAN-ID(8)         TO TRAN8O
               MOVE EN-FUNCTION-CODES(8)  TO FNCS8O
               MOVE EN-TRAN-ID(9)         TO TRAN9O
               MOVE EN-FUNCTION-CODES(9)  TO FNCS9O
               MOVE EN-TRAN-ID(10)        TO TRAN10O
               MOVE EN-FUNCTION-CODES(10) TO FNCS10O
           END-IF
           MOVE CA-MESSAGE         TO MSGLINEO
           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               DATAONLY
           END-EXEC.
