       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSPRKMT.
       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSPRKMT - CICS ONLINE PARKED-CALL WORK QUEUE (TRAN PARK)    *
      *  LISTS THE CBS_API_LOG_DTL CALLS CBSRTRY HAS PARKED AT THE    *
      *  RETRY CEILING (API_RESPONSE_CODE 'PARK'), OLDEST-PARKED      *
      *  FIRST, TEN TO A PAGE - ACCOUNT, API NAME, RETRY COUNT, THE   *
      *  LAST GATEWAY RESPONSE, THE DATE PARKED AND THE CALL TIME     *
      *  STAMP. THE OPERATOR KEYS A LINE NUMBER, A DISPOSITION AND A  *
      *  MANDATORY REASON: R = RESUBMIT (BACK TO 'RTRY' WITH THE      *
      *  RETRY COUNT RESET TO ZERO, FOR THE NEXT CBSRTRY REPLAY),     *
      *  M = RESOLVED MANUALLY ('MRES'), W = WRITTEN OFF AS NOT       *
      *  NEEDED ('WOFF'). EACH DISPOSITION IS FIRST CHECKED AGAINST   *
      *  THE OPERATOR'S OPERENT ENTITLEMENT PROFILE THROUGH CBSENTCK  *
      *  (FUNCTION R, M OR W OF PARK) AND IS CAPTURED VIA CBSAUDWR -  *
      *  THE CODE CHANGE, ANY RETRY COUNT RESET AND THE REASON - IN   *
      *  THE SAME UNIT OF WORK, SO A DISPOSITION THAT CANNOT BE       *
      *  AUDITED IS BACKED OUT RATHER THAN APPLIED. A CALL ANOTHER    *
      *  OPERATOR HAS ALREADY DISPOSED OF IS LEFT ALONE. ROWS PARKED  *
      *  BEFORE CBSRTRY STAMPED PARKED_TIME_STAMP ARE DATED FROM      *
      *  THEIR CALL TIME STAMP.                                       *
      *****************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY DFHAID.
           COPY CBSLOG.
           COPY CBSPRKS.
           COPY CBSAUDX.
           COPY CBSENTX.

       01  WS-RESP                     PIC S9(8) COMP.

      *    SENT AS THE OUTBOUND COMMAREA ONLY ON THE VERY FIRST
      *    INVOCATION (EIBCALEN = 0), BEFORE ANY REAL COMMAREA EXISTS -
      *    MUST MATCH THE LENGTH OF DFHCOMMAREA IN CBSPRKM (658 BYTES)
      *    SO THE UNADDRESSED LINKAGE-SECTION DFHCOMMAREA IS NEVER
      *    REFERENCED WHEN NO COMMAREA HAS BEEN PASSED IN.
       01  WS-INITIAL-COMMAREA          PIC X(658) VALUE SPACES.

       01  WS-MAPSET-NAME               PIC X(8) VALUE 'CBSPRKS'.
       01  WS-MAP-NAME                  PIC X(8) VALUE 'CBSPRKM'.

       01  WS-PAGE-SIZE                 PIC S9(4) COMP VALUE 10.
       01  WS-LINE-NBR                  PIC S9(4) COMP.

       01  WS-FETCH-SW                  PIC X(1).
           88 FETCH-DONE                    VALUE 'Y'.

       01  WS-SELECTION-FIELDS.
           05 WS-SEL-NBR-X             PIC X(2).
           05 WS-SEL-NBR               PIC 9(2).
           05 WS-DISP-CODE             PIC X(1).
              88 WS-DISP-RESUBMIT          VALUE 'R'.
              88 WS-DISP-RESOLVED          VALUE 'M'.
              88 WS-DISP-WRITTEN-OFF       VALUE 'W'.
              88 WS-DISP-VALID             VALUE 'R' 'M' 'W'.
           05 WS-REASON                PIC X(40).

       01  WS-EDIT-OK-SW                PIC X(1).
           88 WS-EDITS-PASSED               VALUE 'Y'.

      *    COLUMN HEADINGS ALIGNED OVER THE WS-CALL-LINE FIELDS.
       01  WS-LIST-HEADER-LINE.
           05 FILLER                    PIC X(4)  VALUE 'SEL'.
           05 FILLER                    PIC X(10) VALUE 'ACCOUNT'.
           05 FILLER                    PIC X(16) VALUE 'API NAME'.
           05 FILLER                    PIC X(5)  VALUE 'TRY'.
           05 FILLER                    PIC X(6)  VALUE 'LAST'.
           05 FILLER                    PIC X(12) VALUE 'PARKED'.
           05 FILLER                    PIC X(26)
              VALUE 'CALL TIME STAMP'.

       01  WS-CALL-LINE.
           05 WS-CL-SEL-NBR            PIC Z9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CL-ACCT-NBR           PIC 9(9).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-CL-API-NAME           PIC X(15).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-CL-RETRIES            PIC ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CL-LAST-RESP          PIC X(4).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CL-PARKED-DATE        PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CL-TIME-STAMP         PIC X(26).

       01  WS-SQL-HOST-VARS.
           05 HV-PARKED-FLAG            PIC X(4) VALUE 'PARK'.
           05 HV-ACCOUNT-NUMBER         PIC S9(9) COMP.
           05 HV-API-NAME               PIC X(15).
           05 HV-TIME-STAMP             PIC X(26).
           05 HV-NEW-RESPONSE-CODE      PIC X(4).
           05 HV-NEW-RETRY-COUNT        PIC S9(9) COMP.
           05 HV-POS-PARKED-TS          PIC X(26).
           05 HV-POS-ACCOUNT-NUMBER     PIC S9(9) COMP.
           05 HV-POS-API-NAME           PIC X(15).
           05 HV-POS-TIME-STAMP         PIC X(26).

      *    THE POSITION BEFORE THE OLDEST POSSIBLE PARKED CALL - A
      *    PAGE READ FROM HERE STARTS AT THE TOP OF THE QUEUE.
       01  WS-TOP-OF-QUEUE-TS           PIC X(26)
           VALUE '0001-01-01-00.00.00.000000'.

       01  WS-OPERATOR-ID               PIC X(8).

       01  WS-ENTITLED-SW               PIC X(1).
           88 OPERATOR-ENTITLED             VALUE 'Y'.

       01  WS-AUDIT-WORK.
           05 WS-BEFORE-RESP-CODE       PIC X(4).
           05 WS-BEFORE-RETRY-COUNT     PIC S9(9) COMP.
           05 WS-ACCT-NBR-DISP          PIC 9(9).
           05 WS-RETRY-COUNT-DISP       PIC ZZZZZZZZ9.
           05 WS-AUDIT-OK-SW            PIC X(1).
              88 AUDIT-WRITTEN              VALUE 'Y'.

       LINKAGE SECTION.
           COPY CBSPRKM.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           EVALUATE EIBCALEN
               WHEN 0
                   PERFORM 1000-INITIAL-ENTRY
               WHEN OTHER
                   IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                       PERFORM 2950-END-QUEUE-SESSION
                   ELSE
                       PERFORM 2000-PROCESS-USER-INPUT
                       EXEC CICS RETURN
                           TRANSID('PARK')
                           COMMAREA(DFHCOMMAREA)
                           LENGTH(LENGTH OF DFHCOMMAREA)
                       END-EXEC
                   END-IF
           END-EVALUATE.

       1000-INITIAL-ENTRY.
           MOVE LOW-VALUES TO CBSPRKMO
           MOVE SPACES     TO WS-INITIAL-COMMAREA
           MOVE 'PRESS ENTER TO LIST PARKED CALLS, OLDEST FIRST'
                TO MSGLINEO
           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID('PARK')
               COMMAREA(WS-INITIAL-COMMAREA)
               LENGTH(LENGTH OF WS-INITIAL-COMMAREA)
           END-EXEC.

      *    A LINE NUMBER IS ONLY HONORED AFTER A PAGE HAS BEEN LISTED
      *    INTO THE COMMAREA - ON THE FIRST ENTRY THE INITIAL COMMAREA
      *    IS ALL SPACES, WHICH READS AS A NONZERO BINARY LINE COUNT
      *    OVER GARBAGE KEYS. ENTER WITH NO LINE NUMBER LISTS FROM
      *    THE TOP OF THE QUEUE.
       2000-PROCESS-USER-INPUT.
           MOVE LOW-VALUES TO CBSPRKMO
           SET CA-RC-OK TO TRUE
           MOVE SPACES TO CA-MESSAGE
           EXEC CICS RECEIVE MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               INTO(CBSPRKMI)
               RESP(WS-RESP)
           END-EXEC
           MOVE SELNBRI TO WS-SEL-NBR-X
           MOVE DISPCDI TO WS-DISP-CODE
           MOVE REASONI TO WS-REASON
           EVALUATE TRUE
               WHEN EIBAID = DFHPF8
                   PERFORM 2200-NEXT-PAGE
               WHEN NOT CA-LIST-SHOWN
                   PERFORM 2100-FIRST-PAGE
               WHEN WS-SEL-NBR-X = SPACES OR WS-SEL-NBR-X = LOW-VALUES
                   PERFORM 2100-FIRST-PAGE
               WHEN OTHER
                   PERFORM 2300-APPLY-DISPOSITION
           END-EVALUATE
           PERFORM 2900-REDISPLAY-MAP.

       2100-FIRST-PAGE.
           PERFORM 2150-SET-TOP-OF-QUEUE
           PERFORM 3000-READ-PAGE
           IF CA-RC-OK
               IF CA-LINE-COUNT = ZERO
                   MOVE 'NO CALLS ARE PARKED' TO CA-MESSAGE
               ELSE
                   MOVE 'KEY LINE, DISPOSITION (R/M/W) AND REASON'
                       TO CA-MESSAGE
               END-IF
           END-IF.

       2150-SET-TOP-OF-QUEUE.
           MOVE WS-TOP-OF-QUEUE-TS TO CA-PS-PARKED-TS
           MOVE ZERO               TO CA-PS-ACCOUNT-NUMBER
           MOVE SPACES             TO CA-PS-API-NAME
           MOVE WS-TOP-OF-QUEUE-TS TO CA-PS-TIME-STAMP.

       2200-NEXT-PAGE.
           EVALUATE TRUE
               WHEN NOT CA-LIST-SHOWN
                   PERFORM 2100-FIRST-PAGE
               WHEN NOT CA-MORE-DATA
                   PERFORM 3000-READ-PAGE
                   IF CA-RC-OK
                       MOVE 'NO MORE PARKED CALLS' TO CA-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE CA-LAST-LISTED TO CA-PAGE-START
                   PERFORM 3000-READ-PAGE
                   IF CA-RC-OK
                       MOVE 'KEY LINE, DISPOSITION (R/M/W) AND REASON'
                           TO CA-MESSAGE
                   END-IF
           END-EVALUATE.

      *    THE DISPOSITION IS EDITED, ENTITLED, RE-READ AND APPLIED
      *    AGAINST THE KEY LISTED ON THE LINE; THE PAGE IS THEN READ
      *    AGAIN FROM WHERE IT STARTED, SO THE DISPOSED CALL DROPS OFF
      *    THE LIST. A PAGE LEFT EMPTY FALLS BACK TO THE TOP.
       2300-APPLY-DISPOSITION.
           PERFORM 2310-EDIT-DISPOSITION
           IF WS-EDITS-PASSED
               MOVE CA-LC-ACCOUNT-NUMBER(WS-SEL-NBR)
                   TO HV-ACCOUNT-NUMBER
               MOVE CA-LC-API-NAME(WS-SEL-NBR)   TO HV-API-NAME
               MOVE CA-LC-TIME-STAMP(WS-SEL-NBR) TO HV-TIME-STAMP
               PERFORM 2350-CHECK-ENTITLEMENT
               IF OPERATOR-ENTITLED
                   PERFORM 2400-READ-PARKED-CALL
               END-IF
           END-IF
           PERFORM 3000-READ-PAGE
           IF CA-LINE-COUNT = ZERO
               PERFORM 2150-SET-TOP-OF-QUEUE
               PERFORM 3000-READ-PAGE
           END-IF.

      *    A REASON IS MANDATORY FOR EVERY DISPOSITION - IT IS THE
      *    ONLY RECORD OF WHY A CALL THE BANK NEVER ACCEPTED WAS
      *    CLOSED OR SENT BACK FOR ANOTHER REPLAY.
       2310-EDIT-DISPOSITION.
           MOVE 'Y' TO WS-EDIT-OK-SW
           EVALUATE TRUE
               WHEN WS-SEL-NBR-X NOT NUMERIC
                   PERFORM 2320-FLAG-EDIT-ERROR
                   MOVE 'LINE NUMBER MUST BE NUMERIC' TO CA-MESSAGE
               WHEN WS-SEL-NBR-X = '00'
                   PERFORM 2320-FLAG-EDIT-ERROR
                   MOVE 'LINE NUMBER NOT ON THE LIST' TO CA-MESSAGE
               WHEN OTHER
                   MOVE WS-SEL-NBR-X TO WS-SEL-NBR
                   IF WS-SEL-NBR > CA-LINE-COUNT
                       PERFORM 2320-FLAG-EDIT-ERROR
                       MOVE 'LINE NUMBER NOT ON THE LIST' TO CA-MESSAGE
                   END-IF
           END-EVALUATE
           IF WS-EDITS-PASSED
               IF NOT WS-DISP-VALID
                   PERFORM 2320-FLAG-EDIT-ERROR
                   MOVE 'DISPOSITION MUST BE R, M OR W' TO CA-MESSAGE
               END-IF
           END-IF
           IF WS-EDITS-PASSED
               IF WS-REASON = SPACES OR WS-REASON = LOW-VALUES
                   PERFORM 2320-FLAG-EDIT-ERROR
                   MOVE 'A REASON IS REQUIRED FOR EVERY DISPOSITION'
                       TO CA-MESSAGE
               END-IF
           END-IF.

       2320-FLAG-EDIT-ERROR.
           MOVE 'N' TO WS-EDIT-OK-SW
           SET CA-RC-NOT-FOUND TO TRUE
           MOVE SPACES TO CA-MESSAGE.

      *    EACH DISPOSITION IS ITS OWN FUNCTION CODE OF PARK IN THE
      *    OPERENT PROFILE - R, M OR W - SO RESUBMITTING AND WRITING
      *    OFF CAN BE GRANTED SEPARATELY. A REFUSAL HAS ALREADY BEEN
      *    LOGGED BY CBSENTCK; A CHECK THAT CANNOT BE MADE AT ALL IS
      *    TREATED AS A REFUSAL.
       2350-CHECK-ENTITLEMENT.
           MOVE 'Y' TO WS-ENTITLED-SW
           MOVE 'PARK'            TO EX-TRAN-ID
           MOVE WS-DISP-CODE      TO EX-FUNCTION-CODE
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
           END-EVALUATE.

      *    THE ROW IS READ AGAIN BEFORE IT IS TOUCHED - ANOTHER
      *    OPERATOR MAY HAVE DISPOSED OF THE CALL SINCE THIS PAGE WAS
      *    LISTED, AND ONLY A CALL STILL AT 'PARK' IS DISPOSED OF.
       2400-READ-PARKED-CALL.
           EXEC SQL
               SELECT API_RESPONSE_CODE, API_RETRY_COUNT
                 INTO :H4-API-RESPONSE-CODE :INDSTRUC(6),
                      :H4-API-RETRY-COUNT :INDSTRUC(7)
                 FROM COREBK.CBS_API_LOG_DTL
                WHERE ACCOUNT_NUMBER  = :HV-ACCOUNT-NUMBER
                  AND API_NAME        = :HV-API-NAME
                  AND TIME_STAMP      = :HV-TIME-STAMP
                  AND SEQUENCE_NUMBER = 1
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 2410-CAPTURE-BEFORE-IMAGE
                   IF WS-BEFORE-RESP-CODE = HV-PARKED-FLAG
                       PERFORM 2500-UPDATE-AND-AUDIT
                   ELSE
                       SET CA-RC-NOT-FOUND TO TRUE
                       MOVE 'CALL IS NO LONGER PARKED - LIST REFRESHED'
                           TO CA-MESSAGE
                   END-IF
               WHEN 100
                   SET CA-RC-NOT-FOUND TO TRUE
                   MOVE 'NO MATCHING API LOG ROW FOUND' TO CA-MESSAGE
               WHEN OTHER
                   SET CA-RC-SQL-ERROR TO TRUE
                   MOVE 'SQL ERROR READING API LOG ROW' TO CA-MESSAGE
           END-EVALUATE.

       2410-CAPTURE-BEFORE-IMAGE.
           IF INDSTRUC(6) < ZERO
               MOVE SPACES TO WS-BEFORE-RESP-CODE
           ELSE
               MOVE H4-API-RESPONSE-CODE TO WS-BEFORE-RESP-CODE
           END-IF
           IF INDSTRUC(7) < ZERO
               MOVE ZERO TO WS-BEFORE-RETRY-COUNT
           ELSE
               MOVE H4-API-RETRY-COUNT TO WS-BEFORE-RETRY-COUNT
           END-IF.

      *    RESUBMIT PUTS THE CALL BACK TO 'RTRY' WITH A FRESH RETRY
      *    COUNT, SO CBSRTRY GIVES IT THE FULL CEILING AGAIN; THE TWO
      *    CLOSING DISPOSITIONS LEAVE THE RETRY COUNT AS IT WAS. THE
      *    UPDATE IS GUARDED ON 'PARK' AS WELL AS THE KEY, SO EVERY
      *    CHUNK OF A MULTI-ROW CALL MOVES TOGETHER AND A CALL CHANGED
      *    UNDERNEATH THE SCREEN IS NOT OVERWRITTEN.
       2500-UPDATE-AND-AUDIT.
           EVALUATE TRUE
               WHEN WS-DISP-RESUBMIT
                   MOVE 'RTRY' TO HV-NEW-RESPONSE-CODE
                   MOVE ZERO   TO HV-NEW-RETRY-COUNT
               WHEN WS-DISP-RESOLVED
                   MOVE 'MRES' TO HV-NEW-RESPONSE-CODE
                   MOVE WS-BEFORE-RETRY-COUNT TO HV-NEW-RETRY-COUNT
               WHEN WS-DISP-WRITTEN-OFF
                   MOVE 'WOFF' TO HV-NEW-RESPONSE-CODE
                   MOVE WS-BEFORE-RETRY-COUNT TO HV-NEW-RETRY-COUNT
           END-EVALUATE
           EXEC SQL
               UPDATE COREBK.CBS_API_LOG_DTL
                  SET API_RESPONSE_CODE = :HV-NEW-RESPONSE-CODE,
                      API_RETRY_COUNT   = :HV-NEW-RETRY-COUNT
                WHERE ACCOUNT_NUMBER    = :HV-ACCOUNT-NUMBER
                  AND API_NAME          = :HV-API-NAME
                  AND TIME_STAMP        = :HV-TIME-STAMP
                  AND API_RESPONSE_CODE = :HV-PARKED-FLAG
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 2600-WRITE-AUDIT-TRAIL
                   IF AUDIT-WRITTEN
                       EXEC SQL COMMIT END-EXEC
                       SET CA-RC-OK TO TRUE
                       PERFORM 2550-SET-DONE-MESSAGE
                   ELSE
                       EXEC SQL ROLLBACK END-EXEC
                       SET CA-RC-SQL-ERROR TO TRUE
                       MOVE 'BACKED OUT - AUDIT WRITE FAILED'
                           TO CA-MESSAGE
                   END-IF
               WHEN 100
                   SET CA-RC-NOT-FOUND TO TRUE
                   MOVE 'CALL IS NO LONGER PARKED - LIST REFRESHED'
                       TO CA-MESSAGE
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   SET CA-RC-SQL-ERROR TO TRUE
                   MOVE 'SQL ERROR UPDATING API LOG ROW' TO CA-MESSAGE
           END-EVALUATE.

       2550-SET-DONE-MESSAGE.
           EVALUATE TRUE
               WHEN WS-DISP-RESUBMIT
                   MOVE 'CALL RESUBMITTED - RETRY COUNT RESET'
                       TO CA-MESSAGE
               WHEN WS-DISP-RESOLVED
                   MOVE 'CALL MARKED RESOLVED MANUALLY' TO CA-MESSAGE
               WHEN WS-DISP-WRITTEN-OFF
                   MOVE 'CALL WRITTEN OFF' TO CA-MESSAGE
           END-EVALUATE.

      *    ONE AUDIT ROW FOR THE RESPONSE CODE, ONE FOR THE RETRY
      *    COUNT WHEN A RESUBMIT RESETS IT, AND ONE CARRYING THE
      *    OPERATOR'S REASON - ALL KEYED ON THE CALL LIKE RSPM.
       2600-WRITE-AUDIT-TRAIL.
           PERFORM 2700-SET-AUDIT-HEADER
           MOVE 'API_RESPONSE_CODE'  TO AD-FIELD-NAME
           MOVE WS-BEFORE-RESP-CODE  TO AD-BEFORE-VALUE
           MOVE HV-NEW-RESPONSE-CODE TO AD-AFTER-VALUE
           PERFORM 2800-CALL-AUDIT-WRITER
           IF AUDIT-WRITTEN
              AND HV-NEW-RETRY-COUNT NOT = WS-BEFORE-RETRY-COUNT
               MOVE 'API_RETRY_COUNT'     TO AD-FIELD-NAME
               MOVE WS-BEFORE-RETRY-COUNT TO WS-RETRY-COUNT-DISP
               MOVE WS-RETRY-COUNT-DISP   TO AD-BEFORE-VALUE
               MOVE HV-NEW-RETRY-COUNT    TO WS-RETRY-COUNT-DISP
               MOVE WS-RETRY-COUNT-DISP   TO AD-AFTER-VALUE
               PERFORM 2800-CALL-AUDIT-WRITER
           END-IF
           IF AUDIT-WRITTEN
               MOVE 'PARK-REASON'         TO AD-FIELD-NAME
               MOVE SPACES                TO AD-BEFORE-VALUE
               MOVE WS-REASON             TO AD-AFTER-VALUE
               PERFORM 2800-CALL-AUDIT-WRITER
           END-IF.

       2700-SET-AUDIT-HEADER.
           MOVE 'Y' TO WS-AUDIT-OK-SW
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC
           MOVE WS-OPERATOR-ID    TO AD-OPERATOR-ID
           MOVE EIBTRMID          TO AD-TERMINAL-ID
           MOVE EIBTRNID          TO AD-TRAN-ID
           MOVE 'CBS_API_LOG_DTL' TO AD-RESOURCE-NAME
           MOVE HV-ACCOUNT-NUMBER TO WS-ACCT-NBR-DISP
           MOVE SPACES            TO AD-ROW-KEY
           STRING WS-ACCT-NBR-DISP '/' HV-API-NAME '/' HV-TIME-STAMP
               DELIMITED BY SIZE INTO AD-ROW-KEY.

       2800-CALL-AUDIT-WRITER.
           CALL 'CBSAUDWR' USING CBSAUDX-PARMS
           IF NOT AD-RC-OK
               MOVE 'N' TO WS-AUDIT-OK-SW
           END-IF.

      *    THE SELECTION, DISPOSITION AND REASON ARE CLEARED ONCE A
      *    DISPOSITION HAS BEEN APPLIED AND KEPT FOR CORRECTION
      *    OTHERWISE.
       2900-REDISPLAY-MAP.
           MOVE WS-LIST-HEADER-LINE TO HDRLINEO
           IF CA-RC-OK
               MOVE SPACES       TO SELNBRO
               MOVE SPACES       TO DISPCDO
               MOVE SPACES       TO REASONO
           ELSE
               MOVE WS-SEL-NBR-X TO SELNBRO
               MOVE WS-DISP-CODE TO DISPCDO
               MOVE WS-REASON    TO REASONO
           END-IF
           MOVE CA-MESSAGE         TO MSGLINEO
           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               ERASE
           END-EXEC.

       2950-END-QUEUE-SESSION.
           EXEC CICS SEND TEXT
               FROM('PARKED CALL WORK QUEUE ENDED')
               LENGTH(28) ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

      *    READS ONE PAGE OF PARKED CALLS STRICTLY AFTER THE PAGE
      *    START POSITION, OLDEST-PARKED FIRST, WITH ACCOUNT, API NAME
      *    AND CALL TIME STAMP AS TIE-BREAKERS SO PAGING NEVER SKIPS
      *    OR REPEATS A CALL. AN ELEVENTH ROW ONLY TELLS PF8 THERE IS
      *    MORE TO SEE.
       3000-READ-PAGE.
           MOVE LOW-VALUES TO LINE1O LINE2O LINE3O LINE4O LINE5O
                              LINE6O LINE7O LINE8O LINE9O LINE10O
           MOVE ZERO TO CA-LINE-COUNT
           MOVE 'N'  TO CA-MORE-DATA-SW
           MOVE 'Y'  TO CA-LIST-SW
           MOVE CA-PAGE-START TO CA-LAST-LISTED
           MOVE CA-PS-PARKED-TS      TO HV-POS-PARKED-TS
           MOVE CA-PS-ACCOUNT-NUMBER TO HV-POS-ACCOUNT-NUMBER
           MOVE CA-PS-API-NAME       TO HV-POS-API-NAME
           MOVE CA-PS-TIME-STAMP     TO HV-POS-TIME-STAMP
           EXEC SQL
               DECLARE PARK-CSR CURSOR FOR
               SELECT ACCOUNT_NUMBER, API_NAME, TIME_STAMP,
                      COALESCE(API_RETRY_COUNT, 0),
                      LAST_GW_RESPONSE,
                      COALESCE(PARKED_TIME_STAMP, TIME_STAMP)
                 FROM COREBK.CBS_API_LOG_DTL
                WHERE API_RESPONSE_CODE = :HV-PARKED-FLAG
                  AND SEQUENCE_NUMBER = 1
                  AND (COALESCE(PARKED_TIME_STAMP, TIME_STAMP)
                           > :HV-POS-PARKED-TS
                   OR (COALESCE(PARKED_TIME_STAMP, TIME_STAMP)
                           = :HV-POS-PARKED-TS
                  AND (ACCOUNT_NUMBER > :HV-POS-ACCOUNT-NUMBER
                   OR (ACCOUNT_NUMBER = :HV-POS-ACCOUNT-NUMBER
                  AND (API_NAME > :HV-POS-API-NAME
                   OR (API_NAME = :HV-POS-API-NAME
                  AND TIME_STAMP > :HV-POS-TIME-STAMP))))))
                ORDER BY 6, ACCOUNT_NUMBER, API_NAME, TIME_STAMP
           END-EXEC
           EXEC SQL
               OPEN PARK-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               SET CA-RC-SQL-ERROR TO TRUE
               MOVE 'SQL ERROR LISTING PARKED CALLS' TO CA-MESSAGE
           ELSE
               MOVE 'N' TO WS-FETCH-SW
               PERFORM 3100-FETCH-PARKED-CALL
                   UNTIL FETCH-DONE
               EXEC SQL
                   CLOSE PARK-CSR
               END-EXEC
           END-IF.

       3100-FETCH-PARKED-CALL.
           EXEC SQL
               FETCH PARK-CSR
                 INTO :H4-ACCOUNT-NUMBER, :H4-API-NAME,
                      :H4-TIME-STAMP, :H4-API-RETRY-COUNT,
                      :H4-LAST-GW-RESPONSE :INDSTRUC(11),
                      :H4-PARKED-TIME-STAMP
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET FETCH-DONE TO TRUE
               WHEN SQLCODE NOT = 0
                   SET FETCH-DONE TO TRUE
                   SET CA-RC-SQL-ERROR TO TRUE
                   MOVE 'SQL ERROR LISTING PARKED CALLS' TO CA-MESSAGE
               WHEN CA-LINE-COUNT >= WS-PAGE-SIZE
                   SET FETCH-DONE TO TRUE
                   MOVE 'Y' TO CA-MORE-DATA-SW
               WHEN OTHER
                   ADD 1 TO CA-LINE-COUNT
                   MOVE H4-ACCOUNT-NUMBER
                     TO CA-LC-ACCOUNT-NUMBER(CA-LINE-COUNT)
                   MOVE H4-API-NAME
                     TO CA-LC-API-NAME(CA-LINE-COUNT)
                   MOVE H4-TIME-STAMP
                     TO CA-LC-TIME-STAMP(CA-LINE-COUNT)
                   MOVE H4-PARKED-TIME-STAMP TO CA-LL-PARKED-TS
                   MOVE H4-ACCOUNT-NUMBER    TO CA-LL-ACCOUNT-NUMBER
                   MOVE H4-API-NAME          TO CA-LL-API-NAME
                   MOVE H4-TIME-STAMP        TO CA-LL-TIME-STAMP
                   PERFORM 3200-FORMAT-CALL-LINE
           END-EVALUATE.

       3200-FORMAT-CALL-LINE.
           MOVE CA-LINE-COUNT          TO WS-CL-SEL-NBR
           MOVE H4-ACCOUNT-NUMBER      TO WS-CL-ACCT-NBR
           MOVE H4-API-NAME            TO WS-CL-API-NAME
           MOVE H4-API-RETRY-COUNT     TO WS-CL-RETRIES
           IF INDSTRUC(11) < ZERO
               MOVE SPACES              TO WS-CL-LAST-RESP
           ELSE
               MOVE H4-LAST-GW-RESPONSE TO WS-CL-LAST-RESP
           END-IF
           MOVE H4-PARKED-TIME-STAMP(1:10) TO WS-CL-PARKED-DATE
           MOVE H4-TIME-STAMP          TO WS-CL-TIME-STAMP
           MOVE CA-LINE-COUNT          TO WS-LINE-NBR
           PERFORM 3300-SET-CALL-LINE.

       3300-SET-CALL-LINE.
           EVALUATE WS-LINE-NBR
               WHEN 1
                   MOVE WS-CALL-LINE TO LINE1O
               WHEN 2
                   MOVE WS-CALL-LINE TO LINE2O
               WHEN 3
                   MOVE WS-CALL-LINE TO LINE3O
               WHEN 4
                   MOVE WS-CALL-LINE TO LINE4O
               WHEN 5
                   MOVE WS-CALL-LINE TO LINE5O
               WHEN 6
                   MOVE WS-CALL-LINE TO LINE6O
               WHEN 7
                   MOVE WS-CALL-LINE TO LINE7O
               WHEN 8
                   MOVE WS-CALL-LINE TO LINE8O
               WHEN 9
                   MOVE WS-CALL-LINE TO LINE9O
               WHEN 10
                   MOVE WS-CALL-LINE TO LINE10O
           END-EVALUATE.
