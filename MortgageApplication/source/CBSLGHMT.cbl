       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSLGHMT.
       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSLGHMT - CICS ONLINE MAINTENANCE TRANSACTION (TRAN LGHM)   *
      *  MAINTAINS THE LEGAL-HOLD REGISTER KSDS (LEGALHLD, CBSLGHR    *
      *  LAYOUT) THAT EXEMPTS AN ACCOUNT FROM THE CBSARCPG PURGE,     *
      *  THE CBSPIIMK/CBSPIIMA PII MASKING AND THE CBSAUDAR AUDIT     *
      *  ARCHIVING WHILE LEGAL HAS IT UNDER A LITIGATION OR           *
      *  REGULATORY HOLD - SO HELD ACCOUNTS NO LONGER HAVE TO BE      *
      *  PULLED OUT OF THOSE RUNS BY HAND. FUNCTION A = PLACE HOLD,   *
      *  C = CHANGE, R = RELEASE HOLD, I = INQUIRE, KEYED ON ACCOUNT  *
      *  NUMBER. A NEW HOLD NEEDS A REASON AND MATTER REFERENCE AND   *
      *  MAY CARRY AN EXPIRY (REVIEW) DATE; THE PLACING OPERATOR AND  *
      *  TODAY'S DATE ARE STAMPED BY THE TRANSACTION, NOT KEYED. ON   *
      *  A CHANGE, FIELDS LEFT BLANK KEEP THEIR CURRENT VALUE. A      *
      *  RELEASE ALWAYS NEEDS A RELEASE REASON. EVERY PLACE, CHANGE   *
      *  AND RELEASE IS CAPTURED VIA CBSAUDWR IN THE SAME UNIT OF     *
      *  WORK, KEYED ON THE ACCOUNT NUMBER; AN ACTION THAT CANNOT BE  *
      *  AUDITED IS BACKED OUT RATHER THAN APPLIED.                   *
      *  EACH FUNCTION, INQUIRY INCLUDED, IS FIRST CHECKED AGAINST    *
      *  THE OPERATOR'S OPERENT ENTITLEMENT PROFILE THROUGH CBSENTCK; *
      *  A REFUSED ATTEMPT IS LOGGED FOR THE CBSSECVR SECURITY-       *
      *  VIOLATION REPORT AND NOTHING IS APPLIED.                     *
      *****************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CBSLGHR.
           COPY CBSMAST.
           COPY CBSLGHS.
           COPY CBSAUDX.
           COPY CBSENTX.

       01  WS-RESP                     PIC S9(8) COMP.

      *    SENT AS THE OUTBOUND COMMAREA ONLY ON THE VERY FIRST
      *    INVOCATION (EIBCALEN = 0), BEFORE ANY REAL COMMAREA EXISTS -
      *    MUST MATCH THE LENGTH OF DFHCOMMAREA IN CBSLGHM (72 BYTES)
      *    SO THE UNADDRESSED LINKAGE-SECTION DFHCOMMAREA IS NEVER
      *    REFERENCED WHEN NO COMMAREA HAS BEEN PASSED IN.
       01  WS-INITIAL-COMMAREA          PIC X(72) VALUE SPACES.

       01  WS-MAPSET-NAME               PIC X(8) VALUE 'CBSLGHS'.
       01  WS-MAP-NAME                  PIC X(8) VALUE 'CBSLGHM'.

       01  WS-ABSTIME                   PIC S9(15) COMP-3.
       01  WS-TODAY-ISO                 PIC X(10).

       01  WS-DATE-CHECK                PIC X(10).
       01  WS-DATE-CHECK-R REDEFINES WS-DATE-CHECK.
           05 WS-DC-YYYY                PIC X(4).
           05 WS-DC-SEP-1               PIC X(1).
           05 WS-DC-MM                  PIC X(2).
           05 WS-DC-SEP-2               PIC X(1).
           05 WS-DC-DD                  PIC X(2).

       01  WS-EDIT-OK-SW                PIC X(1).
           88 WS-EDITS-PASSED               VALUE 'Y'.

       01  WS-OPERATOR-ID               PIC X(8).

       01  WS-ENTITLED-SW               PIC X(1).
           88 OPERATOR-ENTITLED             VALUE 'Y'.

       01  WS-AUDIT-WORK.
           05 WS-BEFORE-HOLD-REASON     PIC X(30).
           05 WS-BEFORE-MATTER-REF      PIC X(20).
           05 WS-BEFORE-EXPIRY-DATE     PIC X(10).
           05 WS-RELEASE-REASON         PIC X(30).
           05 WS-AUDIT-OK-SW            PIC X(1).
              88 AUDIT-WRITTEN              VALUE 'Y'.

       LINKAGE SECTION.
           COPY CBSLGHM.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           EVALUATE EIBCALEN
               WHEN 0
                   PERFORM 1000-INITIAL-ENTRY
               WHEN OTHER
                   PERFORM 2000-PROCESS-USER-INPUT
                   EXEC CICS RETURN
                       TRANSID('LGHM')
                       COMMAREA(DFHCOMMAREA)
                       LENGTH(LENGTH OF DFHCOMMAREA)
                   END-EXEC
           END-EVALUATE.

       1000-INITIAL-ENTRY.
           MOVE LOW-VALUES TO CBSLGHMO
           MOVE SPACES     TO WS-INITIAL-COMMAREA
           MOVE 'ENTER FUNCTION (A=PLACE C=CHANGE R=RELEASE I=INQUIRE)'
                TO MSGLINEO
           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID('LGHM')
               COMMAREA(WS-INITIAL-COMMAREA)
               LENGTH(LENGTH OF WS-INITIAL-COMMAREA)
           END-EXEC.

       2000-PROCESS-USER-INPUT.
           EXEC CICS RECEIVE MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               INTO(CBSLGHMI)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'PLEASE ENTER FUNCTION AND ACCOUNT NUMBER'
                   TO MSGLINEO
               EXEC CICS SEND MAP(WS-MAP-NAME)
                   MAPSET(WS-MAPSET-NAME)
                   DATAONLY
               END-EXEC
           ELSE
               MOVE FUNCI    TO CA-FUNCTION
               MOVE ACCTNBRI TO CA-ACCOUNT-NUMBER
               PERFORM 2050-GET-TODAY
               MOVE 'Y' TO WS-ENTITLED-SW
               IF CA-FUNCTION-ADD OR CA-FUNCTION-CHANGE
                  OR CA-FUNCTION-RELEASE OR CA-FUNCTION-INQUIRE
                   PERFORM 2060-CHECK-ENTITLEMENT
               END-IF
               EVALUATE TRUE
                   WHEN NOT OPERATOR-ENTITLED
                       CONTINUE
                   WHEN CA-FUNCTION-ADD
                       PERFORM 2100-PLACE-HOLD
                   WHEN CA-FUNCTION-CHANGE
                       PERFORM 2200-CHANGE-HOLD
                   WHEN CA-FUNCTION-RELEASE
                       PERFORM 2300-RELEASE-HOLD
                   WHEN CA-FUNCTION-INQUIRE
                       PERFORM 2380-INQUIRE-HOLD
                   WHEN OTHER
                       SET CA-RC-NOT-FOUND TO TRUE
                       MOVE 'FUNCTION MUST BE A, C, R OR I'
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

      *    EVERY FUNCTION IS CHECKED AGAINST THE OPERATOR'S OPERENT
      *    PROFILE BEFORE THE REGISTER IS READ OR WRITTEN. A REFUSAL HAS
      *    ALREADY BEEN LOGGED BY CBSENTCK; A CHECK THAT CANNOT BE MADE
      *    AT ALL IS TREATED AS A REFUSAL.
       2060-CHECK-ENTITLEMENT.
           MOVE 'LGHM'             TO EX-TRAN-ID
           MOVE CA-FUNCTION        TO EX-FUNCTION-CODE
           MOVE 'LEGALHLD'         TO EX-RESOURCE-NAME
           MOVE SPACES             TO EX-ROW-KEY
           MOVE CA-ACCOUNT-NUMBER  TO EX-ROW-KEY
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

      *    A HOLD IS ONLY TAKEN AGAINST AN ACCOUNT THE MASTER KNOWS -
      *    A MISKEYED NUMBER WOULD OTHERWISE PROTECT NOTHING WHILE THE
      *    REAL ACCOUNT WENT THROUGH THE NIGHTLY PURGE UNTOUCHED.
       2100-PLACE-HOLD.
           PERFORM 2150-EDIT-HOLD-FIELDS
           IF WS-EDITS-PASSED
               MOVE CA-ACCOUNT-NUMBER TO MA-ACCOUNT-NUMBER
               EXEC CICS READ FILE('ACCTMAST')
                   INTO(MORTGAGE-ACCOUNT-MASTER-RECORD)
                   RIDFLD(MA-ACCOUNT-NUMBER)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   PERFORM 2160-FLAG-EDIT-ERROR
                   MOVE 'ACCOUNT NOT ON MASTER FILE' TO CA-MESSAGE
               END-IF
           END-IF
           IF WS-EDITS-PASSED
               EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
               END-EXEC
               MOVE SPACES            TO LEGAL-HOLD-RECORD
               MOVE CA-ACCOUNT-NUMBER TO LH-ACCOUNT-NUMBER
               MOVE HLDRSNI           TO LH-HOLD-REASON
               MOVE MATTERI           TO LH-MATTER-REFERENCE
               MOVE WS-OPERATOR-ID    TO LH-PLACED-BY
               MOVE WS-TODAY-ISO      TO LH-PLACED-DATE
               IF EXPDTI = LOW-VALUES
                   MOVE SPACES  TO LH-EXPIRY-DATE
               ELSE
                   MOVE EXPDTI  TO LH-EXPIRY-DATE
               END-IF
               EXEC CICS WRITE FILE('LEGALHLD')
                   FROM(LEGAL-HOLD-RECORD)
                   RIDFLD(LH-ACCOUNT-NUMBER)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       PERFORM 2400-AUDIT-PLACE
                       IF AUDIT-WRITTEN
                           SET CA-RC-OK TO TRUE
                           MOVE 'LEGAL HOLD PLACED' TO CA-MESSAGE
                       ELSE
                           EXEC CICS SYNCPOINT ROLLBACK
                           END-EXEC
                           SET CA-RC-VSAM-ERROR TO TRUE
                           MOVE 'HOLD BACKED OUT - AUDIT WRITE FAILED'
                               TO CA-MESSAGE
                       END-IF
                   WHEN DFHRESP(DUPREC)
                       SET CA-RC-DUPLICATE TO TRUE
                       MOVE 'ACCOUNT ALREADY ON LEGAL HOLD'
                           TO CA-MESSAGE
                   WHEN OTHER
                       SET CA-RC-VSAM-ERROR TO TRUE
                       MOVE 'VSAM ERROR PLACING HOLD' TO CA-MESSAGE
               END-EVALUATE
           END-IF.

       2150-EDIT-HOLD-FIELDS.
           MOVE 'Y' TO WS-EDIT-OK-SW
           EVALUATE TRUE
               WHEN CA-ACCOUNT-NUMBER = ZERO
                   PERFORM 2160-FLAG-EDIT-ERROR
                   MOVE 'ACCOUNT NUMBER IS REQUIRED' TO CA-MESSAGE
               WHEN HLDRSNI = SPACES OR HLDRSNI = LOW-VALUES
                   PERFORM 2160-FLAG-EDIT-ERROR
                   MOVE 'HOLD REASON IS REQUIRED' TO CA-MESSAGE
               WHEN MATTERI = SPACES OR MATTERI = LOW-VALUES
                   PERFORM 2160-FLAG-EDIT-ERROR
                   MOVE 'MATTER REFERENCE IS REQUIRED' TO CA-MESSAGE
               WHEN EXPDTI NOT = SPACES AND EXPDTI NOT = LOW-VALUES
                   MOVE EXPDTI TO WS-DATE-CHECK
                   PERFORM 2170-EDIT-EXPIRY-DATE
           END-EVALUATE.

       2160-FLAG-EDIT-ERROR.
           MOVE 'N' TO WS-EDIT-OK-SW
           SET CA-RC-NOT-FOUND TO TRUE.

      *    THE EXPIRY IS COMPARED AS A YYYY-MM-DD STRING BY THE BATCH
      *    INVENTORY, SO IT IS HELD TO THAT SHAPE HERE AND MUST FALL
      *    AFTER TODAY - A HOLD THAT IS ALREADY 'EXPIRED' ON THE DAY
      *    IT IS PLACED IS A KEYING ERROR.
       2170-EDIT-EXPIRY-DATE.
           IF WS-DC-YYYY NOT NUMERIC
              OR WS-DC-MM NOT NUMERIC
              OR WS-DC-DD NOT NUMERIC
              OR WS-DC-SEP-1 NOT = '-'
              OR WS-DC-SEP-2 NOT = '-'
              OR WS-DC-MM < '01' OR WS-DC-MM > '12'
              OR WS-DC-DD < '01' OR WS-DC-DD > '31'
               PERFORM 2160-FLAG-EDIT-ERROR
               MOVE 'EXPIRY DATE MUST BE YYYY-MM-DD' TO CA-MESSAGE
           ELSE
               IF WS-DATE-CHECK NOT > WS-TODAY-ISO
                   PERFORM 2160-FLAG-EDIT-ERROR
                   MOVE 'EXPIRY DATE MUST BE AFTER TODAY'
                       TO CA-MESSAGE
               END-IF
           END-IF.

       2200-CHANGE-HOLD.
           MOVE CA-ACCOUNT-NUMBER TO LH-ACCOUNT-NUMBER
           EXEC CICS READ FILE('LEGALHLD')
               INTO(LEGAL-HOLD-RECORD)
               RIDFLD(LH-ACCOUNT-NUMBER)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2250-APPLY-CHANGES
               WHEN DFHRESP(NOTFND)
                   SET CA-RC-NOT-FOUND TO TRUE
                   MOVE 'ACCOUNT IS NOT ON LEGAL HOLD' TO CA-MESSAGE
               WHEN OTHER
                   SET CA-RC-VSAM-ERROR TO TRUE
                   MOVE 'VSAM ERROR READING HOLD' TO CA-MESSAGE
           END-EVALUATE.

       2250-APPLY-CHANGES.
           MOVE 'Y' TO WS-EDIT-OK-SW
           MOVE LH-HOLD-REASON      TO WS-BEFORE-HOLD-REASON
           MOVE LH-MATTER-REFERENCE TO WS-BEFORE-MATTER-REF
           MOVE LH-EXPIRY-DATE      TO WS-BEFORE-EXPIRY-DATE
           IF EXPDTI NOT = SPACES AND EXPDTI NOT = LOW-VALUES
               MOVE EXPDTI TO WS-DATE-CHECK
               PERFORM 2170-EDIT-EXPIRY-DATE
               IF WS-EDITS-PASSED
                   MOVE EXPDTI TO LH-EXPIRY-DATE
               ELSE
                   EXEC CICS UNLOCK FILE('LEGALHLD')
                   END-EXEC
               END-IF
           END-IF
           IF WS-EDITS-PASSED
               IF HLDRSNI NOT = SPACES AND HLDRSNI NOT = LOW-VALUES
                   MOVE HLDRSNI TO LH-HOLD-REASON
               END-IF
               IF MATTERI NOT = SPACES AND MATTERI NOT = LOW-VALUES
                   MOVE MATTERI TO LH-MATTER-REFERENCE
               END-IF
               EXEC CICS REWRITE FILE('LEGALHLD')
                   FROM(LEGAL-HOLD-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 2500-AUDIT-CHANGES
                   IF AUDIT-WRITTEN
                       SET CA-RC-OK TO TRUE
                       MOVE 'LEGAL HOLD CHANGED' TO CA-MESSAGE
                   ELSE
                       EXEC CICS SYNCPOINT ROLLBACK
                       END-EXEC
                       SET CA-RC-VSAM-ERROR TO TRUE
                       MOVE 'CHANGE BACKED OUT - AUDIT WRITE FAILED'
                           TO CA-MESSAGE
                   END-IF
               ELSE
                   SET CA-RC-VSAM-ERROR TO TRUE
                   MOVE 'VSAM ERROR CHANGING HOLD' TO CA-MESSAGE
               END-IF
           END-IF.

      *    A RELEASE PUTS THE ACCOUNT BACK IN SCOPE OF THE NEXT
      *    NIGHT'S PURGE AND MASKING, SO IT ALWAYS NEEDS A REASON -
      *    THE RELEASING OPERATOR AND THE REASON ARE WHAT LEGAL
      *    REVIEWS ON THE AUDIT TRAIL.
       2300-RELEASE-HOLD.
           MOVE RLSRSNI TO WS-RELEASE-REASON
           IF WS-RELEASE-REASON = SPACES
              OR WS-RELEASE-REASON = LOW-VALUES
               SET CA-RC-NOT-FOUND TO TRUE
               MOVE 'RELEASE REASON IS REQUIRED' TO CA-MESSAGE
           ELSE
               MOVE CA-ACCOUNT-NUMBER TO LH-ACCOUNT-NUMBER
               EXEC CICS READ FILE('LEGALHLD')
                   INTO(LEGAL-HOLD-RECORD)
                   RIDFLD(LH-ACCOUNT-NUMBER)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       PERFORM 2350-APPLY-RELEASE
                   WHEN DFHRESP(NOTFND)
                       SET CA-RC-NOT-FOUND TO TRUE
                       MOVE 'ACCOUNT IS NOT ON LEGAL HOLD'
                           TO CA-MESSAGE
                   WHEN OTHER
                       SET CA-RC-VSAM-ERROR TO TRUE
                       MOVE 'VSAM ERROR READING HOLD' TO CA-MESSAGE
               END-EVALUATE
           END-IF.

       2350-APPLY-RELEASE.
           EXEC CICS DELETE FILE('LEGALHLD')
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2600-AUDIT-RELEASE
               IF AUDIT-WRITTEN
                   SET CA-RC-OK TO TRUE
                   MOVE 'LEGAL HOLD RELEASED' TO CA-MESSAGE
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   SET CA-RC-VSAM-ERROR TO TRUE
                   MOVE 'RELEASE BACKED OUT - AUDIT WRITE FAILED'
                       TO CA-MESSAGE
               END-IF
           ELSE
               SET CA-RC-VSAM-ERROR TO TRUE
               MOVE 'VSAM ERROR RELEASING HOLD' TO CA-MESSAGE
           END-IF.

       2380-INQUIRE-HOLD.
           MOVE CA-ACCOUNT-NUMBER TO LH-ACCOUNT-NUMBER
           EXEC CICS READ FILE('LEGALHLD')
               INTO(LEGAL-HOLD-RECORD)
               RIDFLD(LH-ACCOUNT-NUMBER)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET CA-RC-OK TO TRUE
                   IF LH-EXPIRY-DATE NOT = SPACES
                      AND LH-EXPIRY-DATE < WS-TODAY-ISO
                       MOVE 'HELD - PAST EXPIRY DATE, REFER TO LEGAL'
                         TO CA-MESSAGE
                   ELSE
                       MOVE 'ACCOUNT IS ON LEGAL HOLD' TO CA-MESSAGE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   SET CA-RC-NOT-FOUND TO TRUE
                   MOVE 'ACCOUNT IS NOT ON LEGAL HOLD' TO CA-MESSAGE
               WHEN OTHER
                   SET CA-RC-VSAM-ERROR TO TRUE
                   MOVE 'VSAM ERROR READING HOLD' TO CA-MESSAGE
           END-EVALUATE.

       2400-AUDIT-PLACE.
           PERFORM 2700-SET-AUDIT-HEADER
           MOVE 'HOLD PLACED'       TO AD-FIELD-NAME
           MOVE SPACES              TO AD-BEFORE-VALUE
           MOVE SPACES              TO AD-AFTER-VALUE
           STRING LH-MATTER-REFERENCE '/' LH-EXPIRY-DATE
               DELIMITED BY SIZE INTO AD-AFTER-VALUE
           PERFORM 2800-CALL-AUDIT-WRITER
           IF AUDIT-WRITTEN
               MOVE 'HOLD-REASON'       TO AD-FIELD-NAME
               MOVE SPACES              TO AD-BEFORE-VALUE
               MOVE LH-HOLD-REASON      TO AD-AFTER-VALUE
               PERFORM 2800-CALL-AUDIT-WRITER
           END-IF.

       2500-AUDIT-CHANGES.
           PERFORM 2700-SET-AUDIT-HEADER
           IF AUDIT-WRITTEN
              AND LH-HOLD-REASON NOT = WS-BEFORE-HOLD-REASON
               MOVE 'HOLD-REASON'          TO AD-FIELD-NAME
               MOVE WS-BEFORE-HOLD-REASON  TO AD-BEFORE-VALUE
               MOVE LH-HOLD-REASON         TO AD-AFTER-VALUE
               PERFORM 2800-CALL-AUDIT-WRITER
           END-IF
           IF AUDIT-WRITTEN
              AND LH-MATTER-REFERENCE NOT = WS-BEFORE-MATTER-REF
               MOVE 'MATTER-REFERENCE'     TO AD-FIELD-NAME
               MOVE WS-BEFORE-MATTER-REF   TO AD-BEFORE-VALUE
               MOVE LH-MATTER-REFERENCE    TO AD-AFTER-VALUE
               PERFORM 2800-CALL-AUDIT-WRITER
           END-IF
           IF AUDIT-WRITTEN
              AND LH-EXPIRY-DATE NOT = WS-BEFORE-EXPIRY-DATE
               MOVE 'EXPIRY-DATE'          TO AD-FIELD-NAME
               MOVE WS-BEFORE-EXPIRY-DATE  TO AD-BEFORE-VALUE
               MOVE LH-EXPIRY-DATE         TO AD-AFTER-VALUE
               PERFORM 2800-CALL-AUDIT-WRITER
           END-IF.

      *    TWO AUDIT ROWS PER RELEASE: THE HOLD THAT WAS LIFTED (ITS
      *    MATTER AND WHO PLACED IT) AND THE OPERATOR'S RELEASE
      *    REASON.
       2600-AUDIT-RELEASE.
           PERFORM 2700-SET-AUDIT-HEADER
           MOVE 'HOLD RELEASED'     TO AD-FIELD-NAME
           MOVE SPACES              TO AD-BEFORE-VALUE
           MOVE SPACES              TO AD-AFTER-VALUE
           STRING LH-MATTER-REFERENCE '/' LH-PLACED-BY '/'
                  LH-PLACED-DATE
               DELIMITED BY SIZE INTO AD-BEFORE-VALUE
           PERFORM 2800-CALL-AUDIT-WRITER
           IF AUDIT-WRITTEN
               MOVE 'RELEASE-REASON'    TO AD-FIELD-NAME
               MOVE SPACES              TO AD-BEFORE-VALUE
               MOVE WS-RELEASE-REASON   TO AD-AFTER-VALUE
               PERFORM 2800-CALL-AUDIT-WRITER
           END-IF.

       2700-SET-AUDIT-HEADER.
           MOVE 'Y' TO WS-AUDIT-OK-SW
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC
           MOVE WS-OPERATOR-ID     TO AD-OPERATOR-ID
           MOVE EIBTRMID           TO AD-TERMINAL-ID
           MOVE EIBTRNID           TO AD-TRAN-ID
           MOVE 'LEGALHLD'         TO AD-RESOURCE-NAME
           MOVE SPACES             TO AD-ROW-KEY
           MOVE LH-ACCOUNT-NUMBER  TO AD-ROW-KEY.

       2800-CALL-AUDIT-WRITER.
           CALL 'CBSAUDWR' USING CBSAUDX-PARMS
           IF NOT AD-RC-OK
               MOVE 'N' TO WS-AUDIT-OK-SW
           END-IF.

       2900-REDISPLAY-MAP.
           MOVE CA-FUNCTION        TO FUNCO
           MOVE CA-ACCOUNT-NUMBER  TO ACCTNBRO
           IF CA-RC-OK AND NOT CA-FUNCTION-RELEASE
               MOVE LH-HOLD-REASON      TO HLDRSNO
               MOVE LH-MATTER-REFERENCE TO MATTERO
               MOVE LH-EXPIRY-DATE      TO EXPDTO
               MOVE LH-PLACED-BY        TO PLCBYO
               MOVE LH-PLACED-DATE      TO PLCDTO
           END-IF
           MOVE CA-MESSAGE         TO MSGLINEO
           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               DATAONLY
           END-EXEC.
