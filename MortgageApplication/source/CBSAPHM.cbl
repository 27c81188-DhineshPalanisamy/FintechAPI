       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSAPHM.
       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSAPHM - INTRADAY API HEALTH MONITOR                        *
      *  RUN BY THE SCHEDULER EVERY FEW MINUTES THROUGH THE BUSINESS  *
      *  DAY. EACH RUN LOOKS ONLY AT THE CBS_API_LOG_DTL ROWS LOGGED  *
      *  SINCE THE END OF THE LAST COMPLETED INTERVAL (HMCKPT) AND,   *
      *  FOR EACH API_TYPE/API_NAME, WORKS OUT THE ERROR-CLASS RATE   *
      *  (RESPONSE CODES CLASSED THROUGH CBSRCLS), THE NUMBER OF      *
      *  CALLS OVER THE API'S SLATHRSH THRESHOLD, AND THE DUPLICATE-  *
      *  CALL RATE (SAME ACCOUNT WITHIN THE CBSDUPR WINDOW-SECONDS    *
      *  ON CTLCARD). THE FIGURES ARE JUDGED AGAINST THE API'S CARD   *
      *  ON HMLIMITS. A BREACH SENDS AN OPERATOR CONSOLE MESSAGE AND  *
      *  OPENS (OR REFRESHES) TODAY'S ALERT FOR THE API ON THE        *
      *  HMALERT KSDS, WHERE OPST LISTS IT. AN OPEN ALERT IS CLEARED, *
      *  WITH A CONSOLE MESSAGE, BY THE FIRST INTERVAL THAT HAS       *
      *  ENOUGH CALLS TO JUDGE AND COMES BACK WITHIN LIMITS. THE      *
      *  FIRST RUN OF A DAY STARTS AT MIDNIGHT - OVERNIGHT TRAFFIC    *
      *  BELONGS TO THE NIGHTLY REPORTS. RUN CONTROL IS KEPT AS       *
      *  'CBSAPHM ' + TODAY, ACCUMULATED OVER THE DAY'S RUNS: ROWS    *
      *  READ = CALLS EXAMINED, ROWS WRITTEN = BREACHING INTERVALS.   *
      *  A SQL OR CLASSIFIER FAILURE ENDS THE RUN RC=8 WITH THE       *
      *  WINDOW NOT ADVANCED, SO THE NEXT RUN COVERS THE SAME ROWS.   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO CTLCARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SLA-THRESHOLD-FILE ASSIGN TO SLATHRSH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALERT-LIMIT-FILE ASSIGN TO HMLIMITS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HEALTH-RPT ASSIGN TO HMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALERT-FILE ASSIGN TO HMALERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HA-KEY
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO HMCKPT
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CKPT-RRN
               FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD             PIC X(80).

       FD  SLA-THRESHOLD-FILE
           RECORDING MODE IS F.
           COPY CBSSLAT.

       FD  ALERT-LIMIT-FILE
           RECORDING MODE IS F.
           COPY CBSHMLM.

       FD  HEALTH-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       FD  ALERT-FILE.
           COPY CBSHMAL.

       FD  RUN-CONTROL-FILE.
           COPY CBSRUNC.

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  FD-CHECKPOINT-RECORD        PIC X(40).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CBSLOG.
           COPY CBSRCX.
           COPY CBSHMCK.
           COPY CBSDUPP.

       01  WS-ALERT-STATUS              PIC X(2) VALUE SPACES.
           88 ALERT-OK                      VALUE '00'.
           88 ALERT-NOT-FOUND               VALUE '23'.

       01  WS-RUNC-STATUS               PIC X(2) VALUE SPACES.
           88 RUNC-OK                       VALUE '00'.
           88 RUNC-DUPLICATE                VALUE '22'.

       01  WS-CKPT-RRN                 PIC 9(8)  COMP VALUE 1.
       01  WS-CKPT-STATUS              PIC X(2)  VALUE SPACES.
           88 CKPT-OK                       VALUE '00'.

       01  WS-RUN-DATE-FIELDS.
           05 WS-RUN-DATE              PIC X(8).
           05 WS-RUN-TIME              PIC X(8).

       01  WS-SQL-HOST-VARS.
           05 HV-TIME-STAMP-LOW        PIC X(26).
           05 HV-TIME-STAMP-HIGH       PIC X(26).

       01  WS-SWITCHES.
           05 WS-THRESH-EOF-SW         PIC X(1) VALUE 'N'.
              88 END-OF-THRESHOLDS          VALUE 'Y'.
           05 WS-LIMIT-EOF-SW          PIC X(1) VALUE 'N'.
              88 END-OF-LIMITS              VALUE 'Y'.
           05 WS-CURSOR-EOF-SW         PIC X(1) VALUE 'N'.
              88 END-OF-CURSOR              VALUE 'Y'.
           05 WS-FIRST-REC-SW          PIC X(1) VALUE 'Y'.
              88 FIRST-RECORD               VALUE 'Y'.
           05 WS-RUN-ERROR-SW          PIC X(1) VALUE 'N'.
              88 RUN-ERROR                  VALUE 'Y'.
           05 WS-THRESH-MATCH-SW       PIC X(1) VALUE 'N'.
              88 THRESHOLD-FOUND            VALUE 'Y'.
           05 WS-LIMIT-MATCH-SW        PIC X(1) VALUE 'N'.
              88 LIMIT-FOUND                VALUE 'Y'.
           05 WS-BREACH-SW             PIC X(1) VALUE 'N'.
              88 API-IN-BREACH              VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-THRESH-COUNT          PIC S9(4) COMP VALUE ZERO.
           05 WS-LIMIT-COUNT           PIC S9(4) COMP VALUE ZERO.
           05 WS-ROWS-CHECKED          PIC S9(9) COMP VALUE ZERO.
           05 WS-APIS-CHECKED          PIC S9(9) COMP VALUE ZERO.
           05 WS-ALERTS-RAISED         PIC S9(9) COMP VALUE ZERO.
           05 WS-ALERTS-CLEARED        PIC S9(9) COMP VALUE ZERO.

       01  WS-SLA-THRESHOLD-TABLE.
           05 SLA-ENTRY OCCURS 1 TO 500 TIMES
                        DEPENDING ON WS-THRESH-COUNT
                        INDEXED BY SLA-IDX.
              10 TE-API-TYPE           PIC X(10).
              10 TE-API-NAME           PIC X(15).
              10 TE-THRESHOLD-MS       PIC S9(9) COMP.

       01  WS-ALERT-LIMIT-TABLE.
           05 LIMIT-ENTRY OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-LIMIT-COUNT
                          INDEXED BY LIM-IDX.
              10 LE-API-TYPE           PIC X(10).
              10 LE-API-NAME           PIC X(15).
              10 LE-MIN-CALLS          PIC S9(5)   COMP-3.
              10 LE-MAX-ERROR-PCT      PIC S9(3)V9 COMP-3.
              10 LE-MAX-SLA-BREACHES   PIC S9(5)   COMP-3.
              10 LE-MAX-DUP-PCT        PIC S9(3)V9 COMP-3.

      *    FIGURES FOR THE API_TYPE/API_NAME BEING ACCUMULATED, WITH
      *    THE THRESHOLD AND LIMITS LOOKED UP ONCE WHEN ITS FIRST
      *    ROW ARRIVES.
       01  WS-API-GROUP.
           05 WS-GRP-API-TYPE          PIC X(10).
           05 WS-GRP-API-NAME          PIC X(15).
           05 WS-GRP-THRESHOLD-MS      PIC S9(9)   COMP.
           05 WS-GRP-MIN-CALLS         PIC S9(5)   COMP-3.
           05 WS-GRP-MAX-ERROR-PCT     PIC S9(3)V9 COMP-3.
           05 WS-GRP-MAX-SLA-BREACHES  PIC S9(5)   COMP-3.
           05 WS-GRP-MAX-DUP-PCT       PIC S9(3)V9 COMP-3.
           05 WS-GRP-CALL-COUNT        PIC S9(9)   COMP.
           05 WS-GRP-ERROR-COUNT       PIC S9(9)   COMP.
           05 WS-GRP-SLA-COUNT         PIC S9(9)   COMP.
           05 WS-GRP-DUP-COUNT         PIC S9(9)   COMP.
           05 WS-GRP-ERROR-PCT         PIC S9(3)V9 COMP-3.
           05 WS-GRP-DUP-PCT           PIC S9(3)V9 COMP-3.
           05 WS-GRP-ERROR-BREACH-SW   PIC X(1).
           05 WS-GRP-SLA-BREACH-SW     PIC X(1).
           05 WS-GRP-DUP-BREACH-SW     PIC X(1).

       01  WS-CONTROL-FIELDS.
           05 WS-PREV-ACCT-NBR         PIC S9(9) COMP VALUE ZERO.

       01  WS-EPOCH-FIELDS.
           05 WS-TS-YYYY               PIC 9(4).
           05 WS-TS-MO                 PIC 9(2).
           05 WS-TS-DA                 PIC 9(2).
           05 WS-TS-HH                 PIC 9(2).
           05 WS-TS-MI                 PIC 9(2).
           05 WS-TS-SS                 PIC 9(2).
           05 WS-TS-DATE-YYYYMMDD      PIC 9(8).
           05 WS-CUR-EPOCH-SECONDS     PIC S9(18) COMP.
           05 WS-PREV-EPOCH-SECONDS    PIC S9(18) COMP VALUE ZERO.
           05 WS-ELAPSED-SECONDS       PIC S9(9)  COMP.

       01  WS-EDIT-FIELDS.
           05 WS-COUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.
           05 WS-PCT-EDIT              PIC ZZ9.9.
           05 WS-SLA-EDIT              PIC ZZZZ9.

      *****************************************************************
      *  CONSOLE MESSAGE LAYOUT                                       *
      *****************************************************************
       01  WS-CONSOLE-MSG.
           05 FILLER                   PIC X(9)  VALUE 'CBSAPHM: '.
           05 WS-CM-ACTION             PIC X(13).
           05 WS-CM-API-TYPE           PIC X(10).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-CM-API-NAME           PIC X(15).
           05 FILLER                   PIC X(5)  VALUE ' ERR='.
           05 WS-CM-ERROR-PCT          PIC ZZ9.9.
           05 FILLER                   PIC X(6)  VALUE '% SLA='.
           05 WS-CM-SLA-COUNT          PIC ZZZZ9.
           05 FILLER                   PIC X(5)  VALUE ' DUP='.
           05 WS-CM-DUP-PCT            PIC ZZ9.9.
           05 FILLER                   PIC X(1)  VALUE '%'.

      *****************************************************************
      *  REPORT LINE LAYOUTS                                          *
      *****************************************************************
       01  WS-HEADING-1.
           05 FILLER                   PIC X(34)
              VALUE 'INTRADAY API HEALTH MONITOR'.
           05 FILLER                   PIC X(8)  VALUE 'WINDOW '.
           05 WS-H1-WINDOW-FROM        PIC X(26).
           05 FILLER                   PIC X(6)  VALUE ' THRU '.
           05 WS-H1-WINDOW-TO          PIC X(26).

       01  WS-HEADING-2.
           05 FILLER                   PIC X(10) VALUE 'API TYPE'.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE 'API NAME'.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE '      CALLS'.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE '     ERRORS'.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE ' ERR%'.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE '   OVER SLA'.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE ' DUPLICATES'.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE ' DUP%'.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(3)  VALUE 'ESD'.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'OUTCOME'.

       01  WS-API-LINE.
           05 WS-AL-API-TYPE           PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-AL-API-NAME           PIC X(15).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-AL-CALLS              PIC X(11).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-AL-ERRORS             PIC X(11).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-AL-ERROR-PCT          PIC X(5).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-AL-SLA-COUNT          PIC X(11).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-AL-DUP-COUNT          PIC X(11).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-AL-DUP-PCT            PIC X(5).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-AL-BREACH-FLAGS       PIC X(3).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-AL-OUTCOME            PIC X(12).

       01  WS-SUMMARY-LINE-1.
           05 FILLER                   PIC X(25)
              VALUE 'TOTAL CALLS EXAMINED....'.
           05 WS-SUM-CHECKED-EDIT      PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05 FILLER                   PIC X(25)
              VALUE 'APIS JUDGED.............'.
           05 WS-SUM-APIS-EDIT         PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05 FILLER                   PIC X(25)
              VALUE 'ALERTS RAISED...........'.
           05 WS-SUM-RAISED-EDIT       PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-4.
           05 FILLER                   PIC X(25)
              VALUE 'ALERTS CLEARED..........'.
           05 WS-SUM-CLEARED-EDIT      PIC ZZZ,ZZZ,ZZ9.

       01  WS-RUN-ERROR-LINE.
           05 FILLER                   PIC X(33)
              VALUE '*** RUN FAILED - WINDOW NOT ADVAN'.
           05 FILLER                   PIC X(33)
              VALUE 'CED, NEXT RUN WILL REPEAT IT ***'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-SLA-THRESHOLDS
               UNTIL END-OF-THRESHOLDS
           PERFORM 1600-LOAD-ALERT-LIMITS
               UNTIL END-OF-LIMITS
           PERFORM 1800-OPEN-CURSOR
           PERFORM 2000-PROCESS-CURSOR
               UNTIL END-OF-CURSOR
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARD-FILE
           READ CONTROL-CARD-FILE INTO DUPR-CONTROL-CARD
               AT END MOVE ZERO TO CC-WINDOW-SECONDS
           END-READ
           CLOSE CONTROL-CARD-FILE
           OPEN INPUT SLA-THRESHOLD-FILE
           OPEN INPUT ALERT-LIMIT-FILE
           OPEN I-O ALERT-FILE
           OPEN I-O CHECKPOINT-FILE
           OPEN OUTPUT HEALTH-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1100-SET-MONITOR-WINDOW
           MOVE HV-TIME-STAMP-LOW  TO WS-H1-WINDOW-FROM
           MOVE HV-TIME-STAMP-HIGH TO WS-H1-WINDOW-TO
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2.

      *    THE WINDOW RUNS FROM THE END OF THE LAST COMPLETED
      *    INTERVAL TO NOW. WITH NO CHECKPOINT, OR ONE LEFT BY AN
      *    EARLIER DAY, IT STARTS AT MIDNIGHT INSTEAD - THE MONITOR
      *    WATCHES THE BUSINESS DAY, AND A MONDAY MORNING RUN MUST
      *    NOT JUDGE THE WEEKEND'S TRAFFIC AS ONE INTERVAL.
       1100-SET-MONITOR-WINDOW.
           MOVE 1 TO WS-CKPT-RRN
           READ CHECKPOINT-FILE INTO HEALTH-MONITOR-CHECKPOINT
           IF CKPT-OK AND HC-LAST-RUN-DATE = WS-RUN-DATE
               MOVE HC-LAST-WINDOW-END TO HV-TIME-STAMP-LOW
           ELSE
               STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'
                      WS-RUN-DATE(7:2) '-00.00.00.000000'
                      DELIMITED BY SIZE INTO HV-TIME-STAMP-LOW
           END-IF
           STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'
                  WS-RUN-DATE(7:2) '-' WS-RUN-TIME(1:2) '.'
                  WS-RUN-TIME(3:2) '.' WS-RUN-TIME(5:2) '.'
                  WS-RUN-TIME(7:2) '0000'
                  DELIMITED BY SIZE INTO HV-TIME-STAMP-HIGH.

       1500-LOAD-SLA-THRESHOLDS.
           READ SLA-THRESHOLD-FILE INTO SLA-THRESHOLD-RECORD
               AT END SET END-OF-THRESHOLDS TO TRUE
           END-READ
           IF NOT END-OF-THRESHOLDS
               IF WS-THRESH-COUNT >= 500
                   DISPLAY 'CBSAPHM: THRESHOLD TABLE FULL AT 500, '
                           'IGNORING REMAINING SLA-THRESHOLD ROWS'
               ELSE
                   ADD 1 TO WS-THRESH-COUNT
                   MOVE ST-API-TYPE     TO TE-API-TYPE(WS-THRESH-COUNT)
                   MOVE ST-API-NAME     TO TE-API-NAME(WS-THRESH-COUNT)
                   MOVE ST-THRESHOLD-MS
                                     TO TE-THRESHOLD-MS(WS-THRESH-COUNT)
               END-IF
           END-IF.

       1600-LOAD-ALERT-LIMITS.
           READ ALERT-LIMIT-FILE INTO HEALTH-LIMIT-RECORD
               AT END SET END-OF-LIMITS TO TRUE
           END-READ
           IF NOT END-OF-LIMITS
               IF WS-LIMIT-COUNT >= 500
                   DISPLAY 'CBSAPHM: LIMIT TABLE FULL AT 500, '
                           'IGNORING REMAINING HMLIMITS CARDS'
               ELSE
                   ADD 1 TO WS-LIMIT-COUNT
                   MOVE HL-API-TYPE    TO LE-API-TYPE(WS-LIMIT-COUNT)
                   MOVE HL-API-NAME    TO LE-API-NAME(WS-LIMIT-COUNT)
                   MOVE HL-MIN-CALLS   TO LE-MIN-CALLS(WS-LIMIT-COUNT)
                   MOVE HL-MAX-ERROR-PCT
                                   TO LE-MAX-ERROR-PCT(WS-LIMIT-COUNT)
                   MOVE HL-MAX-SLA-BREACHES
                                TO LE-MAX-SLA-BREACHES(WS-LIMIT-COUNT)
                   MOVE HL-MAX-DUP-PCT
                                   TO LE-MAX-DUP-PCT(WS-LIMIT-COUNT)
               END-IF
           END-IF.

      *    ORDERED BY API SO EACH API'S FIGURES ARE COMPLETE AT ITS
      *    CONTROL BREAK, AND BY ACCOUNT AND TIME WITHIN THE API SO A
      *    REPEAT CALL FOLLOWS THE CALL IT REPEATS, AS IN CBSDUPR.
       1800-OPEN-CURSOR.
           EXEC SQL
               DECLARE APHM-CSR CURSOR FOR
               SELECT ACCOUNT_NUMBER, API_TYPE, API_NAME,
                      TIME_STAMP, API_RESPONSE_CODE, DURATION_MS
                 FROM COREBK.CBS_API_LOG_DTL
                WHERE TIME_STAMP > :HV-TIME-STAMP-LOW
                  AND TIME_STAMP <= :HV-TIME-STAMP-HIGH
                  AND SEQUENCE_NUMBER = 1
                ORDER BY API_TYPE, API_NAME, ACCOUNT_NUMBER,
                         TIME_STAMP
           END-EXEC
           EXEC SQL
               OPEN APHM-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CBSAPHM: OPEN CURSOR FAILED, SQLCODE = '
                       SQLCODE
               SET RUN-ERROR TO TRUE
               SET END-OF-CURSOR TO TRUE
           END-IF.

       2000-PROCESS-CURSOR.
           EXEC SQL
               FETCH APHM-CSR
                 INTO :H4-ACCOUNT-NUMBER, :H4-API-TYPE,
                      :H4-API-NAME, :H4-TIME-STAMP,
                      :H4-API-RESPONSE-CODE :INDSTRUC(6),
                      :H4-DURATION-MS :INDSTRUC(9)
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ROWS-CHECKED
                   IF FIRST-RECORD
                       PERFORM 2100-START-API-GROUP
                   ELSE
                       IF H4-API-TYPE NOT = WS-GRP-API-TYPE
                          OR H4-API-NAME NOT = WS-GRP-API-NAME
                           PERFORM 2500-JUDGE-API-GROUP
                           PERFORM 2100-START-API-GROUP
                       END-IF
                   END-IF
                   PERFORM 2200-ACCUMULATE-CALL
                   MOVE 'N' TO WS-FIRST-REC-SW
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'CBSAPHM: FETCH FAILED, SQLCODE = ' SQLCODE
                   SET RUN-ERROR TO TRUE
                   SET END-OF-CURSOR TO TRUE
           END-EVALUATE.

       2100-START-API-GROUP.
           MOVE H4-API-TYPE TO WS-GRP-API-TYPE
           MOVE H4-API-NAME TO WS-GRP-API-NAME
           MOVE ZERO TO WS-GRP-CALL-COUNT
                        WS-GRP-ERROR-COUNT
                        WS-GRP-SLA-COUNT
                        WS-GRP-DUP-COUNT
                        WS-PREV-ACCT-NBR
                        WS-PREV-EPOCH-SECONDS
           MOVE 'N' TO WS-THRESH-MATCH-SW
           PERFORM 2110-MATCH-THRESHOLD
               VARYING SLA-IDX FROM 1 BY 1
               UNTIL SLA-IDX > WS-THRESH-COUNT
                  OR THRESHOLD-FOUND
           MOVE 'N' TO WS-LIMIT-MATCH-SW
           PERFORM 2120-MATCH-LIMIT
               VARYING LIM-IDX FROM 1 BY 1
               UNTIL LIM-IDX > WS-LIMIT-COUNT
                  OR LIMIT-FOUND.

       2110-MATCH-THRESHOLD.
           IF TE-API-TYPE(SLA-IDX) = WS-GRP-API-TYPE
              AND TE-API-NAME(SLA-IDX) = WS-GRP-API-NAME
               SET THRESHOLD-FOUND TO TRUE
               MOVE TE-THRESHOLD-MS(SLA-IDX) TO WS-GRP-THRESHOLD-MS
           END-IF.

       2120-MATCH-LIMIT.
           IF LE-API-TYPE(LIM-IDX) = WS-GRP-API-TYPE
              AND LE-API-NAME(LIM-IDX) = WS-GRP-API-NAME
               SET LIMIT-FOUND TO TRUE
               MOVE LE-MIN-CALLS(LIM-IDX)   TO WS-GRP-MIN-CALLS
               MOVE LE-MAX-ERROR-PCT(LIM-IDX)
                                            TO WS-GRP-MAX-ERROR-PCT
               MOVE LE-MAX-SLA-BREACHES(LIM-IDX)
                                            TO WS-GRP-MAX-SLA-BREACHES
               MOVE LE-MAX-DUP-PCT(LIM-IDX) TO WS-GRP-MAX-DUP-PCT
           END-IF.

       2200-ACCUMULATE-CALL.
           ADD 1 TO WS-GRP-CALL-COUNT
           PERFORM 2210-CLASSIFY-RESPONSE
           IF THRESHOLD-FOUND
              AND INDSTRUC(9) >= ZERO
              AND H4-DURATION-MS > WS-GRP-THRESHOLD-MS
               ADD 1 TO WS-GRP-SLA-COUNT
           END-IF
           PERFORM 2300-COMPUTE-EPOCH-SECONDS
           IF WS-GRP-CALL-COUNT > 1
              AND H4-ACCOUNT-NUMBER = WS-PREV-ACCT-NBR
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-CUR-EPOCH-SECONDS - WS-PREV-EPOCH-SECONDS
               IF WS-ELAPSED-SECONDS < CC-WINDOW-SECONDS
                   ADD 1 TO WS-GRP-DUP-COUNT
               END-IF
           END-IF
           MOVE H4-ACCOUNT-NUMBER    TO WS-PREV-ACCT-NBR
           MOVE WS-CUR-EPOCH-SECONDS TO WS-PREV-EPOCH-SECONDS.

      *    A RESPONSE TABLE THAT CANNOT BE LOADED WOULD CLASS EVERY
      *    CALL AS AN ERROR AND ALERT ON EVERY API, SO IT FAILS THE
      *    RUN INSTEAD.
       2210-CLASSIFY-RESPONSE.
           IF INDSTRUC(6) < ZERO
               MOVE SPACES TO RP-RESPONSE-CODE
           ELSE
               MOVE H4-API-RESPONSE-CODE TO RP-RESPONSE-CODE
           END-IF
           CALL 'CBSRCLS' USING CBSRCX-PARMS
           IF RP-RC-TABLE-ERROR
               DISPLAY 'CBSAPHM: RESPCODE TABLE UNAVAILABLE - '
                       'RUN STOPPED'
               SET RUN-ERROR TO TRUE
               SET END-OF-CURSOR TO TRUE
           ELSE
               IF RP-CLASS-ERROR
                   ADD 1 TO WS-GRP-ERROR-COUNT
               END-IF
           END-IF.

       2300-COMPUTE-EPOCH-SECONDS.
           MOVE H4-TIME-STAMP(1:4)  TO WS-TS-YYYY
           MOVE H4-TIME-STAMP(6:2)  TO WS-TS-MO
           MOVE H4-TIME-STAMP(9:2)  TO WS-TS-DA
           MOVE H4-TIME-STAMP(12:2) TO WS-TS-HH
           MOVE H4-TIME-STAMP(15:2) TO WS-TS-MI
           MOVE H4-TIME-STAMP(18:2) TO WS-TS-SS
           COMPUTE WS-TS-DATE-YYYYMMDD =
               WS-TS-YYYY * 10000 + WS-TS-MO * 100 + WS-TS-DA
           COMPUTE WS-CUR-EPOCH-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE-YYYYMMDD) * 86400
               + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS.

      *    A ZERO LIMIT SWITCHES THAT MEASURE OFF. AN API WITH NO
      *    HMLIMITS CARD, OR TOO FEW CALLS IN THE INTERVAL TO JUDGE,
      *    IS REPORTED BUT NEITHER RAISES NOR CLEARS AN ALERT.
       2500-JUDGE-API-GROUP.
           COMPUTE WS-GRP-ERROR-PCT ROUNDED =
               WS-GRP-ERROR-COUNT * 100 / WS-GRP-CALL-COUNT
           COMPUTE WS-GRP-DUP-PCT ROUNDED =
               WS-GRP-DUP-COUNT * 100 / WS-GRP-CALL-COUNT
           MOVE 'N' TO WS-BREACH-SW
           MOVE 'N' TO WS-GRP-ERROR-BREACH-SW
                       WS-GRP-SLA-BREACH-SW
                       WS-GRP-DUP-BREACH-SW
           EVALUATE TRUE
               WHEN NOT LIMIT-FOUND
                   MOVE 'NO LIMITS' TO WS-AL-OUTCOME
               WHEN WS-GRP-CALL-COUNT < WS-GRP-MIN-CALLS
                   MOVE 'LOW VOLUME' TO WS-AL-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-APIS-CHECKED
                   PERFORM 2510-TEST-LIMITS
                   IF API-IN-BREACH
                       PERFORM 2600-RAISE-ALERT
                   ELSE
                       PERFORM 2700-CLEAR-ALERT
                   END-IF
           END-EVALUATE
           PERFORM 2800-WRITE-API-LINE.

       2510-TEST-LIMITS.
           IF WS-GRP-MAX-ERROR-PCT > ZERO
              AND WS-GRP-ERROR-PCT > WS-GRP-MAX-ERROR-PCT
               MOVE 'Y' TO WS-GRP-ERROR-BREACH-SW
               SET API-IN-BREACH TO TRUE
           END-IF
           IF WS-GRP-MAX-SLA-BREACHES > ZERO
              AND WS-GRP-SLA-COUNT > WS-GRP-MAX-SLA-BREACHES
               MOVE 'Y' TO WS-GRP-SLA-BREACH-SW
               SET API-IN-BREACH TO TRUE
           END-IF
           IF WS-GRP-MAX-DUP-PCT > ZERO
              AND WS-GRP-DUP-PCT > WS-GRP-MAX-DUP-PCT
               MOVE 'Y' TO WS-GRP-DUP-BREACH-SW
               SET API-IN-BREACH TO TRUE
           END-IF.

      *    ONE ALERT PER API PER DAY. THE FIRST BREACH OPENS IT, A
      *    LATER ONE REFRESHES IT WITH THE NEW INTERVAL'S FIGURES,
      *    AND A BREACH AFTER IT WAS CLEARED REOPENS IT - THE OPENED
      *    TIME ALWAYS SHOWS WHEN THE DAY'S TROUBLE FIRST STARTED.
      *    AN HMALERT READ OR WRITE THAT FAILS STOPS THE RUN WITHOUT
      *    SENDING THE MESSAGE, SO THE WINDOW IS NOT ADVANCED AND THE
      *    NEXT RUN JUDGES IT AGAIN - THE FILE AND OPST STAY IN STEP.
       2600-RAISE-ALERT.
           MOVE WS-RUN-DATE     TO HA-ALERT-DATE
           MOVE WS-GRP-API-TYPE TO HA-API-TYPE
           MOVE WS-GRP-API-NAME TO HA-API-NAME
           READ ALERT-FILE
           IF NOT ALERT-OK AND NOT ALERT-NOT-FOUND
               DISPLAY 'CBSAPHM: HMALERT READ FAILED, STATUS = '
                       WS-ALERT-STATUS ' API ' WS-GRP-API-NAME
               SET RUN-ERROR TO TRUE
               SET END-OF-CURSOR TO TRUE
           ELSE
               PERFORM 2610-POST-ALERT
           END-IF.

       2610-POST-ALERT.
           EVALUATE TRUE
               WHEN ALERT-NOT-FOUND
                   MOVE SPACES          TO HEALTH-ALERT-RECORD
                   MOVE WS-RUN-DATE     TO HA-ALERT-DATE
                   MOVE WS-GRP-API-TYPE TO HA-API-TYPE
                   MOVE WS-GRP-API-NAME TO HA-API-NAME
                   MOVE 'ALERT OPENED ' TO WS-CM-ACTION
                   MOVE WS-RUN-TIME(1:6) TO HA-OPENED-TIME
                   MOVE SPACES          TO HA-CLEARED-TIME
                   MOVE ZERO            TO HA-BREACH-RUNS
               WHEN HA-STATUS-CLEARED
                   MOVE 'ALERT REOPEN ' TO WS-CM-ACTION
                   MOVE SPACES          TO HA-CLEARED-TIME
               WHEN OTHER
                   MOVE 'ALERT ACTIVE ' TO WS-CM-ACTION
           END-EVALUATE
           SET HA-STATUS-OPEN TO TRUE
           ADD 1 TO HA-BREACH-RUNS
           MOVE WS-RUN-TIME(1:6)      TO HA-LAST-BREACH-TIME
           MOVE HV-TIME-STAMP-LOW     TO HA-WINDOW-FROM
           MOVE HV-TIME-STAMP-HIGH    TO HA-WINDOW-TO
           MOVE WS-GRP-CALL-COUNT     TO HA-CALL-COUNT
           MOVE WS-GRP-ERROR-COUNT    TO HA-ERROR-COUNT
           MOVE WS-GRP-ERROR-PCT      TO HA-ERROR-PCT
           MOVE WS-GRP-SLA-COUNT      TO HA-SLA-BREACH-COUNT
           MOVE WS-GRP-DUP-COUNT      TO HA-DUP-COUNT
           MOVE WS-GRP-DUP-PCT        TO HA-DUP-PCT
           MOVE WS-GRP-ERROR-BREACH-SW TO HA-ERROR-BREACH-SW
           MOVE WS-GRP-SLA-BREACH-SW  TO HA-SLA-BREACH-SW
           MOVE WS-GRP-DUP-BREACH-SW  TO HA-DUP-BREACH-SW
           IF ALERT-NOT-FOUND
               WRITE HEALTH-ALERT-RECORD
           ELSE
               REWRITE HEALTH-ALERT-RECORD
           END-IF
           IF NOT ALERT-OK
               DISPLAY 'CBSAPHM: HMALERT WRITE FAILED, STATUS = '
                       WS-ALERT-STATUS ' API ' WS-GRP-API-NAME
               SET RUN-ERROR TO TRUE
               SET END-OF-CURSOR TO TRUE
           ELSE
               ADD 1 TO WS-ALERTS-RAISED
               MOVE 'ALERT' TO WS-AL-OUTCOME
               PERFORM 2900-SEND-CONSOLE-MESSAGE
           END-IF.

       2700-CLEAR-ALERT.
           MOVE 'OK' TO WS-AL-OUTCOME
           MOVE WS-RUN-DATE     TO HA-ALERT-DATE
           MOVE WS-GRP-API-TYPE TO HA-API-TYPE
           MOVE WS-GRP-API-NAME TO HA-API-NAME
           READ ALERT-FILE
           EVALUATE TRUE
               WHEN ALERT-OK AND HA-STATUS-OPEN
                   SET HA-STATUS-CLEARED TO TRUE
                   MOVE WS-RUN-TIME(1:6) TO HA-CLEARED-TIME
                   REWRITE HEALTH-ALERT-RECORD
                   IF NOT ALERT-OK
                       DISPLAY 'CBSAPHM: HMALERT REWRITE FAILED, '
                               'STATUS = ' WS-ALERT-STATUS
                               ' API ' WS-GRP-API-NAME
                       SET RUN-ERROR TO TRUE
                       SET END-OF-CURSOR TO TRUE
                   ELSE
                       ADD 1 TO WS-ALERTS-CLEARED
                       MOVE 'CLEARED' TO WS-AL-OUTCOME
                       MOVE 'ALERT CLEARED' TO WS-CM-ACTION
                       PERFORM 2900-SEND-CONSOLE-MESSAGE
                   END-IF
               WHEN ALERT-OK OR ALERT-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CBSAPHM: HMALERT READ FAILED, STATUS = '
                           WS-ALERT-STATUS ' API ' WS-GRP-API-NAME
                   SET RUN-ERROR TO TRUE
                   SET END-OF-CURSOR TO TRUE
           END-EVALUATE.

       2800-WRITE-API-LINE.
           MOVE WS-GRP-API-TYPE       TO WS-AL-API-TYPE
           MOVE WS-GRP-API-NAME       TO WS-AL-API-NAME
           MOVE WS-GRP-CALL-COUNT     TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT         TO WS-AL-CALLS
           MOVE WS-GRP-ERROR-COUNT    TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT         TO WS-AL-ERRORS
           MOVE WS-GRP-ERROR-PCT      TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT           TO WS-AL-ERROR-PCT
           MOVE WS-GRP-SLA-COUNT      TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT         TO WS-AL-SLA-COUNT
           MOVE WS-GRP-DUP-COUNT      TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT         TO WS-AL-DUP-COUNT
           MOVE WS-GRP-DUP-PCT        TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT           TO WS-AL-DUP-PCT
           MOVE WS-GRP-ERROR-BREACH-SW TO WS-AL-BREACH-FLAGS(1:1)
           MOVE WS-GRP-SLA-BREACH-SW  TO WS-AL-BREACH-FLAGS(2:1)
           MOVE WS-GRP-DUP-BREACH-SW  TO WS-AL-BREACH-FLAGS(3:1)
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-API-LINE.

       2900-SEND-CONSOLE-MESSAGE.
           MOVE WS-GRP-API-TYPE       TO WS-CM-API-TYPE
           MOVE WS-GRP-API-NAME       TO WS-CM-API-NAME
           MOVE WS-GRP-ERROR-PCT      TO WS-CM-ERROR-PCT
           MOVE WS-GRP-SLA-COUNT      TO WS-CM-SLA-COUNT
           MOVE WS-GRP-DUP-PCT        TO WS-CM-DUP-PCT
           DISPLAY WS-CONSOLE-MSG UPON CONSOLE.

       3000-TERMINATE.
           IF NOT FIRST-RECORD AND NOT RUN-ERROR
               PERFORM 2500-JUDGE-API-GROUP
           END-IF
           EXEC SQL
               CLOSE APHM-CSR
           END-EXEC
           MOVE WS-ROWS-CHECKED   TO WS-SUM-CHECKED-EDIT
           MOVE WS-APIS-CHECKED   TO WS-SUM-APIS-EDIT
           MOVE WS-ALERTS-RAISED  TO WS-SUM-RAISED-EDIT
           MOVE WS-ALERTS-CLEARED TO WS-SUM-CLEARED-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-1
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-2
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-3
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-4
           IF RUN-ERROR
               WRITE RPT-LINE FROM WS-RUN-ERROR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3200-ADVANCE-CHECKPOINT
           END-IF
           PERFORM 3100-WRITE-RUN-CONTROL
           CLOSE SLA-THRESHOLD-FILE
           CLOSE ALERT-LIMIT-FILE
           CLOSE ALERT-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE HEALTH-RPT.

      *    THE MONITOR RUNS MANY TIMES A DAY AGAINST ONE RUN-CONTROL
      *    KEY, SO EACH RUN ADDS ITS COUNTS TO THE DAY'S RECORD. A
      *    FAILED RUN MARKS THE DAY FAILED UNTIL A LATER RUN GETS
      *    THROUGH, WHICH IS WHAT OPST SHOWS THE OPERATORS.
       3100-WRITE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           MOVE 'CBSAPHM ' TO RN-JOB-NAME
           MOVE WS-RUN-DATE TO RN-RUN-DATE
           READ RUN-CONTROL-FILE
           IF NOT RUNC-OK
               MOVE ZERO TO RN-ROWS-READ
               MOVE ZERO TO RN-ROWS-WRITTEN
           END-IF
           IF NOT RUN-ERROR
               ADD WS-ROWS-CHECKED  TO RN-ROWS-READ
               ADD WS-ALERTS-RAISED TO RN-ROWS-WRITTEN
               SET RN-STATUS-COMPLETE TO TRUE
           ELSE
               SET RN-STATUS-FAILED TO TRUE
           END-IF
           WRITE RUN-CONTROL-RECORD
           IF RUNC-DUPLICATE
               REWRITE RUN-CONTROL-RECORD
           END-IF
           CLOSE RUN-CONTROL-FILE.

       3200-ADVANCE-CHECKPOINT.
           MOVE HV-TIME-STAMP-HIGH TO HC-LAST-WINDOW-END
           MOVE WS-RUN-DATE        TO HC-LAST-RUN-DATE
           MOVE WS-RUN-TIME(1:6)   TO HC-LAST-RUN-TIME
           MOVE HEALTH-MONITOR-CHECKPOINT TO FD-CHECKPOINT-RECORD
           MOVE 1 TO WS-CKPT-RRN
           REWRITE FD-CHECKPOINT-RECORD
           IF NOT CKPT-OK
               WRITE FD-CHECKPOINT-RECORD
           END-IF.
