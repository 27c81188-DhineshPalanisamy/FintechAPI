      *  AGGREGATES THE DAY'S CBS_API_LOG_DTL ROWS AND POSTS ONE      *
      *  CBS_API_STAT_HST ROW PER API_TYPE/API_NAME PER DAY - CALL    *
      *  COUNT, COUNTS BY API_RESPONSE_CODE CLASS, AVERAGE AND        *
      *  MAXIMUM DURATION_MS, AND THE COUNT OF CALLS OVER THE API'S   *
      *  SLATHRSH THRESHOLD - SO CAPACITY, TREND AND CHARGEBACK       *
      *  QUESTIONS SURVIVE THE CBSARCPG PURGE WITHOUT RESTORING       *
      *  ARCHIVES; AN API WITH NO THRESHOLD POSTS A NULL COUNT.       *
      *  RESPONSE CODES ARE CLASSIFIED THROUGH THE RESPCODE           *
      *  REFERENCE TABLE VIA CBSRCLS INSTEAD OF HARDCODED LITERAL     *
      *  LISTS: OK AND INFORMATIONAL CODES COUNT AS OK, RETRY-CLASS   *
           SELECT RUN-DATE-CARD-FILE ASSIGN TO DATECARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SLA-THRESHOLD-FILE ASSIGN TO SLATHRSH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           RECORDING MODE IS F.
       01  FD-RUN-DATE-CARD           PIC X(80).

       FD  SLA-THRESHOLD-FILE
           RECORDING MODE IS F.
           COPY CBSSLAT.

       FD  RUN-CONTROL-FILE.
           COPY CBSRUNC.

              88 END-OF-CURSOR               VALUE 'Y'.
           05 WS-FIRST-REC-SW           PIC X(1) VALUE 'Y'.
              88 FIRST-RECORD                VALUE 'Y'.
           05 WS-THRESH-EOF-SW          PIC X(1) VALUE 'N'.
              88 END-OF-THRESHOLDS           VALUE 'Y'.
           05 WS-MATCH-SW               PIC X(1) VALUE 'N'.
              88 THRESHOLD-FOUND             VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-GROUPS-READ            PIC S9(9) COMP VALUE ZERO.
           05 WS-ROWS-POSTED            PIC S9(9) COMP VALUE ZERO.

       01  WS-THRESH-COUNT              PIC S9(4) COMP VALUE ZERO.

       01  WS-SLA-THRESHOLD-TABLE.
           05 SLA-ENTRY OCCURS 1 TO 500 TIMES
                        DEPENDING ON WS-THRESH-COUNT
                        INDEXED BY SLA-IDX.
              10 TE-API-TYPE            PIC X(10).
              10 TE-API-NAME            PIC X(15).
              10 TE-THRESHOLD-MS        PIC S9(9) COMP.

       01  WS-CONTROL-FIELDS.
           05 WS-PREV-STAT-DATE         PIC X(10) VALUE SPACES.
           05 WS-PREV-API-TYPE          PIC X(10) VALUE SPACES.

       01  WS-RUN-STATUS                PIC X(1) VALUE 'C'.

      *    CBSRCLS SETS RETURN-CODE ON EVERY CALL, SO THE STEP'S OWN
      *    CODE IS KEPT IN WS-HIGHEST-RC AND SET AT END OF RUN.
       01  WS-HIGHEST-RC                PIC S9(4) COMP VALUE ZERO.

      *****************************************************************
      *  DB2 HOST VARIABLES                                            *
      *****************************************************************
           05 HV-GRP-DUR-SUM-IND        PIC S9(4)  COMP.
           05 HV-GRP-DUR-MAX            PIC S9(9)  COMP.
           05 HV-GRP-DUR-MAX-IND        PIC S9(4)  COMP.
           05 HV-DAY-TIME-STAMP-LOW     PIC X(26).
           05 HV-DAY-TIME-STAMP-HIGH    PIC X(26).
           05 HV-THRESHOLD-MS           PIC S9(9)  COMP.
           05 HV-BREACH-COUNT           PIC S9(9)  COMP.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-SLA-THRESHOLDS
               UNTIL END-OF-THRESHOLDS
           PERFORM 2000-PROCESS-CURSOR
               UNTIL END-OF-CURSOR
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SLA-THRESHOLD-FILE
           PERFORM 1100-SET-SELECTION-WINDOW
           MOVE HV-TIME-STAMP-LOW(1:10)  TO HV-STAT-DATE-LOW
           MOVE HV-TIME-STAMP-HIGH(1:10) TO HV-STAT-DATE-HIGH
           END-IF
           MOVE BX-PREV-BUS-DATE TO WS-DATE-FROM.

       1500-LOAD-SLA-THRESHOLDS.
           READ SLA-THRESHOLD-FILE INTO SLA-THRESHOLD-RECORD
               AT END SET END-OF-THRESHOLDS TO TRUE
           END-READ
           IF NOT END-OF-THRESHOLDS
               IF WS-THRESH-COUNT >= 500
                   DISPLAY 'CBSSTATL: THRESHOLD TABLE FULL AT 500, '
                           'IGNORING REMAINING SLA-THRESHOLD ROWS'
                   SET END-OF-THRESHOLDS TO TRUE
               ELSE
                   ADD 1 TO WS-THRESH-COUNT
                   MOVE ST-API-TYPE     TO TE-API-TYPE(WS-THRESH-COUNT)
                   MOVE ST-API-NAME     TO TE-API-NAME(WS-THRESH-COUNT)
                   MOVE ST-THRESHOLD-MS
                                     TO TE-THRESHOLD-MS(WS-THRESH-COUNT)
               END-IF
           END-IF.

       2000-PROCESS-CURSOR.
           EXEC SQL
               FETCH STATL-CSR
               DISPLAY 'CBSSTATL: RESPONSE-CODE TABLE UNAVAILABLE '
                       '- LOAD STOPPED'
               MOVE 'F' TO WS-RUN-STATUS
               MOVE 8 TO WS-HIGHEST-RC
               SET END-OF-CURSOR TO TRUE
               MOVE 'Y' TO WS-FIRST-REC-SW
           ELSE
               END-IF
           END-IF.

      *    BREACHES ARE COUNTED PER CALL, AS CBSSLAR FLAGS THEM - THE
      *    DAY'S AVERAGE OR MAXIMUM CANNOT SAY HOW MANY CALLS WERE
      *    SLOW. AN API WITH NO THRESHOLD POSTS NULL, NOT ZERO, SO
      *    "NO SLA" AND "NO BREACHES" STAY DISTINGUISHABLE.
       2400-COUNT-SLA-BREACHES.
           MOVE ZERO TO SH-SLA-BREACH-COUNT
           MOVE -1   TO STASTRUC(10)
           MOVE 'N'  TO WS-MATCH-SW
           IF WS-THRESH-COUNT > ZERO
               PERFORM 2410-FIND-THRESHOLD
                   VARYING SLA-IDX FROM 1 BY 1
                   UNTIL SLA-IDX > WS-THRESH-COUNT
                      OR THRESHOLD-FOUND
           END-IF
           IF THRESHOLD-FOUND
               STRING WS-PREV-STAT-DATE '-00.00.00.000000'
                   DELIMITED BY SIZE INTO HV-DAY-TIME-STAMP-LOW
               STRING WS-PREV-STAT-DATE '-23.59.59.999999'
                   DELIMITED BY SIZE INTO HV-DAY-TIME-STAMP-HIGH
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :HV-BREACH-COUNT
                     FROM COREBK.CBS_API_LOG_DTL
                    WHERE TIME_STAMP BETWEEN :HV-DAY-TIME-STAMP-LOW
                                         AND :HV-DAY-TIME-STAMP-HIGH
                      AND API_TYPE = :WS-PREV-API-TYPE
                      AND API_NAME = :WS-PREV-API-NAME
                      AND SEQUENCE_NUMBER = 1
                      AND DURATION_MS > :HV-THRESHOLD-MS
               END-EXEC
               IF SQLCODE = 0
                   MOVE HV-BREACH-COUNT TO SH-SLA-BREACH-COUNT
                   MOVE ZERO TO STASTRUC(10)
               ELSE
                   DISPLAY 'CBSSTATL: SLA BREACH COUNT FAILED, '
                           'SQLCODE = ' SQLCODE
                   MOVE 'F' TO WS-RUN-STATUS
                   MOVE 8 TO WS-HIGHEST-RC
               END-IF
           END-IF.

       2410-FIND-THRESHOLD.
           IF TE-API-TYPE(SLA-IDX) = WS-PREV-API-TYPE
              AND TE-API-NAME(SLA-IDX) = WS-PREV-API-NAME
               SET THRESHOLD-FOUND TO TRUE
               MOVE TE-THRESHOLD-MS(SLA-IDX) TO HV-THRESHOLD-MS
           END-IF.

       2500-POST-STAT-ROW.
           MOVE WS-PREV-STAT-DATE TO SH-STAT-DATE
           MOVE WS-PREV-API-TYPE  TO SH-API-TYPE
               MOVE -1   TO STASTRUC(8)
               MOVE -1   TO STASTRUC(9)
           END-IF
           PERFORM 2400-COUNT-SLA-BREACHES
           EXEC SQL
               INSERT INTO COREBK.CBS_API_STAT_HST
                      (STAT_DATE, API_TYPE, API_NAME, CALL_COUNT,
                       OK_COUNT, RETRY_COUNT, ERROR_COUNT,
                       AVG_DURATION_MS, MAX_DURATION_MS,
                       SLA_BREACH_COUNT)
               VALUES (:SH-STAT-DATE, :SH-API-TYPE, :SH-API-NAME,
                       :SH-CALL-COUNT, :SH-OK-COUNT,
                       :SH-RETRY-COUNT, :SH-ERROR-COUNT,
                       :SH-AVG-DURATION-MS :STASTRUC(8),
                       :SH-MAX-DURATION-MS :STASTRUC(9),
                       :SH-SLA-BREACH-COUNT :STASTRUC(10))
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-ROWS-POSTED
               DISPLAY 'CBSSTATL: STAT DATE/API = ' SH-STAT-DATE
                       ' ' SH-API-TYPE ' ' SH-API-NAME
               MOVE 'F' TO WS-RUN-STATUS
               MOVE 8 TO WS-HIGHEST-RC
           END-IF.

       3000-TERMINATE.
           EXEC SQL
               COMMIT
           END-EXEC
           CLOSE SLA-THRESHOLD-FILE
           DISPLAY 'CBSSTATL: STAT DATES PROCESSED: '
                   WS-DATE-FROM ' THRU ' WS-DATE-TO
           DISPLAY 'CBSSTATL: STAT ROWS POSTED: ' WS-ROWS-POSTED
           PERFORM 3100-WRITE-RUN-CONTROL
           MOVE WS-HIGHEST-RC TO RETURN-CODE.

       3100-WRITE-RUN-CONTROL.
      *    A DATE-RANGE BACKFILL CARRIES MULTI-DAY TOTALS THAT WOULD
