       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSGWLD.
       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSGWLD - BULK LOAD OF OFF-HOST API GATEWAY CALL LOGS        *
      *  READS THE DISTRIBUTED GATEWAY'S DAILY CALL LOG (CBSGWLR      *
      *  LAYOUT) AND LOADS EACH CALL INTO CBS_API_LOG_DTL THROUGH     *
      *  CBSLOGWR, SO GATEWAY PAYLOADS ARE CHUNKED EXACTLY LIKE       *
      *  MAINFRAME-LOGGED ONES AND THE ACTIVITY, FRAUD FEED, SLA AND  *
      *  CASE FILE JOBS SEE EVERY CALL. THE FILE IS VERIFIED BEFORE   *
      *  ANYTHING IS LOADED, THE WAY CBSMBAT VERIFIES ITS FILE: IT    *
      *  MUST OPEN WITH AN 'H' HEADER CARRYING THE CREATION DATE,     *
      *  CLOSE WITH A 'T' TRAILER WHOSE COUNT MATCHES THE DETAIL      *
      *  RECORDS READ, AND CARRY A CREATION DATE NOT ALREADY STAMPED  *
      *  COMPLETE ON THE RUNCTL KSDS - OTHERWISE THE WHOLE FILE IS    *
      *  REJECTED WITH RC=8. SO IS A FILE HOLDING ANY RECORD TYPE     *
      *  OTHER THAN H, D OR T. A CALL ALREADY ON THE TABLE (SAME      *
      *  ACCOUNT, API NAME AND TIME STAMP) IS COUNTED AND SKIPPED. A  *
      *  DETAIL THAT FAILS EDIT IS REPORTED WITH A REASON AND THE RUN *
      *  ENDS RC=4. COMMITS EVERY N CALLS AND WRITES A RESTART        *
      *  CHECKPOINT (RECORDS COMMITTED AND RUNNING TOTALS) SO AN      *
      *  ABEND MID-FILE RESUMES AFTER THE LAST COMMIT. WRITES A RUN-  *
      *  CONTROL RECORD KEYED BY CREATION DATE - ROWS READ = DETAIL   *
      *  RECORDS, ROWS WRITTEN = CALLS LOADED PLUS CALLS ALREADY ON   *
      *  THE TABLE - WHICH CBSBALCR FOOTS AGAINST EACH OTHER.         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO CTLCARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GATEWAY-LOG-FILE ASSIGN TO GWLOGIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAD-RPT ASSIGN TO GWLDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CKPT-RRN
               FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD             PIC X(80).

       FD  GATEWAY-LOG-FILE
           RECORDING MODE IS V.
       01  FD-GATEWAY-LOG              PIC X(32079).

       FD  LOAD-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       FD  RUN-CONTROL-FILE.
           COPY CBSRUNC.

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  FD-CHECKPOINT-RECORD        PIC X(27).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CBSGWLR.
           COPY CBSGWCK.
           COPY CBSGWLP.
           COPY CBSLOGX.

       01  WS-RUNC-STATUS               PIC X(2) VALUE SPACES.
           88 RUNC-OK                       VALUE '00'.
           88 RUNC-DUPLICATE                VALUE '22'.

       01  WS-CKPT-RRN                 PIC 9(8)  COMP VALUE 1.
       01  WS-CKPT-STATUS              PIC X(2)  VALUE SPACES.
           88 CKPT-OK                       VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                 PIC X(1) VALUE 'N'.
              88 END-OF-GATEWAY-FILE         VALUE 'Y'.
           05 WS-VERIFY-EOF-SW          PIC X(1) VALUE 'N'.
              88 END-OF-VERIFY-PASS          VALUE 'Y'.
           05 WS-FILE-ACCEPT-SW         PIC X(1) VALUE 'Y'.
              88 FILE-ACCEPTED               VALUE 'Y'.
           05 WS-HEADER-SW              PIC X(1) VALUE 'N'.
              88 HEADER-SEEN                 VALUE 'Y'.
           05 WS-TRAILER-SW             PIC X(1) VALUE 'N'.
              88 TRAILER-SEEN                VALUE 'Y'.
           05 WS-CKPT-EXISTS-SW         PIC X(1) VALUE 'N'.
              88 CKPT-EXISTS                 VALUE 'Y'.
           05 WS-LOAD-ERROR-SW          PIC X(1) VALUE 'N'.
              88 LOAD-ERROR                  VALUE 'Y'.
           05 WS-RECORD-VALID-SW        PIC X(1) VALUE 'Y'.
              88 RECORD-VALID                VALUE 'Y'.
           05 WS-TS-VALID-SW            PIC X(1) VALUE 'Y'.
              88 TIME-STAMP-VALID            VALUE 'Y'.

       01  WS-COMMIT-COUNTER           PIC S9(9) COMP VALUE ZERO.

      *    CBSLOGWR SETS RETURN-CODE ON EVERY CALL, SO THE STEP'S OWN
      *    CODE IS KEPT IN WS-HIGHEST-RC AND SET AT END OF RUN.
       01  WS-HIGHEST-RC               PIC S9(4) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05 WS-RECORDS-READ           PIC S9(9) COMP VALUE ZERO.
           05 WS-RESTART-SKIP           PIC S9(9) COMP VALUE ZERO.
           05 WS-VER-DETAIL-COUNT       PIC S9(9) COMP VALUE ZERO.
           05 WS-VER-AFTER-TRAILER      PIC S9(9) COMP VALUE ZERO.

       01  WS-FILE-CONTROL-FIELDS.
           05 WS-CREATION-DATE          PIC X(10) VALUE SPACES.
           05 WS-CREATION-DATE-KEY      PIC X(8).
           05 WS-TRAILER-COUNT          PIC 9(9) VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05 WS-RECORD-NBR-EDIT        PIC ZZZ,ZZZ,ZZ9.
           05 WS-ACCT-NBR-EDIT          PIC ZZZZZZZZ9.

       01  WS-TS-CHECK                  PIC X(26).
       01  WS-TS-CHECK-R REDEFINES WS-TS-CHECK.
           05 WS-TC-YYYY                PIC X(4).
           05 WS-TC-SEP-1               PIC X(1).
           05 WS-TC-MM                  PIC X(2).
           05 WS-TC-SEP-2               PIC X(1).
           05 WS-TC-DD                  PIC X(2).
           05 WS-TC-SEP-3               PIC X(1).
           05 WS-TC-HH                  PIC X(2).
           05 WS-TC-SEP-4               PIC X(1).
           05 WS-TC-MI                  PIC X(2).
           05 WS-TC-SEP-5               PIC X(1).
           05 WS-TC-SS                  PIC X(2).
           05 WS-TC-SEP-6               PIC X(1).
           05 WS-TC-MICRO               PIC X(6).
       01  WS-TC-YEAR                   PIC 9(4).
       01  WS-TC-MONTH                  PIC 9(2).
       01  WS-TC-DAY                    PIC 9(2).
       01  WS-TC-MONTH-DAYS             PIC 9(2).
       01  WS-TC-QUOTIENT               PIC 9(4).
       01  WS-TC-REMAINDER              PIC 9(4).

      *****************************************************************
      *  REPORT LINE LAYOUTS                                          *
      *****************************************************************
       01  WS-HEADING-1.
           05 FILLER                    PIC X(45)
              VALUE 'API GATEWAY CALL LOG LOAD REPORT'.

       01  WS-HEADING-2.
           05 FILLER                    PIC X(11) VALUE 'RECORD NBR'.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 FILLER                    PIC X(9)  VALUE 'ACCT NBR'.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 FILLER                    PIC X(15) VALUE 'API NAME'.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 FILLER                    PIC X(26) VALUE 'TIME STAMP'.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 FILLER                    PIC X(30) VALUE 'REJECT REASON'.

       01  WS-DETAIL-LINE.
           05 WS-DL-RECORD-NBR          PIC X(11).
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 WS-DL-ACCT-NBR            PIC X(9).
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 WS-DL-API-NAME            PIC X(15).
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 WS-DL-TIME-STAMP          PIC X(26).
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 WS-DL-REASON              PIC X(30).

       01  WS-SUMMARY-LINE-1.
           05 FILLER                    PIC X(28)
              VALUE 'DETAIL RECORDS READ........'.
           05 WS-SUM-READ-EDIT          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05 FILLER                    PIC X(28)
              VALUE 'CALLS LOADED...............'.
           05 WS-SUM-LOADED-EDIT        PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05 FILLER                    PIC X(28)
              VALUE 'CALLS ALREADY ON TABLE.....'.
           05 WS-SUM-ON-FILE-EDIT       PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-4.
           05 FILLER                    PIC X(28)
              VALUE 'RECORDS REJECTED...........'.
           05 WS-SUM-REJECTED-EDIT      PIC ZZZ,ZZZ,ZZ9.

       01  WS-FILE-REJECT-LINE.
           05 FILLER                    PIC X(22)
              VALUE 'FILE REJECTED - '.
           05 WS-FR-REASON              PIC X(50).

      *****************************************************************
      *  DB2 HOST VARIABLES FOR THE ALREADY-LOADED CHECK              *
      *****************************************************************
       01  WS-SQL-HOST-VARS.
           05 HV-ACCOUNT-NUMBER         PIC S9(9) COMP.
           05 HV-API-NAME               PIC X(15).
           05 HV-TIME-STAMP             PIC X(26).
           05 HV-RESPONSE-CODE          PIC X(4).
           05 HV-EXISTING-COUNT         PIC S9(9) COMP.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-VERIFY-FILE-RECORD
               UNTIL END-OF-VERIFY-PASS
           PERFORM 1700-JUDGE-FILE-CONTROLS
           IF FILE-ACCEPTED
               PERFORM 1900-REOPEN-GATEWAY-FILE
               PERFORM 2000-PROCESS-GATEWAY-FILE
                   UNTIL END-OF-GATEWAY-FILE
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  CONTROL-CARD-FILE
           READ CONTROL-CARD-FILE INTO GATEWAY-LOAD-CONTROL-CARD
           CLOSE CONTROL-CARD-FILE

           OPEN I-O CHECKPOINT-FILE
           MOVE 1 TO WS-CKPT-RRN
           READ CHECKPOINT-FILE INTO GATEWAY-LOAD-CHECKPOINT
           IF CKPT-OK AND GC-STATUS-IN-PROGRESS
               SET CKPT-EXISTS TO TRUE
           ELSE
               MOVE ZERO   TO GC-RECORDS-DONE
                              GC-CALLS-LOADED
                              GC-CALLS-ON-FILE
                              GC-RECORDS-REJECTED
               MOVE SPACES TO GC-CREATION-DATE
           END-IF

           OPEN INPUT  GATEWAY-LOG-FILE
           OPEN I-O    RUN-CONTROL-FILE
           OPEN OUTPUT LOAD-RPT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2.

      *    THE FIRST PASS ONLY COUNTS AND CHECKS - NOTHING IS
      *    INSERTED UNTIL THE HEADER, TRAILER AND CREATION DATE HAVE
      *    ALL PROVED OUT, SO A TRUNCATED TRANSFER LEAVES NO PARTIAL
      *    LOAD TO BACK OUT.
       1500-VERIFY-FILE-RECORD.
           READ GATEWAY-LOG-FILE INTO GATEWAY-LOG-RECORD
               AT END SET END-OF-VERIFY-PASS TO TRUE
           END-READ
           IF NOT END-OF-VERIFY-PASS
               EVALUATE TRUE
                   WHEN GW-RECORD-HEADER
                       IF HEADER-SEEN
                           MOVE 'MORE THAN ONE HEADER RECORD'
                               TO WS-FR-REASON
                           PERFORM 1800-REJECT-FILE
                       ELSE
                           SET HEADER-SEEN TO TRUE
                           MOVE GH-CREATION-DATE TO WS-CREATION-DATE
                       END-IF
                   WHEN GW-RECORD-TRAILER
                       IF TRAILER-SEEN
                           MOVE 'MORE THAN ONE TRAILER RECORD'
                               TO WS-FR-REASON
                           PERFORM 1800-REJECT-FILE
                       ELSE
                           SET TRAILER-SEEN TO TRUE
                           IF GT-RECORD-COUNT NUMERIC
                               MOVE GT-RECORD-COUNT
                                 TO WS-TRAILER-COUNT
                           END-IF
                       END-IF
                   WHEN GW-RECORD-DETAIL
                       IF FILE-ACCEPTED AND NOT HEADER-SEEN
                           MOVE 'FILE DOES NOT OPEN WITH A HEADER'
                               TO WS-FR-REASON
                           PERFORM 1800-REJECT-FILE
                       END-IF
                       IF TRAILER-SEEN
                           ADD 1 TO WS-VER-AFTER-TRAILER
                       ELSE
                           ADD 1 TO WS-VER-DETAIL-COUNT
                       END-IF
      *            THE LOAD PASS TAKES ONLY 'D' RECORDS - ANY OTHER TYPE
      *            WOULD BALANCE THE TRAILER YET NEVER BE LOADED.
                   WHEN OTHER
                       IF FILE-ACCEPTED
                           MOVE 'INVALID RECORD TYPE' TO WS-FR-REASON
                           PERFORM 1800-REJECT-FILE
                       END-IF
               END-EVALUATE
           END-IF.

       1700-JUDGE-FILE-CONTROLS.
           IF FILE-ACCEPTED AND NOT HEADER-SEEN
               MOVE 'NO HEADER RECORD ON FILE' TO WS-FR-REASON
               PERFORM 1800-REJECT-FILE
           END-IF
           IF FILE-ACCEPTED AND NOT TRAILER-SEEN
               MOVE 'NO TRAILER RECORD ON FILE' TO WS-FR-REASON
               PERFORM 1800-REJECT-FILE
           END-IF
           IF FILE-ACCEPTED AND WS-VER-AFTER-TRAILER > ZERO
               MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-FR-REASON
               PERFORM 1800-REJECT-FILE
           END-IF
           IF FILE-ACCEPTED
              AND WS-TRAILER-COUNT NOT = WS-VER-DETAIL-COUNT
               MOVE 'TRAILER COUNT DOES NOT BALANCE'
                   TO WS-FR-REASON
               PERFORM 1800-REJECT-FILE
           END-IF
           IF FILE-ACCEPTED
               PERFORM 1750-CHECK-DATE-NOT-LOADED
           END-IF
           IF FILE-ACCEPTED
               PERFORM 1760-SET-RESTART-POINT
           END-IF.

      *    THE CREATION DATE IS CHECKED AGAINST THE RUNCTL KSDS THE
      *    WAY CBSMBAT CHECKS ITS FILE - A DATE ALREADY STAMPED
      *    COMPLETE IS YESTERDAY'S FILE SHIPPED AGAIN. A FAILED
      *    STAMP (STATUS F) DOES NOT BLOCK THE RESTART.
       1750-CHECK-DATE-NOT-LOADED.
           STRING WS-CREATION-DATE(1:4) WS-CREATION-DATE(6:2)
                  WS-CREATION-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-CREATION-DATE-KEY
           MOVE 'CBSGWLD ' TO RN-JOB-NAME
           MOVE WS-CREATION-DATE-KEY TO RN-RUN-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY MOVE '23' TO WS-RUNC-STATUS
               NOT INVALID KEY MOVE '00' TO WS-RUNC-STATUS
           END-READ
           IF RUNC-OK AND RN-STATUS-COMPLETE
               MOVE 'CREATION DATE ALREADY LOADED' TO WS-FR-REASON
               PERFORM 1800-REJECT-FILE
           END-IF.

      *    A CHECKPOINT LEFT IN PROGRESS BELONGS TO ONE FILE ONLY.
      *    THE SAME FILE RESUMES AFTER ITS LAST COMMITTED RECORD WITH
      *    ITS TOTALS CARRIED FORWARD; A DIFFERENT FILE IS REJECTED
      *    UNTIL THE INTERRUPTED ONE HAS BEEN RERUN TO COMPLETION,
      *    SO NEITHER LOAD SKIPS THE OTHER'S RECORDS.
       1760-SET-RESTART-POINT.
           IF CKPT-EXISTS
               IF GC-CREATION-DATE = WS-CREATION-DATE
                   MOVE GC-RECORDS-DONE TO WS-RESTART-SKIP
                   DISPLAY 'CBSGWLD: RESTARTING AFTER RECORD '
                           GC-RECORDS-DONE
               ELSE
                   MOVE 'CHECKPOINT IN PROGRESS FOR ANOTHER FILE'
                       TO WS-FR-REASON
                   PERFORM 1800-REJECT-FILE
               END-IF
           ELSE
               MOVE WS-CREATION-DATE TO GC-CREATION-DATE
               SET GC-STATUS-IN-PROGRESS TO TRUE
           END-IF.

       1800-REJECT-FILE.
           MOVE 'N' TO WS-FILE-ACCEPT-SW
           DISPLAY 'CBSGWLD: FILE REJECTED - ' WS-FR-REASON
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-FILE-REJECT-LINE
           MOVE 8 TO WS-HIGHEST-RC.

       1900-REOPEN-GATEWAY-FILE.
           CLOSE GATEWAY-LOG-FILE
           OPEN INPUT GATEWAY-LOG-FILE.

       2000-PROCESS-GATEWAY-FILE.
           READ GATEWAY-LOG-FILE INTO GATEWAY-LOG-RECORD
               AT END SET END-OF-GATEWAY-FILE TO TRUE
           END-READ
           IF END-OF-GATEWAY-FILE
               IF WS-COMMIT-COUNTER > 0
                   PERFORM 2400-COMMIT-WORK
               END-IF
           ELSE
               IF GW-RECORD-DETAIL
                   ADD 1 TO WS-RECORDS-READ
                   IF WS-RECORDS-READ > WS-RESTART-SKIP
                       PERFORM 2050-LOAD-GATEWAY-CALL
                   END-IF
               END-IF
           END-IF.

       2050-LOAD-GATEWAY-CALL.
           PERFORM 2100-EDIT-GATEWAY-RECORD
           IF RECORD-VALID
               PERFORM 2200-CHECK-ALREADY-LOADED
           END-IF
           IF NOT LOAD-ERROR
               ADD 1 TO WS-COMMIT-COUNTER
               IF WS-COMMIT-COUNTER >= CC-COMMIT-INTERVAL
                   PERFORM 2400-COMMIT-WORK
               END-IF
           END-IF.

       2100-EDIT-GATEWAY-RECORD.
           MOVE 'Y' TO WS-RECORD-VALID-SW
           PERFORM 2110-EDIT-TIME-STAMP
           EVALUATE TRUE
               WHEN GW-ACCOUNT-NUMBER NOT NUMERIC
                   MOVE 'ACCOUNT NUMBER NOT NUMERIC' TO WS-DL-REASON
                   PERFORM 2800-WRITE-REJECT
               WHEN GW-API-NAME = SPACES
                   MOVE 'API NAME MISSING' TO WS-DL-REASON
                   PERFORM 2800-WRITE-REJECT
               WHEN GW-TIME-STAMP = SPACES
                   MOVE 'TIME STAMP MISSING' TO WS-DL-REASON
                   PERFORM 2800-WRITE-REJECT
               WHEN NOT TIME-STAMP-VALID
                   MOVE 'TIME STAMP INVALID' TO WS-DL-REASON
                   PERFORM 2800-WRITE-REJECT
               WHEN GW-DURATION-MS NOT NUMERIC
                   MOVE 'DURATION NOT NUMERIC' TO WS-DL-REASON
                   PERFORM 2800-WRITE-REJECT
               WHEN GW-PAYLOAD-LENGTH NOT NUMERIC
                   MOVE 'PAYLOAD LENGTH NOT NUMERIC' TO WS-DL-REASON
                   PERFORM 2800-WRITE-REJECT
               WHEN GW-PAYLOAD-LENGTH > LENGTH OF GW-PAYLOAD-TEXT
                   MOVE 'PAYLOAD LONGER THAN 32000 BYTES'
                       TO WS-DL-REASON
                   PERFORM 2800-WRITE-REJECT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    THE TIME STAMP GOES STRAIGHT INTO DB2 AS A TIMESTAMP, SO IT
      *    IS HELD TO YYYY-MM-DD-HH.MM.SS.NNNNNN AND A REAL CALENDAR
      *    DATE HERE. ONE DB2 REFUSED WOULD STOP THE LOAD, AND EVERY
      *    RESTART WOULD STOP AGAIN ON THE SAME RECORD.
       2110-EDIT-TIME-STAMP.
           MOVE 'Y' TO WS-TS-VALID-SW
           MOVE GW-TIME-STAMP TO WS-TS-CHECK
           IF WS-TC-YYYY NOT NUMERIC
              OR WS-TC-MM NOT NUMERIC
              OR WS-TC-DD NOT NUMERIC
              OR WS-TC-HH NOT NUMERIC
              OR WS-TC-MI NOT NUMERIC
              OR WS-TC-SS NOT NUMERIC
              OR WS-TC-MICRO NOT NUMERIC
              OR WS-TC-SEP-1 NOT = '-'
              OR WS-TC-SEP-2 NOT = '-'
              OR WS-TC-SEP-3 NOT = '-'
              OR WS-TC-SEP-4 NOT = '.'
              OR WS-TC-SEP-5 NOT = '.'
              OR WS-TC-SEP-6 NOT = '.'
              OR WS-TC-YYYY < '0001'
              OR WS-TC-MM < '01' OR WS-TC-MM > '12'
              OR WS-TC-DD < '01' OR WS-TC-DD > '31'
              OR WS-TC-HH > '23'
              OR WS-TC-MI > '59'
              OR WS-TC-SS > '59'
               MOVE 'N' TO WS-TS-VALID-SW
           ELSE
               PERFORM 2120-CHECK-MONTH-DAYS
           END-IF.

       2120-CHECK-MONTH-DAYS.
           MOVE WS-TC-YYYY TO WS-TC-YEAR
           MOVE WS-TC-MM   TO WS-TC-MONTH
           MOVE WS-TC-DD   TO WS-TC-DAY
           EVALUATE WS-TC-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-TC-MONTH-DAYS
               WHEN 2
                   MOVE 28 TO WS-TC-MONTH-DAYS
                   DIVIDE WS-TC-YEAR BY 4 GIVING WS-TC-QUOTIENT
                       REMAINDER WS-TC-REMAINDER
                   IF WS-TC-REMAINDER = ZERO
                       MOVE 29 TO WS-TC-MONTH-DAYS
                       DIVIDE WS-TC-YEAR BY 100 GIVING WS-TC-QUOTIENT
                           REMAINDER WS-TC-REMAINDER
                       IF WS-TC-REMAINDER = ZERO
                           DIVIDE WS-TC-YEAR BY 400
                               GIVING WS-TC-QUOTIENT
                               REMAINDER WS-TC-REMAINDER
                           IF WS-TC-REMAINDER NOT = ZERO
                               MOVE 28 TO WS-TC-MONTH-DAYS
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-TC-MONTH-DAYS
           END-EVALUATE
           IF WS-TC-DAY > WS-TC-MONTH-DAYS
               MOVE 'N' TO WS-TS-VALID-SW
           END-IF.

      *    A CALL IS ALREADY ON THE TABLE WHEN ITS FIRST CHUNK IS -
      *    CBSLOGWR WRITES ALL OF A CALL'S CHUNKS IN ONE UNIT OF
      *    WORK, SO A COMMITTED FIRST CHUNK MEANS A COMPLETE CALL.
      *    THIS ALSO COVERS THE RECORDS BETWEEN THE LAST CHECKPOINT
      *    AND A COMMIT THAT LANDED JUST BEFORE AN ABEND.
       2200-CHECK-ALREADY-LOADED.
           MOVE GW-ACCOUNT-NUMBER TO HV-ACCOUNT-NUMBER
           MOVE GW-API-NAME       TO HV-API-NAME
           MOVE GW-TIME-STAMP     TO HV-TIME-STAMP
           EXEC SQL
               SELECT COUNT(*)
                 INTO :HV-EXISTING-COUNT
                 FROM COREBK.CBS_API_LOG_DTL
                WHERE ACCOUNT_NUMBER  = :HV-ACCOUNT-NUMBER
                  AND API_NAME        = :HV-API-NAME
                  AND TIME_STAMP      = :HV-TIME-STAMP
                  AND SEQUENCE_NUMBER = 1
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'CBSGWLD: SQL ERROR ON ALREADY-LOADED '
                           'CHECK, SQLCODE = ' SQLCODE
                   PERFORM 2900-STOP-LOAD
               WHEN HV-EXISTING-COUNT > ZERO
                   ADD 1 TO GC-CALLS-ON-FILE
               WHEN OTHER
                   PERFORM 2300-WRITE-GATEWAY-CALL
           END-EVALUATE.

       2300-WRITE-GATEWAY-CALL.
           MOVE GW-ACCOUNT-NUMBER TO LX-ACCOUNT-NUMBER
           MOVE GW-API-TYPE       TO LX-API-TYPE
           MOVE GW-API-NAME       TO LX-API-NAME
           MOVE GW-TIME-STAMP     TO LX-TIME-STAMP
           MOVE GW-DURATION-MS    TO LX-DURATION-MS
           MOVE GW-PAYLOAD-LENGTH TO LX-PAYLOAD-LENGTH
           MOVE GW-PAYLOAD-TEXT   TO LX-PAYLOAD-TEXT
           CALL 'CBSLOGWR' USING CBSLOGX-PARMS
           IF LX-RC-OK
               PERFORM 2350-SET-RESPONSE-CODE
           ELSE
               DISPLAY 'CBSGWLD: CBSLOGWR INSERT FAILED, RC = '
                       LX-RETURN-CODE ' SQLCODE = ' SQLCODE
               PERFORM 2900-STOP-LOAD
           END-IF.

      *    CBSLOGWR LOGS THE CALL ITSELF; THE GATEWAY ALSO KNOWS HOW
      *    THE CALL ENDED, SO ITS RESPONSE CODE IS POSTED TO EVERY
      *    CHUNK OF THE CALL IN THE SAME UNIT OF WORK. A BLANK CODE
      *    IS LEFT NULL, AS FOR A MAINFRAME-LOGGED CALL.
       2350-SET-RESPONSE-CODE.
           IF GW-RESPONSE-CODE = SPACES
               ADD 1 TO GC-CALLS-LOADED
           ELSE
               MOVE GW-RESPONSE-CODE TO HV-RESPONSE-CODE
               EXEC SQL
                   UPDATE COREBK.CBS_API_LOG_DTL
                      SET API_RESPONSE_CODE = :HV-RESPONSE-CODE
                    WHERE ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
                      AND API_NAME       = :HV-API-NAME
                      AND TIME_STAMP     = :HV-TIME-STAMP
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO GC-CALLS-LOADED
               ELSE
                   DISPLAY 'CBSGWLD: SQL ERROR SETTING RESPONSE CODE, '
                           'SQLCODE = ' SQLCODE
                   PERFORM 2900-STOP-LOAD
               END-IF
           END-IF.

      *    THE CHECKPOINT IS ONLY ADVANCED AFTER COMMIT CONFIRMS THE
      *    CALLS IN THIS BATCH ARE DURABLE - OTHERWISE AN ABEND
      *    BETWEEN COMMITS WOULD LEAVE THE CHECKPOINT AHEAD OF WORK
      *    DB2 ROLLED BACK, AND THOSE CALLS WOULD NEVER BE LOADED.
       2400-COMMIT-WORK.
           EXEC SQL
               COMMIT
           END-EXEC
           MOVE WS-RECORDS-READ TO GC-RECORDS-DONE
           PERFORM 2450-UPDATE-CHECKPOINT
           MOVE ZERO TO WS-COMMIT-COUNTER.

       2450-UPDATE-CHECKPOINT.
           MOVE GATEWAY-LOAD-CHECKPOINT TO FD-CHECKPOINT-RECORD
           MOVE 1 TO WS-CKPT-RRN
           REWRITE FD-CHECKPOINT-RECORD
           IF NOT CKPT-OK
               WRITE FD-CHECKPOINT-RECORD
           END-IF.

       2800-WRITE-REJECT.
           MOVE 'N' TO WS-RECORD-VALID-SW
           ADD 1 TO GC-RECORDS-REJECTED
           MOVE WS-RECORDS-READ    TO WS-RECORD-NBR-EDIT
           MOVE WS-RECORD-NBR-EDIT TO WS-DL-RECORD-NBR
           IF GW-ACCOUNT-NUMBER NUMERIC
               MOVE GW-ACCOUNT-NUMBER TO WS-ACCT-NBR-EDIT
               MOVE WS-ACCT-NBR-EDIT  TO WS-DL-ACCT-NBR
           ELSE
               MOVE GW-ACCOUNT-NUMBER TO WS-DL-ACCT-NBR
           END-IF
           MOVE GW-API-NAME        TO WS-DL-API-NAME
           MOVE GW-TIME-STAMP      TO WS-DL-TIME-STAMP
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           IF WS-HIGHEST-RC < 4
               MOVE 4 TO WS-HIGHEST-RC
           END-IF.

      *    A FAILED INSERT OR UPDATE ROLLS BACK THE UNCOMMITTED
      *    BATCH AND STOPS THE LOAD RC=8 WITH THE CHECKPOINT LEFT IN
      *    PROGRESS - THE RERUN RESUMES AFTER THE LAST COMMIT.
       2900-STOP-LOAD.
           EXEC SQL
               ROLLBACK
           END-EXEC
           SET LOAD-ERROR TO TRUE
           SET END-OF-GATEWAY-FILE TO TRUE
           MOVE 8 TO WS-HIGHEST-RC.

       3000-TERMINATE.
           IF FILE-ACCEPTED AND NOT LOAD-ERROR
               SET GC-STATUS-COMPLETE TO TRUE
               PERFORM 2450-UPDATE-CHECKPOINT
               EXEC SQL
                   COMMIT
               END-EXEC
           END-IF
           MOVE WS-RECORDS-READ     TO WS-SUM-READ-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-1
           MOVE GC-CALLS-LOADED     TO WS-SUM-LOADED-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-2
           MOVE GC-CALLS-ON-FILE    TO WS-SUM-ON-FILE-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-3
           MOVE GC-RECORDS-REJECTED TO WS-SUM-REJECTED-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-4
           DISPLAY 'CBSGWLD: RECORDS READ:       ' WS-RECORDS-READ
           DISPLAY 'CBSGWLD: CALLS LOADED:       ' GC-CALLS-LOADED
           DISPLAY 'CBSGWLD: CALLS ON TABLE:     ' GC-CALLS-ON-FILE
           DISPLAY 'CBSGWLD: RECORDS REJECTED:   ' GC-RECORDS-REJECTED
           IF FILE-ACCEPTED
               PERFORM 3100-WRITE-RUN-CONTROL
           END-IF
           CLOSE GATEWAY-LOG-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE RUN-CONTROL-FILE
           CLOSE LOAD-RPT
           MOVE WS-HIGHEST-RC TO RETURN-CODE.

      *    THE LOADED FILE'S CREATION DATE IS STAMPED ON RUNCTL SO
      *    THE SAME FILE SHIPPED AGAIN IS REJECTED, AND SO CBSBALCR
      *    CAN FOOT THE CALLS ACCOUNTED FOR AGAINST THE RECORDS
      *    READ - A REJECTED DETAIL LEAVES THE NIGHT OUT OF BALANCE
      *    UNTIL IT IS CHASED. A STOPPED LOAD STAMPS STATUS F, WHICH
      *    LEAVES THE RESTART OPEN.
       3100-WRITE-RUN-CONTROL.
           MOVE 'CBSGWLD ' TO RN-JOB-NAME
           MOVE WS-CREATION-DATE-KEY TO RN-RUN-DATE
           MOVE WS-RECORDS-READ TO RN-ROWS-READ
           COMPUTE RN-ROWS-WRITTEN = GC-CALLS-LOADED
               + GC-CALLS-ON-FILE
           IF LOAD-ERROR
               SET RN-STATUS-FAILED TO TRUE
           ELSE
               SET RN-STATUS-COMPLETE TO TRUE
           END-IF
           WRITE RUN-CONTROL-RECORD
           IF RUNC-DUPLICATE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
