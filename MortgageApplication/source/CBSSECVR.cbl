       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSSECVR.
       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSSECVR - DAILY SECURITY-VIOLATION REPORT                   *
      *  READS COREBK.CBS_MAINT_AUDIT (COPYBOOK CBSAUD) FOR THE       *
      *  CURRENT RUN DATE AND PRINTS EVERY 'ACCESS REFUSED' ROW -     *
      *  EACH ATTEMPT BY AN OPERATOR TO USE A MAINTENANCE TRANSACTION *
      *  OR FUNCTION THEIR OPERENT ENTITLEMENT PROFILE DOES NOT       *
      *  GRANT, AS LOGGED BY CBSENTCK, AND EACH ATTEMPT TO MAINTAIN   *
      *  ONE'S OWN PROFILE, AS LOGGED BY CBSENTMT. ATTEMPTS ARE       *
      *  GROUPED BY OPERATOR WITH A COUNT PER OPERATOR, AND THE RUN   *
      *  ENDS WITH TOTALS BY REFUSAL REASON, SO SECURITY AND AUDIT    *
      *  CAN FOLLOW UP EVERY REFUSED ATTEMPT EACH MORNING.            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIOLATION-RPT ASSIGN TO SECVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VIOLATION-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CBSAUD.

       01  WS-RUN-DATE-FIELDS.
           05 WS-RUN-DATE             PIC X(10).

       01  WS-SWITCHES.
           05 WS-EOF-SW               PIC X(1)  VALUE 'N'.
              88 END-OF-CURSOR             VALUE 'Y'.
           05 WS-FIRST-ROW-SW         PIC X(1)  VALUE 'Y'.
              88 FIRST-ROW                 VALUE 'Y'.

       01  WS-PREV-OPERATOR-ID        PIC X(8)  VALUE SPACES.

       01  WS-COUNTERS.
           05 WS-VIOLATIONS-REPORTED  PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-OPERATOR-VIOLATIONS  PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-OPERATORS-REPORTED   PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-NO-PROFILE-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-NOT-ENTITLED-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-OWN-PROFILE-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-FILE-ERROR-COUNT     PIC S9(9) COMP-3 VALUE ZERO.

       01  WS-HEADING-1.
           05 FILLER                  PIC X(38)
              VALUE 'DAILY SECURITY-VIOLATION REPORT'.
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 WS-H1-RUN-DATE          PIC X(10).

       01  WS-HEADING-2.
           05 FILLER                  PIC X(26)
              VALUE 'AUDIT TIME STAMP'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE 'OPERATOR'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(4)  VALUE 'TERM'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(4)  VALUE 'TRAN'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(22) VALUE 'ATTEMPTED'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(22) VALUE 'REASON REFUSED'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE 'RESOURCE'.

       01  WS-DETAIL-LINE-1.
           05 WS-D1-TIME-STAMP        PIC X(26).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-D1-OPERATOR          PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-D1-TERMINAL          PIC X(4).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-D1-TRAN              PIC X(4).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-D1-ATTEMPTED         PIC X(22).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-D1-REASON            PIC X(22).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-D1-RESOURCE          PIC X(18).

       01  WS-DETAIL-LINE-2.
           05 FILLER                  PIC X(5)  VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE 'ROW KEY: '.
           05 WS-D2-ROW-KEY           PIC X(60).

       01  WS-OPERATOR-TOTAL-LINE.
           05 FILLER                  PIC X(5)  VALUE SPACES.
           05 FILLER                  PIC X(22)
              VALUE 'REFUSED ATTEMPTS FOR '.
           05 WS-OT-OPERATOR          PIC X(8).
           05 FILLER                  PIC X(3)  VALUE ' : '.
           05 WS-OT-COUNT-EDIT        PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE.
           05 WS-SUM-LABEL            PIC X(36).
           05 WS-SUM-COUNT-EDIT       PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      *  DB2 HOST VARIABLES FOR THE CURSOR                             *
      *****************************************************************
       01  WS-SQL-HOST-VARS.
           05 HV-TIME-STAMP-LOW       PIC X(26).
           05 HV-TIME-STAMP-HIGH      PIC X(26).
           05 HV-FIELD-NAME           PIC X(18) VALUE 'ACCESS REFUSED'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CURSOR
               UNTIL END-OF-CURSOR
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT VIOLATION-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'
                  WS-RUN-DATE(7:2) '-00.00.00.000000'
                  DELIMITED BY SIZE INTO HV-TIME-STAMP-LOW
           STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'
                  WS-RUN-DATE(7:2) '-23.59.59.999999'
                  DELIMITED BY SIZE INTO HV-TIME-STAMP-HIGH
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2
           EXEC SQL
               DECLARE SECV-CSR CURSOR FOR
               SELECT AUDIT_TIME_STAMP, OPERATOR_ID, TERMINAL_ID,
                      TRAN_ID, RESOURCE_NAME, ROW_KEY, FIELD_NAME,
                      BEFORE_VALUE, AFTER_VALUE
                 FROM COREBK.CBS_MAINT_AUDIT
                WHERE AUDIT_TIME_STAMP BETWEEN :HV-TIME-STAMP-LOW
                                           AND :HV-TIME-STAMP-HIGH
                  AND FIELD_NAME = :HV-FIELD-NAME
                ORDER BY OPERATOR_ID, AUDIT_TIME_STAMP
           END-EXEC
           EXEC SQL
               OPEN SECV-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CBSSECVR: OPEN CURSOR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 8 TO RETURN-CODE
               SET END-OF-CURSOR TO TRUE
           END-IF.

      *    A FAILED FETCH ENDS THE RUN WITH RC 8 - A SHORT VIOLATION
      *    REPORT MUST NOT PASS FOR A CLEAN DAY.
       2000-PROCESS-CURSOR.
           EXEC SQL
               FETCH SECV-CSR
                 INTO :AU-AUDIT-TIME-STAMP, :AU-OPERATOR-ID,
                      :AU-TERMINAL-ID :AUDSTRUC(3),
                      :AU-TRAN-ID :AUDSTRUC(4),
                      :AU-RESOURCE-NAME, :AU-ROW-KEY,
                      :AU-FIELD-NAME,
                      :AU-BEFORE-VALUE :AUDSTRUC(8),
                      :AU-AFTER-VALUE :AUDSTRUC(9)
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   IF FIRST-ROW
                       MOVE 'N' TO WS-FIRST-ROW-SW
                       MOVE AU-OPERATOR-ID TO WS-PREV-OPERATOR-ID
                   END-IF
                   IF AU-OPERATOR-ID NOT = WS-PREV-OPERATOR-ID
                       PERFORM 2200-WRITE-OPERATOR-TOTAL
                       MOVE AU-OPERATOR-ID TO WS-PREV-OPERATOR-ID
                   END-IF
                   PERFORM 2100-WRITE-VIOLATION-DETAIL
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'CBSSECVR: FETCH FAILED, SQLCODE = '
                           SQLCODE
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-CURSOR TO TRUE
           END-EVALUATE.

       2100-WRITE-VIOLATION-DETAIL.
           MOVE AU-AUDIT-TIME-STAMP   TO WS-D1-TIME-STAMP
           MOVE AU-OPERATOR-ID        TO WS-D1-OPERATOR
           IF AUDSTRUC(3) < ZERO
               MOVE SPACES TO WS-D1-TERMINAL
           ELSE
               MOVE AU-TERMINAL-ID TO WS-D1-TERMINAL
           END-IF
           IF AUDSTRUC(4) < ZERO
               MOVE SPACES TO WS-D1-TRAN
           ELSE
               MOVE AU-TRAN-ID TO WS-D1-TRAN
           END-IF
           IF AUDSTRUC(8) < ZERO
               MOVE SPACES TO WS-D1-ATTEMPTED
           ELSE
               MOVE AU-BEFORE-VALUE TO WS-D1-ATTEMPTED
           END-IF
           IF AUDSTRUC(9) < ZERO
               MOVE SPACES TO AU-AFTER-VALUE
           END-IF
           MOVE AU-AFTER-VALUE        TO WS-D1-REASON
           MOVE AU-RESOURCE-NAME      TO WS-D1-RESOURCE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE-1
           MOVE AU-ROW-KEY            TO WS-D2-ROW-KEY
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE-2
           EVALUATE AU-AFTER-VALUE
               WHEN 'NO ENTITLEMENT PROFILE'
                   ADD 1 TO WS-NO-PROFILE-COUNT
               WHEN 'NOT ENTITLED'
                   ADD 1 TO WS-NOT-ENTITLED-COUNT
               WHEN 'OWN PROFILE'
                   ADD 1 TO WS-OWN-PROFILE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-FILE-ERROR-COUNT
           END-EVALUATE
           ADD 1 TO WS-OPERATOR-VIOLATIONS
           ADD 1 TO WS-VIOLATIONS-REPORTED.

       2200-WRITE-OPERATOR-TOTAL.
           MOVE WS-PREV-OPERATOR-ID    TO WS-OT-OPERATOR
           MOVE WS-OPERATOR-VIOLATIONS TO WS-OT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-OPERATOR-TOTAL-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-OPERATORS-REPORTED
           MOVE ZERO TO WS-OPERATOR-VIOLATIONS.

       3000-TERMINATE.
           EXEC SQL
               CLOSE SECV-CSR
           END-EXEC
           IF NOT FIRST-ROW
               PERFORM 2200-WRITE-OPERATOR-TOTAL
           END-IF
           MOVE 'REFUSED ATTEMPTS REPORTED..........' TO WS-SUM-LABEL
           MOVE WS-VIOLATIONS-REPORTED TO WS-SUM-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'OPERATORS WITH REFUSED ATTEMPTS....' TO WS-SUM-LABEL
           MOVE WS-OPERATORS-REPORTED TO WS-SUM-COUNT-EDIT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  NO ENTITLEMENT PROFILE...........' TO WS-SUM-LABEL
           MOVE WS-NO-PROFILE-COUNT TO WS-SUM-COUNT-EDIT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  TRANSACTION/FUNCTION NOT GRANTED.' TO WS-SUM-LABEL
           MOVE WS-NOT-ENTITLED-COUNT TO WS-SUM-COUNT-EDIT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  OWN PROFILE MAINTENANCE..........' TO WS-SUM-LABEL
           MOVE WS-OWN-PROFILE-COUNT TO WS-SUM-COUNT-EDIT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE '  ENTITLEMENT FILE ERROR...........' TO WS-SUM-LABEL
           MOVE WS-FILE-ERROR-COUNT TO WS-SUM-COUNT-EDIT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           DISPLAY 'CBSSECVR: REFUSED ATTEMPTS REPORTED: '
                   WS-VIOLATIONS-REPORTED
           CLOSE VIOLATION-RPT.
