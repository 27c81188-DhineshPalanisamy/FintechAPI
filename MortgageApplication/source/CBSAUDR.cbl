      *  CAPTURED BY CBSAUDWR - WHO MADE THE CHANGE, FROM WHICH       *
      *  TERMINAL AND TRANSACTION, THE ROW TOUCHED, AND THE BEFORE/   *
      *  AFTER IMAGES OF EACH CHANGED COLUMN - SO SUPERVISORS CAN     *
      *  REVIEW ALL MANUAL INTERVENTIONS EACH MORNING. EVERY CHANGE   *
      *  TO AN ACCOUNT-KEYED RESOURCE (ACCTMAST, CBS_API_LOG_DTL,     *
      *  LEGALHLD) IS ALSO WRITTEN TO RISKSIG AS A MAUD SIGNAL        *
      *  RECORD (CBSRSIG) FOR THE NIGHTLY RISK WATCHLIST (CBSRSKW).   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-RPT ASSIGN TO AUDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RISK-SIGNAL-FILE ASSIGN TO RISKSIG
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       FD  RISK-SIGNAL-FILE
           RECORDING MODE IS F.
           COPY CBSRSIG.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CBSAUD.

       1000-INITIALIZE.
           OPEN OUTPUT AUDIT-RPT
                       RISK-SIGNAL-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE-2
           ADD 1 TO WS-ACTIONS-REPORTED
           PERFORM 2200-CHECK-RISK-SIGNAL.

      *    ONLY RESOURCES WHOSE ROW KEY STARTS WITH THE ACCOUNT NUMBER
      *    CAN BE SCORED AGAINST AN ACCOUNT. REFUSED-ACCESS ROWS FROM
      *    THE ENTITLEMENT CHECK RECORD NO CHANGE AND ARE LEFT OUT.
       2200-CHECK-RISK-SIGNAL.
           IF AU-FIELD-NAME NOT = 'ACCESS REFUSED'
              AND AU-ROW-KEY(1:9) IS NUMERIC
               EVALUATE AU-RESOURCE-NAME
                   WHEN 'ACCTMAST'
                   WHEN 'CBS_API_LOG_DTL'
                   WHEN 'LEGALHLD'
                       PERFORM 2250-WRITE-RISK-SIGNAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2250-WRITE-RISK-SIGNAL.
           MOVE SPACES             TO RISK-SIGNAL-RECORD
           MOVE AU-ROW-KEY(1:9)    TO SG-ACCOUNT-NUMBER
           SET SG-MANUAL-MAINT     TO TRUE
           MOVE 1                  TO SG-SIGNAL-COUNT
           MOVE WS-RUN-DATE(1:8)   TO SG-SIGNAL-DATE
           MOVE 'CBSAUDR '         TO SG-SOURCE-JOB
           WRITE RISK-SIGNAL-RECORD.

       3000-TERMINATE.
           EXEC SQL
           MOVE WS-ACTIONS-REPORTED TO WS-SUM-ACTIONS-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE AUDIT-RPT
                 RISK-SIGNAL-FILE.
