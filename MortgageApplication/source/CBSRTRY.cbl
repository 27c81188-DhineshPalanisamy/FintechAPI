      *  RESPONSE CODE REPLACES 'RTRY' ON SUCCESS, FAILED CALLS KEEP  *
      *  THE FLAG WITH API_RETRY_COUNT BUMPED, AND CALLS STILL        *
      *  FAILING AT THE CONFIGURED RETRY CEILING ARE PARKED WITH      *
      *  RESPONSE CODE 'PARK', STAMPED WITH THE TIME PARKED AND THE   *
      *  GATEWAY RESPONSE OF THE LAST FAILED ATTEMPT FOR THE PARK     *
      *  WORK SCREEN AND AGING REPORT. EVERY OUTCOME UPDATE IS        *
      *  COMMITTED INDIVIDUALLY - THE GATEWAY DISPATCH IS OUTSIDE THE *
      *  DB2 UNIT OF WORK, SO A BATCHED COMMIT WOULD LET AN ABEND     *
      *  RE-DISPATCH CALLS THE BANK HAS ALREADY EXECUTED - AND A      *
      *  FAILED OUTCOME UPDATE STOPS THE REPLAY WITH RC=8 RATHER THAN *
      *  REPORTING A CALL CLEARED THAT IS STILL FLAGGED. A REPLAY     *
      *  RESULTS REPORT SHOWS THE MORNING SHIFT WHAT CLEARED AND WHAT *
      *  IS STILL STUCK. CALLS RESUBMITTED FROM THE PARK SCREEN COME  *
      *  BACK THROUGH HERE AS 'RTRY' WITH THEIR RETRY COUNT RESET.    *
      *  EVERY CALL PARKED IS ALSO WRITTEN TO RISKSIG AS A PARK       *
      *  SIGNAL RECORD (CBSRSIG) FOR THE NIGHTLY RISK WATCHLIST       *
      *  (CBSRSKW).                                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPLAY-RPT ASSIGN TO RTRYRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RISK-SIGNAL-FILE ASSIGN TO RISKSIG
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       FD  RISK-SIGNAL-FILE
           RECORDING MODE IS F.
           COPY CBSRSIG.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CBSLOG.
           CLOSE CONTROL-CARD-FILE

           OPEN OUTPUT REPLAY-RPT
                       RISK-SIGNAL-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           MOVE SPACES TO RPT-LINE
       2400-RECORD-FAILED-RETRY.
           COMPUTE HV-RETRY-COUNT = H4-API-RETRY-COUNT + 1
           IF HV-RETRY-COUNT >= CC-RETRY-CEILING
               MOVE AX-RESPONSE-CODE TO HV-NEW-RESPONSE-CODE
               EXEC SQL
                   UPDATE COREBK.CBS_API_LOG_DTL
                      SET API_RESPONSE_CODE = :HV-PARKED-FLAG,
                          API_RETRY_COUNT   = :HV-RETRY-COUNT,
                          PARKED_TIME_STAMP = CURRENT TIMESTAMP,
                          LAST_GW_RESPONSE  = :HV-NEW-RESPONSE-CODE
                    WHERE ACCOUNT_NUMBER = :H4-ACCOUNT-NUMBER
                      AND API_NAME       = :H4-API-NAME
                      AND TIME_STAMP     = :H4-TIME-STAMP
               IF SQLCODE = 0
                   PERFORM 2600-COMMIT-WORK
                   ADD 1 TO WS-CALLS-PARKED
                   PERFORM 2450-WRITE-RISK-SIGNAL
                   MOVE 'PARKED - RETRY CEILING REACHED'
                       TO WS-DL-DISPOSITION
               ELSE
           MOVE HV-RETRY-COUNT TO H4-API-RETRY-COUNT
           PERFORM 2500-WRITE-DETAIL.

       2450-WRITE-RISK-SIGNAL.
           MOVE SPACES             TO RISK-SIGNAL-RECORD
           MOVE H4-ACCOUNT-NUMBER  TO SG-ACCOUNT-NUMBER
           SET SG-PARKED-CALL      TO TRUE
           MOVE 1                  TO SG-SIGNAL-COUNT
           MOVE WS-RUN-DATE(1:8)   TO SG-SIGNAL-DATE
           MOVE 'CBSRTRY '         TO SG-SOURCE-JOB
           WRITE RISK-SIGNAL-RECORD.

       2500-WRITE-DETAIL.
           MOVE H4-ACCOUNT-NUMBER     TO WS-ACCT-NBR-EDIT
           MOVE WS-ACCT-NBR-EDIT      TO WS-DL-ACCT-NBR
           MOVE WS-CALLS-IN-ERROR      TO WS-SUM-ERROR-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-5
           CLOSE REPLAY-RPT
                 RISK-SIGNAL-FILE.
