      *  API_TYPE/API_NAME COMBINATION, SHOWING THE CALL'S RESPONSE    *
      *  CODE WITH ITS DESCRIPTION FROM THE RESPCODE REFERENCE TABLE   *
      *  (CBSRCLS). ROWS WITH NO DURATION_MS LOGGED (NULL) OR NO       *
      *  CONFIGURED THRESHOLD ARE SKIPPED. EVERY BREACH IS ALSO        *
      *  WRITTEN TO RISKSIG AS A SLAB SIGNAL RECORD (CBSRSIG) FOR THE  *
      *  NIGHTLY RISK WATCHLIST (CBSRSKW).                             *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BREACH-RPT ASSIGN TO SLARPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RISK-SIGNAL-FILE ASSIGN TO RISKSIG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           RECORDING MODE IS F.
       01  RPT-LINE                     PIC X(133).

       FD  RISK-SIGNAL-FILE
           RECORDING MODE IS F.
           COPY CBSRSIG.

       FD  RUN-CONTROL-FILE.
           COPY CBSRUNC.

       1000-INITIALIZE.
           OPEN INPUT SLA-THRESHOLD-FILE
           OPEN OUTPUT BREACH-RPT
                       RISK-SIGNAL-FILE
           PERFORM 1100-SET-SELECTION-WINDOW
           MOVE WS-DATE-FROM TO WS-H1-DATE-FROM
           MOVE WS-DATE-TO   TO WS-H1-DATE-TO
           MOVE RP-DESCRIPTION         TO WS-BL-RESP-DESC
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-BREACH-LINE
           ADD 1 TO WS-BREACHES-FOUND
           PERFORM 2250-WRITE-RISK-SIGNAL.

       2250-WRITE-RISK-SIGNAL.
           MOVE SPACES                 TO RISK-SIGNAL-RECORD
           MOVE H4-ACCOUNT-NUMBER      TO SG-ACCOUNT-NUMBER
           SET SG-SLA-BREACH           TO TRUE
           MOVE 1                      TO SG-SIGNAL-COUNT
           MOVE WS-DATE-TO             TO SG-SIGNAL-DATE
           MOVE 'CBSSLAR '             TO SG-SOURCE-JOB
           WRITE RISK-SIGNAL-RECORD.

       3000-TERMINATE.
           EXEC SQL
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-2
           CLOSE SLA-THRESHOLD-FILE
           CLOSE BREACH-RPT
           CLOSE RISK-SIGNAL-FILE
           PERFORM 3100-WRITE-RUN-CONTROL.

       3100-WRITE-RUN-CONTROL.
