      *  SECONDS (CTLCARD) OF THE CALL BEFORE IT - THE SIGNATURE OF   *
      *  A RETRY STORM FROM AN UPSTREAM ORIGINATION SYSTEM. EACH      *
      *  SUPPRESSED DUPLICATE IS WRITTEN TO AN EXCEPTIONS REPORT      *
      *  AND COUNTED PER ACCOUNT NUMBER. EACH ACCOUNT'S COUNT IS      *
      *  ALSO WRITTEN AS A DUPL SIGNAL RECORD (CBSRSIG) TO RISKSIG    *
      *  FOR THE NIGHTLY RISK WATCHLIST (CBSRSKW).                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DUP-EXCEPTION-RPT ASSIGN TO DUPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RISK-SIGNAL-FILE ASSIGN TO RISKSIG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       FD  RISK-SIGNAL-FILE
           RECORDING MODE IS F.
           COPY CBSRSIG.

       FD  RUN-CONTROL-FILE.
           COPY CBSRUNC.

           CLOSE CONTROL-CARD-FILE

           OPEN OUTPUT DUP-EXCEPTION-RPT
                       RISK-SIGNAL-FILE
           PERFORM 1100-SET-SELECTION-WINDOW
           MOVE WS-DATE-FROM TO WS-H1-DATE-FROM
           MOVE WS-DATE-TO   TO WS-H1-DATE-TO
           MOVE WS-COUNT-EDIT         TO WS-AS-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-ACCT-SUMMARY-LINE
           PERFORM 2296-WRITE-RISK-SIGNAL
           MOVE ZERO TO WS-ACCT-SUPPRESSED-CNT.

       2296-WRITE-RISK-SIGNAL.
           MOVE SPACES                 TO RISK-SIGNAL-RECORD
           MOVE WS-PREV-ACCT-NBR       TO SG-ACCOUNT-NUMBER
           SET SG-DUPLICATE-CALLS      TO TRUE
           MOVE WS-ACCT-SUPPRESSED-CNT TO SG-SIGNAL-COUNT
           MOVE WS-DATE-TO             TO SG-SIGNAL-DATE
           MOVE 'CBSDUPR '             TO SG-SOURCE-JOB
           WRITE RISK-SIGNAL-RECORD.

       2900-SAVE-CONTROL-FIELDS.
           MOVE H4-ACCOUNT-NUMBER     TO WS-PREV-ACCT-NBR
           MOVE H4-API-TYPE           TO WS-PREV-API-TYPE
               CLOSE DUPR-CSR
           END-EXEC
           CLOSE DUP-EXCEPTION-RPT
                 RISK-SIGNAL-FILE
           PERFORM 3100-WRITE-RUN-CONTROL.

       3100-WRITE-RUN-CONTROL.
