      *  DISCIPLINE CBSRECON APPLIES, IN THE INBOUND DIRECTION.       *
      *  EVERY HOLD PLACED IS ALSO LOGGED TO THE CBS_MAST_JOURNAL     *
      *  FORWARD-RECOVERY JOURNAL VIA CBSMJWR, SO A MASTER CLUSTER    *
      *  RESTORE NEVER LOSES A DAY OF FRAUD HOLDS. EVERY MATCHED      *
      *  ALERT IS ALSO WRITTEN TO RISKSIG AS A FRAL SIGNAL RECORD     *
      *  (CBSRSIG), GRADED BY SEVERITY, FOR THE NIGHTLY RISK          *
      *  WATCHLIST (CBSRSKW).                                         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXCEPTION-RPT ASSIGN TO FRINRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RISK-SIGNAL-FILE ASSIGN TO RISKSIG
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FRAUD-RETURN-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       FD  RISK-SIGNAL-FILE
           RECORDING MODE IS F.
           COPY CBSRSIG.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CBSLOG.
           OPEN INPUT FRAUD-RETURN-FILE
           OPEN I-O   ACCOUNT-MASTER-FILE
           OPEN OUTPUT EXCEPTION-RPT
                       RISK-SIGNAL-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'
                  WS-RUN-DATE(7:2)
                   PERFORM 2400-WRITE-EXCEPTION
               ELSE
                   ADD 1 TO WS-ALERTS-MATCHED
                   PERFORM 2150-WRITE-RISK-SIGNAL
                   PERFORM 2200-FLAG-MASTER-ACCOUNT
               END-IF
           END-IF.

      *    THE SIGNAL IS WRITTEN FOR EVERY MATCHED ALERT, WHETHER OR
      *    NOT THE ACCOUNT WAS ALREADY ON HOLD - A REPEAT ALERT ON A
      *    HELD ACCOUNT IS STILL A FRESH SIGN OF TROUBLE.
       2150-WRITE-RISK-SIGNAL.
           MOVE SPACES             TO RISK-SIGNAL-RECORD
           MOVE FA-ACCOUNT-NUMBER  TO SG-ACCOUNT-NUMBER
           SET SG-FRAUD-ALERT      TO TRUE
           MOVE FA-ALERT-SEVERITY  TO SG-SIGNAL-GRADE
           MOVE 1                  TO SG-SIGNAL-COUNT
           MOVE WS-RUN-DATE(1:8)   TO SG-SIGNAL-DATE
           MOVE 'CBSFRIN '         TO SG-SOURCE-JOB
           WRITE RISK-SIGNAL-RECORD.

       2200-FLAG-MASTER-ACCOUNT.
           MOVE FA-ACCOUNT-NUMBER TO MA-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-6
           CLOSE FRAUD-RETURN-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE EXCEPTION-RPT
           CLOSE RISK-SIGNAL-FILE.
