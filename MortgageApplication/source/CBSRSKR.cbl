       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSRSKR.
       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSRSKR - RANKED ACCOUNT RISK WATCHLIST REPORT               *
      *  PRINTS TODAY'S WATCHLIST GENERATION (CBSRWLR, WRITTEN BY     *
      *  CBSRSKW) AFTER THE SORT STEP HAS RANKED IT BY CUSTOMER SCORE *
      *  DESCENDING, THEN CUSTOMER NAME, THEN ACCOUNT SCORE           *
      *  DESCENDING. EACH CUSTOMER IS GIVEN A RANK AND A LINE WITH    *
      *  ITS COMBINED SCORE, FOLLOWED BY ONE LINE PER SCORED ACCOUNT  *
      *  WITH THE ACCOUNT SCORE, THE PRIOR RUN'S SCORE, THE CHANGE,   *
      *  A JUMP / NEW FLAG AND THE SIGNAL COUNTS BEHIND THE SCORE.    *
      *  CUSTOMERS BELOW THE REPORT FLOOR ON CTLCARD (CBSRSKP) ARE    *
      *  RANKED BUT NOT LISTED, EXCEPT THAT AN ACCOUNT WHOSE SCORE    *
      *  JUMPED IS ALWAYS LISTED - A SHARP RISE ON A QUIET CUSTOMER   *
      *  IS EXACTLY WHAT THE MORNING REVIEW NEEDS TO SEE.             *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO CTLCARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RANKED-WATCHLIST-FILE ASSIGN TO RANKED
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WATCHLIST-RPT ASSIGN TO RSKRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD             PIC X(80).

       FD  RANKED-WATCHLIST-FILE
           RECORDING MODE IS F.
           COPY CBSRWLR.

       FD  WATCHLIST-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       WORKING-STORAGE SECTION.
           COPY CBSRSKP.

       01  WS-RUN-DATE                 PIC X(8).

       01  WS-SWITCHES.
           05 WS-EOF-SW                PIC X(1) VALUE 'N'.
              88 END-OF-WATCHLIST           VALUE 'Y'.
           05 WS-FIRST-REC-SW          PIC X(1) VALUE 'Y'.
              88 FIRST-RECORD               VALUE 'Y'.
           05 WS-CUST-LISTED-SW        PIC X(1) VALUE 'N'.
              88 CUSTOMER-LISTED            VALUE 'Y'.

       01  WS-CONTROL-FIELDS.
           05 WS-PREV-CUST-NAME        PIC X(30)    VALUE SPACES.
           05 WS-PREV-CUST-SCORE       PIC 9(7)V99  VALUE ZERO.

       01  WS-COUNTERS.
           05 WS-CUSTOMER-RANK         PIC S9(9) COMP VALUE ZERO.
           05 WS-ACCOUNTS-READ         PIC S9(9) COMP VALUE ZERO.
           05 WS-CUSTOMERS-LISTED      PIC S9(9) COMP VALUE ZERO.
           05 WS-ACCOUNTS-LISTED       PIC S9(9) COMP VALUE ZERO.
           05 WS-JUMPS-LISTED          PIC S9(9) COMP VALUE ZERO.
           05 WS-ACCOUNTS-BELOW-FLOOR  PIC S9(9) COMP VALUE ZERO.

       01  WS-HEADING-1.
           05 FILLER                   PIC X(38)
              VALUE 'COMPOSITE ACCOUNT RISK WATCHLIST'.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WS-H1-RUN-DATE           PIC X(8).
           05 FILLER                   PIC X(17)
              VALUE '   REPORT FLOOR '.
           05 WS-H1-REPORT-FLOOR       PIC ZZ,ZZ9.
           05 FILLER                   PIC X(16)
              VALUE '   JUMP POINTS '.
           05 WS-H1-JUMP-POINTS        PIC ZZ,ZZ9.

       01  WS-HEADING-2.
           05 FILLER                   PIC X(7)  VALUE 'RANK'.
           05 FILLER                   PIC X(32) VALUE 'CUSTOMER NAME'.
           05 FILLER                   PIC X(14) VALUE 'CUSTOMER SCORE'.

       01  WS-HEADING-3.
           05 FILLER                   PIC X(7)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE 'ACCT NBR'.
           05 FILLER                   PIC X(14) VALUE '  ACCT SCORE'.
           05 FILLER                   PIC X(14) VALUE '       PRIOR'.
           05 FILLER                   PIC X(15) VALUE '       CHANGE'.
           05 FILLER                   PIC X(10) VALUE 'FLAG'.
           05 FILLER                   PIC X(42)
              VALUE '  DUPL FRL-H FRL-M FRL-L  PARK  SLAB  MAUD'.

       01  WS-CUSTOMER-LINE.
           05 WS-CL-RANK               PIC ZZZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CL-CUSTOMER-NAME      PIC X(30).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CL-CUSTOMER-SCORE     PIC Z,ZZZ,ZZ9.99.

       01  WS-ACCOUNT-LINE.
           05 FILLER                   PIC X(7)  VALUE SPACES.
           05 WS-AL-ACCOUNT-NUMBER     PIC 9(9).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-AL-ACCOUNT-SCORE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-AL-PRIOR-SCORE        PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-AL-SCORE-CHANGE       PIC -,---,--9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-AL-JUMP-FLAG          PIC X(5).
           05 WS-AL-NEW-FLAG           PIC X(5).
           05 WS-AL-DUP-COUNT          PIC ZZZZZ9.
           05 WS-AL-FRAUD-HIGH-COUNT   PIC ZZZZZ9.
           05 WS-AL-FRAUD-MED-COUNT    PIC ZZZZZ9.
           05 WS-AL-FRAUD-LOW-COUNT    PIC ZZZZZ9.
           05 WS-AL-PARK-COUNT         PIC ZZZZZ9.
           05 WS-AL-SLA-COUNT          PIC ZZZZZ9.
           05 WS-AL-MAINT-COUNT        PIC ZZZZZ9.

       01  WS-EMPTY-LINE.
           05 FILLER                   PIC X(40)
              VALUE 'NO ACCOUNTS ON TODAY''S RISK WATCHLIST'.

       01  WS-SUMMARY-LINE.
           05 WS-SUM-LABEL             PIC X(28).
           05 WS-SUM-COUNT             PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-WATCHLIST
               UNTIL END-OF-WATCHLIST
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARD-FILE
           READ CONTROL-CARD-FILE INTO RISK-CONTROL-CARD
               AT END MOVE ZERO TO CC-JUMP-POINTS
                                   CC-REPORT-FLOOR
           END-READ
           CLOSE CONTROL-CARD-FILE
           OPEN INPUT  RANKED-WATCHLIST-FILE
           OPEN OUTPUT WATCHLIST-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE     TO WS-H1-RUN-DATE
           MOVE CC-REPORT-FLOOR TO WS-H1-REPORT-FLOOR
           MOVE CC-JUMP-POINTS  TO WS-H1-JUMP-POINTS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2
           WRITE RPT-LINE FROM WS-HEADING-3.

      *    A CUSTOMER IS ONE NAME AT ONE COMBINED SCORE - ACCOUNTS
      *    MISSING FROM CUSTXREF ALL SHARE THE SAME PLACEHOLDER NAME
      *    BUT EACH STANDS ALONE AT ITS OWN SCORE.
       2000-PROCESS-WATCHLIST.
           READ RANKED-WATCHLIST-FILE
               AT END SET END-OF-WATCHLIST TO TRUE
           END-READ
           IF NOT END-OF-WATCHLIST
               ADD 1 TO WS-ACCOUNTS-READ
               IF FIRST-RECORD
                  OR WL-CUSTOMER-NAME NOT = WS-PREV-CUST-NAME
                  OR WL-CUSTOMER-SCORE NOT = WS-PREV-CUST-SCORE
                   ADD 1 TO WS-CUSTOMER-RANK
                   MOVE WL-CUSTOMER-NAME  TO WS-PREV-CUST-NAME
                   MOVE WL-CUSTOMER-SCORE TO WS-PREV-CUST-SCORE
                   MOVE 'N' TO WS-CUST-LISTED-SW
                   MOVE 'N' TO WS-FIRST-REC-SW
               END-IF
               IF WL-CUSTOMER-SCORE NOT < CC-REPORT-FLOOR
                  OR WL-SCORE-JUMPED
                   PERFORM 2100-LIST-ACCOUNT
               ELSE
                   ADD 1 TO WS-ACCOUNTS-BELOW-FLOOR
               END-IF
           END-IF.

       2100-LIST-ACCOUNT.
           IF NOT CUSTOMER-LISTED
               PERFORM 2200-WRITE-CUSTOMER-LINE
           END-IF
           MOVE WL-ACCOUNT-NUMBER      TO WS-AL-ACCOUNT-NUMBER
           MOVE WL-ACCOUNT-SCORE       TO WS-AL-ACCOUNT-SCORE
           MOVE WL-PRIOR-SCORE         TO WS-AL-PRIOR-SCORE
           MOVE WL-SCORE-CHANGE        TO WS-AL-SCORE-CHANGE
           IF WL-SCORE-JUMPED
               MOVE 'JUMP'             TO WS-AL-JUMP-FLAG
               ADD 1 TO WS-JUMPS-LISTED
           ELSE
               MOVE SPACES             TO WS-AL-JUMP-FLAG
           END-IF
           IF WL-NEW-TO-LIST
               MOVE 'NEW'              TO WS-AL-NEW-FLAG
           ELSE
               MOVE SPACES             TO WS-AL-NEW-FLAG
           END-IF
           MOVE WL-DUP-COUNT           TO WS-AL-DUP-COUNT
           MOVE WL-FRAUD-HIGH-COUNT    TO WS-AL-FRAUD-HIGH-COUNT
           MOVE WL-FRAUD-MED-COUNT     TO WS-AL-FRAUD-MED-COUNT
           MOVE WL-FRAUD-LOW-COUNT     TO WS-AL-FRAUD-LOW-COUNT
           MOVE WL-PARK-COUNT          TO WS-AL-PARK-COUNT
           MOVE WL-SLA-COUNT           TO WS-AL-SLA-COUNT
           MOVE WL-MAINT-COUNT         TO WS-AL-MAINT-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-ACCOUNT-LINE
           ADD 1 TO WS-ACCOUNTS-LISTED.

       2200-WRITE-CUSTOMER-LINE.
           MOVE WS-CUSTOMER-RANK       TO WS-CL-RANK
           MOVE WL-CUSTOMER-NAME       TO WS-CL-CUSTOMER-NAME
           MOVE WL-CUSTOMER-SCORE      TO WS-CL-CUSTOMER-SCORE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-CUSTOMER-LINE
           SET CUSTOMER-LISTED TO TRUE
           ADD 1 TO WS-CUSTOMERS-LISTED.

       3000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-ACCOUNTS-READ = ZERO
               WRITE RPT-LINE FROM WS-EMPTY-LINE
           END-IF
           MOVE 'CUSTOMERS RANKED...........' TO WS-SUM-LABEL
           MOVE WS-CUSTOMER-RANK TO WS-SUM-COUNT
           PERFORM 3100-WRITE-SUMMARY-LINE
           MOVE 'CUSTOMERS LISTED...........' TO WS-SUM-LABEL
           MOVE WS-CUSTOMERS-LISTED TO WS-SUM-COUNT
           PERFORM 3100-WRITE-SUMMARY-LINE
           MOVE 'ACCOUNTS LISTED............' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-LISTED TO WS-SUM-COUNT
           PERFORM 3100-WRITE-SUMMARY-LINE
           MOVE 'SCORE JUMPS LISTED.........' TO WS-SUM-LABEL
           MOVE WS-JUMPS-LISTED TO WS-SUM-COUNT
           PERFORM 3100-WRITE-SUMMARY-LINE
           MOVE 'ACCOUNTS BELOW FLOOR.......' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-BELOW-FLOOR TO WS-SUM-COUNT
           PERFORM 3100-WRITE-SUMMARY-LINE
           CLOSE RANKED-WATCHLIST-FILE
           CLOSE WATCHLIST-RPT.

       3100-WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
