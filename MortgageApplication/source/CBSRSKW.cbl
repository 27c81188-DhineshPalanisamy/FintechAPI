       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSRSKW.
       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSRSKW - NIGHTLY COMPOSITE ACCOUNT RISK SCORING             *
      *  COMBINES THE PER-ACCOUNT SIGNAL RECORDS (CBSRSIG) WRITTEN BY *
      *  CBSDUPR, CBSFRIN, CBSRTRY, CBSSLAR AND CBSAUDR - SORTED INTO *
      *  ACCOUNT ORDER BY THE STEP AHEAD OF THIS ONE - WITH THE       *
      *  WEIGHT CARDS ON RISKWGT (CBSRWGT) INTO ONE RISK SCORE PER    *
      *  ACCOUNT FOR THE DAY. EACH SCORED ACCOUNT IS ROLLED UP TO ITS *
      *  CUSTOMER THROUGH THE CUSTXREF KSDS, SO A CUSTOMER'S SCORE IS *
      *  THE SUM OF ALL ITS ACCOUNTS' SCORES, AND COMPARED WITH THE   *
      *  PRIOR WATCHLIST GENERATION ON WATCHIN TO FLAG ACCOUNTS WHOSE *
      *  SCORE JUMPED BY THE CONTROL-CARD AMOUNT (CBSRSKP). THE NEW   *
      *  WATCHLIST (CBSRWLR, ACCOUNT ORDER) GOES TO WATCHOUT FOR THE  *
      *  RANKED REPORT (CBSRSKR) AND TOMORROW'S COMPARISON. A SCORING *
      *  SUMMARY SHOWS THE SIGNALS RECEIVED FROM EACH SOURCE JOB, SO  *
      *  A SOURCE THAT DID NOT RUN SHOWS UP AS A MISSING OR STALE     *
      *  LINE. A SIGNAL DATED BEFORE THE DATE ITS SOURCE STAMPS FOR   *
      *  THIS RUN - THE BUSINESS DATE FROM DATECARD (CBSRNDP) FOR     *
      *  CBSDUPR AND CBSSLAR, THE RUN DATE FOR THE OTHERS - WAS LEFT  *
      *  ON RISKSIG BY A NIGHT THE SOURCE DID NOT RUN; IT IS SKIPPED  *
      *  RATHER THAN SCORED AGAIN AS A NEW OCCURRENCE, COUNTED        *
      *  AGAINST ITS SOURCE ON THE SUMMARY, AND THE RUN ENDS RC=4. A  *
      *  WATCHLIST THAT SILENTLY DROPPED ACCOUNTS WOULD HIDE THE RISK *
      *  IT EXISTS TO SHOW, SO A FULL ACCOUNT TABLE, SIGNALS OUT OF   *
      *  ACCOUNT ORDER, NO WEIGHT CARDS OR AN UNREADABLE BUSINESS-DAY *
      *  CALENDAR END THE RUN RC=8 WITH NO WATCHLIST WRITTEN. A       *
      *  CUSTXREF THAT CANNOT BE OPENED ENDS RC=4: EVERY ACCOUNT IS   *
      *  THEN SCORED AS ITS OWN CUSTOMER.                             *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO CTLCARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-DATE-CARD-FILE ASSIGN TO DATECARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RISK-WEIGHT-FILE ASSIGN TO RISKWGT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RISK-SIGNAL-FILE ASSIGN TO SIGSORT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-XREF-FILE ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CX-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT PRIOR-WATCHLIST-FILE ASSIGN TO WATCHIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WATCHLIST-FILE ASSIGN TO WATCHOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCORING-RPT ASSIGN TO RSKWRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD             PIC X(80).

       FD  RUN-DATE-CARD-FILE
           RECORDING MODE IS F.
       01  FD-RUN-DATE-CARD            PIC X(80).

       FD  RISK-WEIGHT-FILE
           RECORDING MODE IS F.
       01  FD-RISK-WEIGHT-RECORD       PIC X(80).

       FD  RISK-SIGNAL-FILE
           RECORDING MODE IS F.
           COPY CBSRSIG.

       FD  CUSTOMER-XREF-FILE.
           COPY CBSCXR.

       FD  PRIOR-WATCHLIST-FILE
           RECORDING MODE IS F.
       01  FD-PRIOR-WATCHLIST-RECORD   PIC X(120).

       FD  WATCHLIST-FILE
           RECORDING MODE IS F.
       01  FD-WATCHLIST-RECORD         PIC X(120).

       FD  SCORING-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       WORKING-STORAGE SECTION.
           COPY CBSRSKP.
           COPY CBSRWGT.
           COPY CBSRWLR.
           COPY CBSRNDP.
           COPY CBSBDX.

       01  WS-XREF-STATUS               PIC X(2) VALUE SPACES.
           88 XREF-OK                       VALUE '00'.

       01  WS-RUN-DATE                 PIC X(8).

      *    CBSDUPR AND CBSSLAR DATE THEIR SIGNALS WITH THE LAST DAY
      *    THEY REPORTED ON, THE OTHER SOURCES WITH THE DATE THEY RAN.
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-EXPECTED-DATE            PIC X(8).

       01  WS-SWITCHES.
           05 WS-WEIGHT-EOF-SW         PIC X(1) VALUE 'N'.
              88 END-OF-WEIGHTS             VALUE 'Y'.
           05 WS-SIGNAL-EOF-SW         PIC X(1) VALUE 'N'.
              88 END-OF-SIGNALS             VALUE 'Y'.
           05 WS-XREF-EOF-SW           PIC X(1) VALUE 'N'.
              88 END-OF-XREF                VALUE 'Y'.
           05 WS-PRIOR-EOF-SW          PIC X(1) VALUE 'N'.
              88 END-OF-PRIOR               VALUE 'Y'.
           05 WS-FIRST-REC-SW          PIC X(1) VALUE 'Y'.
              88 FIRST-RECORD               VALUE 'Y'.
           05 WS-TABLE-ERROR-SW        PIC X(1) VALUE 'N'.
              88 TABLE-ERROR                VALUE 'Y'.
           05 WS-WEIGHT-MATCH-SW       PIC X(1) VALUE 'N'.
              88 WEIGHT-FOUND               VALUE 'Y'.
           05 WS-SOURCE-MATCH-SW       PIC X(1) VALUE 'N'.
              88 SOURCE-FOUND               VALUE 'Y'.
           05 WS-PRIOR-MATCH-SW        PIC X(1) VALUE 'N'.
              88 PRIOR-MATCHED              VALUE 'Y'.
           05 WS-STALE-SW              PIC X(1) VALUE 'N'.
              88 SIGNAL-STALE               VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-WEIGHT-COUNT          PIC S9(4) COMP VALUE ZERO.
           05 WS-SOURCE-COUNT          PIC S9(4) COMP VALUE ZERO.
           05 WS-SIGNALS-READ          PIC S9(9) COMP VALUE ZERO.
           05 WS-SIGNALS-REJECTED      PIC S9(9) COMP VALUE ZERO.
           05 WS-SIGNALS-STALE         PIC S9(9) COMP VALUE ZERO.
           05 WS-SIGNALS-UNWEIGHTED    PIC S9(9) COMP VALUE ZERO.
           05 WS-ACCOUNTS-UNSCORED     PIC S9(9) COMP VALUE ZERO.
           05 WS-ACCOUNTS-NO-XREF      PIC S9(9) COMP VALUE ZERO.
           05 WS-ACCOUNTS-NEW          PIC S9(9) COMP VALUE ZERO.
           05 WS-ACCOUNTS-JUMPED       PIC S9(9) COMP VALUE ZERO.
           05 WS-ACCOUNTS-DROPPED      PIC S9(9) COMP VALUE ZERO.
           05 WS-ACCOUNTS-WRITTEN      PIC S9(9) COMP VALUE ZERO.

      *    ONE ENTRY PER WEIGHT CARD. THE HIT COUNT GATHERS THE
      *    OCCURRENCES THAT MATCHED THE CARD FOR THE ACCOUNT IN HAND
      *    AND IS CLEARED AS THE ACCOUNT IS SCORED.
       01  WS-WEIGHT-TABLE.
           05 WEIGHT-ENTRY OCCURS 1 TO 50 TIMES
                           DEPENDING ON WS-WEIGHT-COUNT
                           INDEXED BY WGT-IDX.
              10 WE-SIGNAL-TYPE        PIC X(4).
              10 WE-SIGNAL-GRADE       PIC X(1).
              10 WE-POINTS-EACH        PIC S9(3)V99 COMP-3.
              10 WE-POINTS-CAP         PIC S9(5)V99 COMP-3.
              10 WE-HIT-COUNT          PIC S9(9)    COMP-3.

       01  WS-SOURCE-TABLE.
           05 SOURCE-ENTRY OCCURS 1 TO 10 TIMES
                           DEPENDING ON WS-SOURCE-COUNT
                           INDEXED BY SRC-IDX.
              10 SE-SOURCE-JOB         PIC X(8).
              10 SE-SIGNAL-COUNT       PIC S9(9) COMP.
              10 SE-LATEST-DATE        PIC X(8).
              10 SE-STALE-COUNT        PIC S9(9) COMP.

      *    ONE ENTRY PER ACCOUNT THAT SCORED TODAY, BUILT IN SIGNAL
      *    (ACCOUNT) ORDER SO THE CUSTXREF PASS CAN FIND EACH ACCOUNT
      *    WITH SEARCH ALL. THE CUSTOMER SEQUENCE POINTS AT THE
      *    ACCOUNT'S CUSTOMER IN THE CUSTOMER TABLE - ZERO WHEN THE
      *    ACCOUNT IS NOT ON CUSTXREF.
       01  WS-ACCT-COUNT                PIC S9(8) COMP VALUE ZERO.

       01  WS-ACCOUNT-TABLE.
           05 ACCT-ENTRY OCCURS 1 TO 20000 TIMES
                         DEPENDING ON WS-ACCT-COUNT
                         ASCENDING KEY IS AT-ACCOUNT-NUMBER
                         INDEXED BY ACCT-IDX.
              10 AT-ACCOUNT-NUMBER     PIC 9(9).
              10 AT-CUSTOMER-NAME      PIC X(30).
              10 AT-CUST-SEQ           PIC S9(8)    COMP.
              10 AT-ACCOUNT-SCORE      PIC S9(7)V99 COMP-3.
              10 AT-DUP-COUNT          PIC S9(7)    COMP-3.
              10 AT-FRAUD-HIGH-COUNT   PIC S9(7)    COMP-3.
              10 AT-FRAUD-MED-COUNT    PIC S9(7)    COMP-3.
              10 AT-FRAUD-LOW-COUNT    PIC S9(7)    COMP-3.
              10 AT-PARK-COUNT         PIC S9(7)    COMP-3.
              10 AT-SLA-COUNT          PIC S9(7)    COMP-3.
              10 AT-MAINT-COUNT        PIC S9(7)    COMP-3.

       01  WS-CUST-COUNT                PIC S9(8) COMP VALUE ZERO.

       01  WS-CUSTOMER-TABLE.
           05 CUST-ENTRY OCCURS 1 TO 20000 TIMES
                         DEPENDING ON WS-CUST-COUNT
                         INDEXED BY CUST-IDX.
              10 CT-CUSTOMER-SCORE     PIC S9(7)V99 COMP-3.

      *    FIGURES FOR THE ACCOUNT WHOSE SIGNALS ARE BEING GATHERED.
       01  WS-CURRENT-ACCOUNT.
           05 WS-CUR-ACCOUNT-NUMBER    PIC 9(9)     VALUE ZERO.
           05 WS-CUR-SCORE             PIC S9(11)V99 COMP-3.
           05 WS-CUR-DUP-COUNT         PIC S9(7)    COMP-3 VALUE ZERO.
           05 WS-CUR-FRAUD-HIGH-COUNT  PIC S9(7)    COMP-3 VALUE ZERO.
           05 WS-CUR-FRAUD-MED-COUNT   PIC S9(7)    COMP-3 VALUE ZERO.
           05 WS-CUR-FRAUD-LOW-COUNT   PIC S9(7)    COMP-3 VALUE ZERO.
           05 WS-CUR-PARK-COUNT        PIC S9(7)    COMP-3 VALUE ZERO.
           05 WS-CUR-SLA-COUNT         PIC S9(7)    COMP-3 VALUE ZERO.
           05 WS-CUR-MAINT-COUNT       PIC S9(7)    COMP-3 VALUE ZERO.

       01  WS-WEIGHT-POINTS            PIC S9(11)V99 COMP-3.

       01  WS-CONTROL-FIELDS.
           05 WS-PREV-CUST-NAME        PIC X(30) VALUE LOW-VALUES.
           05 WS-PRIOR-ACCOUNT-NUMBER  PIC 9(9)     VALUE ZERO.
           05 WS-PRIOR-SCORE           PIC 9(7)V99  VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05 WS-COUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-HEADING-1.
           05 FILLER                   PIC X(38)
              VALUE 'RISK WATCHLIST SCORING SUMMARY'.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WS-H1-RUN-DATE           PIC X(8).
           05 FILLER                   PIC X(17)
              VALUE '   BUSINESS DATE '.
           05 WS-H1-BUSINESS-DATE      PIC X(8).

       01  WS-HEADING-2.
           05 FILLER                   PIC X(13) VALUE 'SOURCE JOB'.
           05 FILLER                   PIC X(11) VALUE '    SIGNALS'.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE 'LATEST DATE'.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE '      STALE'.

       01  WS-SOURCE-LINE.
           05 WS-SL-SOURCE-JOB         PIC X(8).
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 WS-SL-SIGNAL-COUNT       PIC X(11).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-SL-LATEST-DATE        PIC X(8).
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 WS-SL-STALE-COUNT        PIC X(11).

       01  WS-NO-SOURCE-LINE.
           05 FILLER                   PIC X(40)
              VALUE 'NO SIGNAL RECORDS RECEIVED FROM ANY JOB'.

       01  WS-SUMMARY-LINE.
           05 WS-SUM-LABEL             PIC X(28).
           05 WS-SUM-COUNT             PIC X(11).

       01  WS-TABLE-ERROR-LINE.
           05 FILLER                   PIC X(30)
              VALUE 'SCORING FAILED - NO WATCHLIST '.
           05 FILLER                   PIC X(20)
              VALUE 'WRITTEN, SEE JOB LOG'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-WEIGHTS
               UNTIL END-OF-WEIGHTS
           PERFORM 1600-CHECK-WEIGHTS
           IF NOT TABLE-ERROR
               OPEN INPUT RISK-SIGNAL-FILE
               PERFORM 2000-PROCESS-SIGNAL
                   UNTIL END-OF-SIGNALS
               CLOSE RISK-SIGNAL-FILE
           END-IF
           IF NOT TABLE-ERROR
               PERFORM 2400-ROLLUP-CUSTOMERS
               PERFORM 2600-WRITE-WATCHLIST
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARD-FILE
           READ CONTROL-CARD-FILE INTO RISK-CONTROL-CARD
               AT END MOVE ZERO TO CC-JUMP-POINTS
                                   CC-REPORT-FLOOR
           END-READ
           CLOSE CONTROL-CARD-FILE
           OPEN INPUT RISK-WEIGHT-FILE
           OPEN OUTPUT SCORING-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-SET-BUSINESS-DATE
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-BUSINESS-DATE TO WS-H1-BUSINESS-DATE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-1.

      *    THE SAME DATECARD AS CBSDUPR AND CBSSLAR, SO THE BUSINESS
      *    DATE IS THE ONE THEY STAMPED ON TONIGHT'S SIGNALS - THE TO
      *    DATE OF A BACKFILL, OTHERWISE THE FROM DATE.
       1100-SET-BUSINESS-DATE.
           OPEN INPUT RUN-DATE-CARD-FILE
           MOVE SPACES TO RUN-DATE-CARD
           READ RUN-DATE-CARD-FILE INTO RUN-DATE-CARD
               AT END CONTINUE
           END-READ
           CLOSE RUN-DATE-CARD-FILE
           EVALUATE TRUE
               WHEN CC-RUN-DATE-TO NOT = SPACES
                AND CC-RUN-DATE-TO NOT = LOW-VALUES
                   MOVE CC-RUN-DATE-TO TO WS-BUSINESS-DATE
               WHEN CC-RUN-DATE-FROM = SPACES
                 OR CC-RUN-DATE-FROM = LOW-VALUES
                   MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
               WHEN CC-RUN-DATE-FROM = 'PREVBUSD'
                   PERFORM 1200-GET-PREV-BUSINESS-DAY
               WHEN OTHER
                   MOVE CC-RUN-DATE-FROM TO WS-BUSINESS-DATE
           END-EVALUATE.

      *    WITHOUT THE CALENDAR NO SIGNAL CAN BE TOLD CURRENT FROM
      *    STALE, SO NOTHING IS SCORED.
       1200-GET-PREV-BUSINESS-DAY.
           MOVE WS-RUN-DATE TO BX-REQUEST-DATE
           CALL 'CBSBDAY' USING CBSBDX-PARMS
           IF BX-RC-CALENDAR-ERROR
              OR BX-PREV-BUS-DATE = SPACES
               DISPLAY 'CBSRSKW: BUSINESS-DAY CALENDAR UNAVAILABLE '
                       '- RUN STOPPED'
               MOVE SPACES TO WS-BUSINESS-DATE
               SET TABLE-ERROR TO TRUE
           ELSE
               MOVE BX-PREV-BUS-DATE TO WS-BUSINESS-DATE
           END-IF.

       1500-LOAD-WEIGHTS.
           READ RISK-WEIGHT-FILE INTO RISK-WEIGHT-RECORD
               AT END SET END-OF-WEIGHTS TO TRUE
           END-READ
           IF NOT END-OF-WEIGHTS
               IF WS-WEIGHT-COUNT >= 50
                   DISPLAY 'CBSRSKW: WEIGHT TABLE FULL AT 50, '
                           'IGNORING REMAINING RISKWGT CARDS'
               ELSE
                   ADD 1 TO WS-WEIGHT-COUNT
                   MOVE WG-SIGNAL-TYPE
                                  TO WE-SIGNAL-TYPE(WS-WEIGHT-COUNT)
                   MOVE WG-SIGNAL-GRADE
                                  TO WE-SIGNAL-GRADE(WS-WEIGHT-COUNT)
                   MOVE WG-POINTS-EACH
                                  TO WE-POINTS-EACH(WS-WEIGHT-COUNT)
                   MOVE WG-POINTS-CAP
                                  TO WE-POINTS-CAP(WS-WEIGHT-COUNT)
                   MOVE ZERO      TO WE-HIT-COUNT(WS-WEIGHT-COUNT)
               END-IF
           END-IF.

      *    WITH NO WEIGHTS EVERY ACCOUNT WOULD SCORE ZERO AND DROP
      *    OFF THE WATCHLIST - TOMORROW'S RUN WOULD THEN FLAG THE
      *    WHOLE BOOK AS NEW. STOP INSTEAD.
       1600-CHECK-WEIGHTS.
           CLOSE RISK-WEIGHT-FILE
           IF WS-WEIGHT-COUNT = ZERO
               DISPLAY 'CBSRSKW: NO RISKWGT CARDS - NOTHING CAN BE '
                       'SCORED, RUN STOPPED'
               SET TABLE-ERROR TO TRUE
           END-IF.

       2000-PROCESS-SIGNAL.
           READ RISK-SIGNAL-FILE
               AT END SET END-OF-SIGNALS TO TRUE
           END-READ
           IF END-OF-SIGNALS
               IF NOT FIRST-RECORD
                   PERFORM 2300-SCORE-ACCOUNT
               END-IF
           ELSE
               ADD 1 TO WS-SIGNALS-READ
               IF SG-ACCOUNT-NUMBER IS NOT NUMERIC
                  OR SG-SIGNAL-COUNT IS NOT NUMERIC
                  OR SG-ACCOUNT-NUMBER = ZERO
                   ADD 1 TO WS-SIGNALS-REJECTED
               ELSE
                   PERFORM 2020-CHECK-SIGNAL-DATE
                   IF SIGNAL-STALE
                       PERFORM 2150-TALLY-SOURCE
                   ELSE
                       PERFORM 2050-CHECK-ACCOUNT-BREAK
                       IF NOT TABLE-ERROR
                           PERFORM 2100-ACCUMULATE-SIGNAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    A SOURCE THAT DID NOT RUN LEAVES ITS LAST GENERATION AS
      *    RISKSIG (0). ITS SIGNALS ARE ALREADY IN AN EARLIER NIGHT'S
      *    SCORES, SO SCORING THEM AGAIN WOULD INFLATE THE SCORES AND
      *    FLAG JUMPS THAT DID NOT HAPPEN.
       2020-CHECK-SIGNAL-DATE.
           IF SG-DUPLICATE-CALLS OR SG-SLA-BREACH
               MOVE WS-BUSINESS-DATE TO WS-EXPECTED-DATE
           ELSE
               MOVE WS-RUN-DATE      TO WS-EXPECTED-DATE
           END-IF
           IF SG-SIGNAL-DATE < WS-EXPECTED-DATE
               SET SIGNAL-STALE TO TRUE
               ADD 1 TO WS-SIGNALS-STALE
           ELSE
               MOVE 'N' TO WS-STALE-SW
           END-IF.

      *    THE ACCOUNT TABLE MUST BE BUILT IN ASCENDING ORDER FOR
      *    SEARCH ALL - A SIGNAL FILE THAT SKIPPED THE SORT STEP IS
      *    REFUSED RATHER THAN SCORED AS SPLIT ACCOUNTS.
       2050-CHECK-ACCOUNT-BREAK.
           IF FIRST-RECORD
               MOVE SG-ACCOUNT-NUMBER TO WS-CUR-ACCOUNT-NUMBER
               MOVE 'N' TO WS-FIRST-REC-SW
           ELSE
               IF SG-ACCOUNT-NUMBER < WS-CUR-ACCOUNT-NUMBER
                   DISPLAY 'CBSRSKW: SIGNALS OUT OF ACCOUNT ORDER AT '
                           SG-ACCOUNT-NUMBER ' - RUN STOPPED'
                   SET TABLE-ERROR TO TRUE
                   SET END-OF-SIGNALS TO TRUE
               ELSE
                   IF SG-ACCOUNT-NUMBER NOT = WS-CUR-ACCOUNT-NUMBER
                       PERFORM 2300-SCORE-ACCOUNT
                       MOVE SG-ACCOUNT-NUMBER TO WS-CUR-ACCOUNT-NUMBER
                   END-IF
               END-IF
           END-IF.

      *    A GRADED SIGNAL TAKES THE CARD FOR ITS OWN TYPE AND GRADE
      *    FIRST, THEN THE TYPE'S BLANK-GRADE CARD.
       2100-ACCUMULATE-SIGNAL.
           PERFORM 2150-TALLY-SOURCE
           EVALUATE TRUE
               WHEN SG-DUPLICATE-CALLS
                   ADD SG-SIGNAL-COUNT TO WS-CUR-DUP-COUNT
               WHEN SG-FRAUD-ALERT
                   EVALUATE SG-SIGNAL-GRADE
                       WHEN 'H'
                           ADD SG-SIGNAL-COUNT
                                         TO WS-CUR-FRAUD-HIGH-COUNT
                       WHEN 'M'
                           ADD SG-SIGNAL-COUNT
                                         TO WS-CUR-FRAUD-MED-COUNT
                       WHEN OTHER
                           ADD SG-SIGNAL-COUNT
                                         TO WS-CUR-FRAUD-LOW-COUNT
                   END-EVALUATE
               WHEN SG-PARKED-CALL
                   ADD SG-SIGNAL-COUNT TO WS-CUR-PARK-COUNT
               WHEN SG-SLA-BREACH
                   ADD SG-SIGNAL-COUNT TO WS-CUR-SLA-COUNT
               WHEN SG-MANUAL-MAINT
                   ADD SG-SIGNAL-COUNT TO WS-CUR-MAINT-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE 'N' TO WS-WEIGHT-MATCH-SW
           PERFORM 2110-MATCH-GRADED-WEIGHT
               VARYING WGT-IDX FROM 1 BY 1
               UNTIL WGT-IDX > WS-WEIGHT-COUNT
                  OR WEIGHT-FOUND
           IF NOT WEIGHT-FOUND
               PERFORM 2120-MATCH-TYPE-WEIGHT
                   VARYING WGT-IDX FROM 1 BY 1
                   UNTIL WGT-IDX > WS-WEIGHT-COUNT
                      OR WEIGHT-FOUND
           END-IF
           IF NOT WEIGHT-FOUND
               ADD 1 TO WS-SIGNALS-UNWEIGHTED
           END-IF.

       2110-MATCH-GRADED-WEIGHT.
           IF WE-SIGNAL-TYPE(WGT-IDX) = SG-SIGNAL-TYPE
              AND WE-SIGNAL-GRADE(WGT-IDX) = SG-SIGNAL-GRADE
               SET WEIGHT-FOUND TO TRUE
               ADD SG-SIGNAL-COUNT TO WE-HIT-COUNT(WGT-IDX)
           END-IF.

       2120-MATCH-TYPE-WEIGHT.
           IF WE-SIGNAL-TYPE(WGT-IDX) = SG-SIGNAL-TYPE
              AND WE-SIGNAL-GRADE(WGT-IDX) = SPACE
               SET WEIGHT-FOUND TO TRUE
               ADD SG-SIGNAL-COUNT TO WE-HIT-COUNT(WGT-IDX)
           END-IF.

       2150-TALLY-SOURCE.
           MOVE 'N' TO WS-SOURCE-MATCH-SW
           PERFORM 2160-MATCH-SOURCE
               VARYING SRC-IDX FROM 1 BY 1
               UNTIL SRC-IDX > WS-SOURCE-COUNT
                  OR SOURCE-FOUND
           IF NOT SOURCE-FOUND AND WS-SOURCE-COUNT < 10
               ADD 1 TO WS-SOURCE-COUNT
               MOVE SG-SOURCE-JOB  TO SE-SOURCE-JOB(WS-SOURCE-COUNT)
               MOVE 1              TO SE-SIGNAL-COUNT(WS-SOURCE-COUNT)
               MOVE SG-SIGNAL-DATE TO SE-LATEST-DATE(WS-SOURCE-COUNT)
               MOVE ZERO           TO SE-STALE-COUNT(WS-SOURCE-COUNT)
               IF SIGNAL-STALE
                   MOVE 1          TO SE-STALE-COUNT(WS-SOURCE-COUNT)
               END-IF
           END-IF.

       2160-MATCH-SOURCE.
           IF SE-SOURCE-JOB(SRC-IDX) = SG-SOURCE-JOB
               SET SOURCE-FOUND TO TRUE
               ADD 1 TO SE-SIGNAL-COUNT(SRC-IDX)
               IF SG-SIGNAL-DATE > SE-LATEST-DATE(SRC-IDX)
                   MOVE SG-SIGNAL-DATE TO SE-LATEST-DATE(SRC-IDX)
               END-IF
               IF SIGNAL-STALE
                   ADD 1 TO SE-STALE-COUNT(SRC-IDX)
               END-IF
           END-IF.

      *    ONLY AN ACCOUNT WITH A SCORE GOES ON THE WATCHLIST - ONE
      *    WHOSE SIGNALS ALL CARRY NO WEIGHT IS COUNTED AND LEFT OFF.
       2300-SCORE-ACCOUNT.
           MOVE ZERO TO WS-CUR-SCORE
           PERFORM 2310-APPLY-WEIGHT
               VARYING WGT-IDX FROM 1 BY 1
               UNTIL WGT-IDX > WS-WEIGHT-COUNT
           IF WS-CUR-SCORE > ZERO
               IF WS-ACCT-COUNT >= 20000
                   DISPLAY 'CBSRSKW: MORE THAN 20000 SCORED ACCOUNTS '
                           '- WATCHLIST REFUSED'
                   SET TABLE-ERROR TO TRUE
                   SET END-OF-SIGNALS TO TRUE
               ELSE
                   PERFORM 2320-ADD-ACCOUNT-ENTRY
               END-IF
           ELSE
               ADD 1 TO WS-ACCOUNTS-UNSCORED
           END-IF
           MOVE ZERO TO WS-CUR-DUP-COUNT
                        WS-CUR-FRAUD-HIGH-COUNT
                        WS-CUR-FRAUD-MED-COUNT
                        WS-CUR-FRAUD-LOW-COUNT
                        WS-CUR-PARK-COUNT
                        WS-CUR-SLA-COUNT
                        WS-CUR-MAINT-COUNT.

      *    EACH CARD SCORES ITS POINTS PER OCCURRENCE UP TO ITS CAP,
      *    SO ONE NOISY SOURCE CANNOT OUTWEIGH EVERY OTHER SIGNAL.
       2310-APPLY-WEIGHT.
           IF WE-HIT-COUNT(WGT-IDX) > ZERO
               COMPUTE WS-WEIGHT-POINTS =
                   WE-HIT-COUNT(WGT-IDX) * WE-POINTS-EACH(WGT-IDX)
               IF WE-POINTS-CAP(WGT-IDX) > ZERO
                  AND WS-WEIGHT-POINTS > WE-POINTS-CAP(WGT-IDX)
                   MOVE WE-POINTS-CAP(WGT-IDX) TO WS-WEIGHT-POINTS
               END-IF
               ADD WS-WEIGHT-POINTS TO WS-CUR-SCORE
               MOVE ZERO TO WE-HIT-COUNT(WGT-IDX)
           END-IF.

       2320-ADD-ACCOUNT-ENTRY.
           ADD 1 TO WS-ACCT-COUNT
           SET ACCT-IDX TO WS-ACCT-COUNT
           MOVE WS-CUR-ACCOUNT-NUMBER TO AT-ACCOUNT-NUMBER(ACCT-IDX)
           MOVE SPACES                TO AT-CUSTOMER-NAME(ACCT-IDX)
           MOVE ZERO                  TO AT-CUST-SEQ(ACCT-IDX)
           IF WS-CUR-SCORE > 9999999.99
               MOVE 9999999.99        TO AT-ACCOUNT-SCORE(ACCT-IDX)
           ELSE
               MOVE WS-CUR-SCORE      TO AT-ACCOUNT-SCORE(ACCT-IDX)
           END-IF
           MOVE WS-CUR-DUP-COUNT      TO AT-DUP-COUNT(ACCT-IDX)
           MOVE WS-CUR-FRAUD-HIGH-COUNT
                                      TO AT-FRAUD-HIGH-COUNT(ACCT-IDX)
           MOVE WS-CUR-FRAUD-MED-COUNT
                                      TO AT-FRAUD-MED-COUNT(ACCT-IDX)
           MOVE WS-CUR-FRAUD-LOW-COUNT
                                      TO AT-FRAUD-LOW-COUNT(ACCT-IDX)
           MOVE WS-CUR-PARK-COUNT     TO AT-PARK-COUNT(ACCT-IDX)
           MOVE WS-CUR-SLA-COUNT      TO AT-SLA-COUNT(ACCT-IDX)
           MOVE WS-CUR-MAINT-COUNT    TO AT-MAINT-COUNT(ACCT-IDX).

      *    CUSTXREF IS IN CUSTOMER-NAME ORDER, SO ALL OF A CUSTOMER'S
      *    ACCOUNTS ARRIVE TOGETHER: EACH NEW NAME THAT OWNS A SCORED
      *    ACCOUNT OPENS THE NEXT CUSTOMER TABLE ENTRY.
       2400-ROLLUP-CUSTOMERS.
           OPEN INPUT CUSTOMER-XREF-FILE
           IF NOT XREF-OK
               DISPLAY 'CBSRSKW: CUSTXREF OPEN FAILED, STATUS = '
                       WS-XREF-STATUS ' - NO CUSTOMER ROLLUP'
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-ACCT-COUNT > ZERO
                   PERFORM 2410-READ-XREF
                       UNTIL END-OF-XREF
               END-IF
               CLOSE CUSTOMER-XREF-FILE
           END-IF.

       2410-READ-XREF.
           READ CUSTOMER-XREF-FILE
               AT END SET END-OF-XREF TO TRUE
           END-READ
           IF NOT END-OF-XREF
               SEARCH ALL ACCT-ENTRY
                   WHEN AT-ACCOUNT-NUMBER(ACCT-IDX) = CX-ACCOUNT-NUMBER
                       PERFORM 2420-ASSIGN-CUSTOMER
               END-SEARCH
           END-IF.

       2420-ASSIGN-CUSTOMER.
           IF CX-CUSTOMER-NAME NOT = WS-PREV-CUST-NAME
               ADD 1 TO WS-CUST-COUNT
               MOVE ZERO TO CT-CUSTOMER-SCORE(WS-CUST-COUNT)
               MOVE CX-CUSTOMER-NAME TO WS-PREV-CUST-NAME
           END-IF
           MOVE CX-CUSTOMER-NAME TO AT-CUSTOMER-NAME(ACCT-IDX)
           MOVE WS-CUST-COUNT    TO AT-CUST-SEQ(ACCT-IDX)
           ADD AT-ACCOUNT-SCORE(ACCT-IDX)
                                 TO CT-CUSTOMER-SCORE(WS-CUST-COUNT).

      *    THE NEW WATCHLIST IS WRITTEN IN ACCOUNT ORDER, MATCHED
      *    AGAINST THE PRIOR GENERATION WHICH IS IN THE SAME ORDER.
      *    PRIOR ACCOUNTS WITH NO SCORE TODAY DROP OFF THE LIST.
       2600-WRITE-WATCHLIST.
           OPEN INPUT  PRIOR-WATCHLIST-FILE
           OPEN OUTPUT WATCHLIST-FILE
           PERFORM 2650-READ-PRIOR
           PERFORM 2610-WRITE-WATCHLIST-ENTRY
               VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > WS-ACCT-COUNT
           PERFORM 2660-DROP-PRIOR
               UNTIL END-OF-PRIOR
           CLOSE PRIOR-WATCHLIST-FILE
           CLOSE WATCHLIST-FILE.

       2610-WRITE-WATCHLIST-ENTRY.
           PERFORM 2660-DROP-PRIOR
               UNTIL END-OF-PRIOR
                  OR WS-PRIOR-ACCOUNT-NUMBER
                         NOT < AT-ACCOUNT-NUMBER(ACCT-IDX)
           MOVE SPACES TO WATCHLIST-RECORD
           MOVE AT-ACCOUNT-NUMBER(ACCT-IDX) TO WL-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE                 TO WL-RUN-DATE
           MOVE AT-ACCOUNT-SCORE(ACCT-IDX)  TO WL-ACCOUNT-SCORE
           IF AT-CUST-SEQ(ACCT-IDX) = ZERO
               MOVE '*NOT ON CUSTXREF*'     TO WL-CUSTOMER-NAME
               MOVE AT-ACCOUNT-SCORE(ACCT-IDX)
                                            TO WL-CUSTOMER-SCORE
               ADD 1 TO WS-ACCOUNTS-NO-XREF
           ELSE
               MOVE AT-CUSTOMER-NAME(ACCT-IDX)
                                            TO WL-CUSTOMER-NAME
               SET CUST-IDX TO AT-CUST-SEQ(ACCT-IDX)
               MOVE CT-CUSTOMER-SCORE(CUST-IDX)
                                            TO WL-CUSTOMER-SCORE
           END-IF
           IF NOT END-OF-PRIOR
              AND WS-PRIOR-ACCOUNT-NUMBER = AT-ACCOUNT-NUMBER(ACCT-IDX)
               SET PRIOR-MATCHED TO TRUE
               SET WL-ON-PRIOR-LIST TO TRUE
               MOVE WS-PRIOR-SCORE TO WL-PRIOR-SCORE
           ELSE
               MOVE 'N' TO WS-PRIOR-MATCH-SW
               SET WL-NEW-TO-LIST TO TRUE
               MOVE ZERO TO WL-PRIOR-SCORE
               ADD 1 TO WS-ACCOUNTS-NEW
           END-IF
           COMPUTE WL-SCORE-CHANGE = WL-ACCOUNT-SCORE - WL-PRIOR-SCORE
           IF WL-SCORE-CHANGE > ZERO
              AND WL-SCORE-CHANGE NOT < CC-JUMP-POINTS
               SET WL-SCORE-JUMPED TO TRUE
               ADD 1 TO WS-ACCOUNTS-JUMPED
           END-IF
           MOVE AT-DUP-COUNT(ACCT-IDX)        TO WL-DUP-COUNT
           MOVE AT-FRAUD-HIGH-COUNT(ACCT-IDX) TO WL-FRAUD-HIGH-COUNT
           MOVE AT-FRAUD-MED-COUNT(ACCT-IDX)  TO WL-FRAUD-MED-COUNT
           MOVE AT-FRAUD-LOW-COUNT(ACCT-IDX)  TO WL-FRAUD-LOW-COUNT
           MOVE AT-PARK-COUNT(ACCT-IDX)       TO WL-PARK-COUNT
           MOVE AT-SLA-COUNT(ACCT-IDX)        TO WL-SLA-COUNT
           MOVE AT-MAINT-COUNT(ACCT-IDX)      TO WL-MAINT-COUNT
           WRITE FD-WATCHLIST-RECORD FROM WATCHLIST-RECORD
           ADD 1 TO WS-ACCOUNTS-WRITTEN
           IF PRIOR-MATCHED
               PERFORM 2650-READ-PRIOR
           END-IF.

      *    THE PRIOR RECORD IS READ THROUGH THE SAME LAYOUT THE NEW
      *    ONE IS BUILT IN, SO ONLY ITS KEY AND SCORE ARE KEPT.
       2650-READ-PRIOR.
           READ PRIOR-WATCHLIST-FILE INTO WATCHLIST-RECORD
               AT END SET END-OF-PRIOR TO TRUE
           END-READ
           IF NOT END-OF-PRIOR
               MOVE WL-ACCOUNT-NUMBER TO WS-PRIOR-ACCOUNT-NUMBER
               MOVE WL-ACCOUNT-SCORE  TO WS-PRIOR-SCORE
           END-IF.

       2660-DROP-PRIOR.
           ADD 1 TO WS-ACCOUNTS-DROPPED
           PERFORM 2650-READ-PRIOR.

       3000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-2
           IF WS-SOURCE-COUNT = ZERO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-NO-SOURCE-LINE
           ELSE
               PERFORM 3100-WRITE-SOURCE-LINE
                   VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > WS-SOURCE-COUNT
           END-IF
           MOVE 'SIGNAL RECORDS READ........' TO WS-SUM-LABEL
           MOVE WS-SIGNALS-READ TO WS-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           MOVE 'SIGNAL RECORDS REJECTED....' TO WS-SUM-LABEL
           MOVE WS-SIGNALS-REJECTED TO WS-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           MOVE 'STALE SIGNALS SKIPPED......' TO WS-SUM-LABEL
           MOVE WS-SIGNALS-STALE TO WS-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           MOVE 'SIGNALS WITH NO WEIGHT.....' TO WS-SUM-LABEL
           MOVE WS-SIGNALS-UNWEIGHTED TO WS-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           MOVE 'ACCOUNTS SCORING ZERO......' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-UNSCORED TO WS-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           MOVE 'ACCOUNTS ON WATCHLIST......' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-WRITTEN TO WS-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           MOVE 'CUSTOMERS ON WATCHLIST.....' TO WS-SUM-LABEL
           MOVE WS-CUST-COUNT TO WS-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           MOVE 'ACCOUNTS NOT ON CUSTXREF...' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-NO-XREF TO WS-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           MOVE 'NEW TO WATCHLIST...........' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-NEW TO WS-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           MOVE 'SCORE JUMPS FLAGGED........' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-JUMPED TO WS-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           MOVE 'DROPPED FROM WATCHLIST.....' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-DROPPED TO WS-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           IF WS-SIGNALS-STALE > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF TABLE-ERROR
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-TABLE-ERROR-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE SCORING-RPT.

       3100-WRITE-SOURCE-LINE.
           MOVE SE-SOURCE-JOB(SRC-IDX)   TO WS-SL-SOURCE-JOB
           MOVE SE-SIGNAL-COUNT(SRC-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT            TO WS-SL-SIGNAL-COUNT
           MOVE SE-LATEST-DATE(SRC-IDX)  TO WS-SL-LATEST-DATE
           MOVE SE-STALE-COUNT(SRC-IDX)  TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT            TO WS-SL-STALE-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SOURCE-LINE
           IF SE-STALE-COUNT(SRC-IDX) > ZERO
               DISPLAY 'CBSRSKW: ' SE-STALE-COUNT(SRC-IDX)
                       ' STALE SIGNALS FROM ' SE-SOURCE-JOB(SRC-IDX)
                       ' SKIPPED - LATEST DATED '
                       SE-LATEST-DATE(SRC-IDX)
           END-IF.

       3200-WRITE-SUMMARY-LINE.
           MOVE WS-COUNT-EDIT TO WS-SUM-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
