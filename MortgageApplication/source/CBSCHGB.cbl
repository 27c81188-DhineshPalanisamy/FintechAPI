       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSCHGB.
       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSCHGB - MONTH-END API USAGE CHARGEBACK                     *
      *  PRICES THE BILLING MONTH'S CBS_API_STAT_HST ROWS, POSTED     *
      *  NIGHTLY BY CBSSTATL, AT THE RATE CARDS ON CHGRATE (CBSCHGR)  *
      *  AND BILLS EACH BUSINESS UNIT'S COST CENTRE FOR THE API       *
      *  VOLUME IT OWNS: A CHARGE PER CALL, A SURCHARGE PER CALL OVER *
      *  THE API'S SLA THRESHOLD (SLA_BREACH_COUNT) AND A SURCHARGE   *
      *  PER CALL IN THE RETRY RESPONSE CLASS (RETRY_COUNT). AN API   *
      *  PRICES AT THE CARD FOR ITS EXACT TYPE AND NAME, ELSE AT THE  *
      *  BLANK-NAME DEFAULT CARD FOR ITS TYPE. A STATEMENT PER COST   *
      *  CENTRE GOES TO CHGRPT, AND A BALANCED JOURNAL - ONE DEBIT    *
      *  PER COST CENTRE AND ONE CREDIT TO THE PLATFORM COST CENTRE   *
      *  FOR THEIR SUM, UNDER THE CONTROL-CARD (CBSCHGP) GL ACCOUNTS  *
      *  - GOES TO GLJRNL (CBSGLJR) FOR THE GENERAL-LEDGER FEED.      *
      *  EVERY CHARGE IS ROUNDED TO CENTS BEFORE IT IS ADDED, SO THE  *
      *  STATEMENTS FOOT TO THE JOURNAL. DAYS POSTED WITH NO SLA      *
      *  BREACH COUNT CARRY NO SLA SURCHARGE. AN API WITH NO RATE     *
      *  CARD IS LISTED AS UNBILLED AND ENDS THE RUN RC=4. A BAD      *
      *  CONTROL CARD, A BAD, DUPLICATE OR MISSING RATE CARD, A FULL  *
      *  TABLE OR A DB2 ERROR ENDS IT RC=8 WITH NO JOURNAL WRITTEN,   *
      *  SO A PARTIAL BILL NEVER REACHES THE LEDGER.                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO CTLCARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHARGEBACK-RATE-FILE ASSIGN TO CHGRATE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHARGEBACK-RPT ASSIGN TO CHGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD             PIC X(80).

       FD  CHARGEBACK-RATE-FILE
           RECORDING MODE IS F.
       01  FD-CHARGEBACK-RATE          PIC X(80).

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
       01  FD-GL-JOURNAL               PIC X(80).

       FD  CHARGEBACK-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CBSSTAT.
           COPY CBSCHGP.
           COPY CBSCHGR.
           COPY CBSGLJR.

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-CREATION-DATE            PIC X(10).

       01  WS-SWITCHES.
           05 WS-EOF-SW                PIC X(1) VALUE 'N'.
              88 END-OF-CURSOR              VALUE 'Y'.
           05 WS-RATE-EOF-SW           PIC X(1) VALUE 'N'.
              88 END-OF-RATES               VALUE 'Y'.
           05 WS-RUN-ERROR-SW          PIC X(1) VALUE 'N'.
              88 RUN-ERROR                  VALUE 'Y'.
           05 WS-CURSOR-OPEN-SW        PIC X(1) VALUE 'N'.
              88 CURSOR-OPEN                VALUE 'Y'.
           05 WS-RATE-FOUND-SW         PIC X(1) VALUE 'N'.
              88 RATE-FOUND                 VALUE 'Y'.
           05 WS-CENTRE-FOUND-SW       PIC X(1) VALUE 'N'.
              88 CENTRE-FOUND               VALUE 'Y'.
           05 WS-DUPLICATE-SW          PIC X(1) VALUE 'N'.
              88 DUPLICATE-RATE             VALUE 'Y'.

      *    THE BILLING PERIOD. THE JOURNAL IS DATED THE LAST DAY OF
      *    THE MONTH, SO FEBRUARY NEEDS THE LEAP-YEAR RULE.
       01  WS-PERIOD-WORK.
           05 WS-BILL-YEAR             PIC 9(4).
           05 WS-BILL-MONTH            PIC 9(2).
           05 WS-LAST-DAY              PIC 9(2).
           05 WS-LEAP-QUOTIENT         PIC 9(4).
           05 WS-LEAP-REM-4            PIC 9(4).
           05 WS-LEAP-REM-100          PIC 9(4).
           05 WS-LEAP-REM-400          PIC 9(4).
           05 WS-PERIOD-END-DATE       PIC X(10) VALUE SPACES.

       01  WS-MONTH-DAYS-VALUES        PIC X(24)
           VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS            PIC 9(2) OCCURS 12 TIMES.

      *****************************************************************
      *  RATE CARDS, IN CHGRATE ORDER. SEARCHED FOR THE EXACT         *
      *  TYPE/NAME CARD FIRST, THEN THE BLANK-NAME TYPE DEFAULT.      *
      *****************************************************************
       01  WS-RATE-COUNT               PIC S9(4) COMP VALUE ZERO.
       01  WS-RATE-TABLE.
           05 RATE-ENTRY OCCURS 1 TO 500 TIMES
                         DEPENDING ON WS-RATE-COUNT
                         INDEXED BY RATE-IDX.
              10 RE-API-TYPE           PIC X(10).
              10 RE-API-NAME           PIC X(15).
              10 RE-COST-CENTRE        PIC X(8).
              10 RE-RATE-PER-CALL      PIC 9(3)V9(4).
              10 RE-SLA-SURCHARGE      PIC 9(3)V9(4).
              10 RE-RETRY-SURCHARGE    PIC 9(3)V9(4).

      *****************************************************************
      *  ONE PRICED API PER ENTRY, IN CURSOR (API_TYPE/API_NAME)      *
      *  ORDER, PRINTED UNDER ITS COST CENTRE'S STATEMENT.            *
      *****************************************************************
       01  WS-BILL-COUNT               PIC S9(4) COMP VALUE ZERO.
       01  WS-BILL-TABLE.
           05 BILL-ENTRY OCCURS 1 TO 2000 TIMES
                         DEPENDING ON WS-BILL-COUNT
                         INDEXED BY BILL-IDX.
              10 BE-COST-CENTRE        PIC X(8).
              10 BE-API-TYPE           PIC X(10).
              10 BE-API-NAME           PIC X(15).
              10 BE-RATE-SOURCE        PIC X(7).
              10 BE-CALLS              PIC S9(15) COMP-3.
              10 BE-SLA-CALLS          PIC S9(15) COMP-3.
              10 BE-RETRY-CALLS        PIC S9(15) COMP-3.
              10 BE-BASE-CHARGE        PIC S9(11)V99 COMP-3.
              10 BE-SLA-CHARGE         PIC S9(11)V99 COMP-3.
              10 BE-RETRY-CHARGE       PIC S9(11)V99 COMP-3.
              10 BE-TOTAL-CHARGE       PIC S9(11)V99 COMP-3.

      *****************************************************************
      *  COST CENTRES BILLED, KEPT IN ASCENDING ORDER AS THEY ARE     *
      *  ADDED SO THE STATEMENTS AND THE JOURNAL COME OUT SORTED.     *
      *****************************************************************
       01  WS-CENTRE-COUNT             PIC S9(4) COMP VALUE ZERO.
       01  WS-CENTRE-TABLE.
           05 CENTRE-ENTRY OCCURS 1 TO 200 TIMES
                           DEPENDING ON WS-CENTRE-COUNT
                           INDEXED BY CTR-IDX.
              10 CE-COST-CENTRE        PIC X(8).
              10 CE-API-COUNT          PIC S9(4) COMP.
              10 CE-TOTAL-CHARGE       PIC S9(11)V99 COMP-3.

       01  WS-UNBILLED-COUNT           PIC S9(4) COMP VALUE ZERO.
       01  WS-UNBILLED-TABLE.
           05 UNBILLED-ENTRY OCCURS 1 TO 500 TIMES
                             DEPENDING ON WS-UNBILLED-COUNT
                             INDEXED BY UNB-IDX.
              10 UE-API-TYPE           PIC X(10).
              10 UE-API-NAME           PIC X(15).
              10 UE-CALLS              PIC S9(15) COMP-3.

       01  WS-PRICE-WORK.
           05 WS-PRICE-COST-CENTRE     PIC X(8).
           05 WS-PRICE-SOURCE          PIC X(7).
           05 WS-PRICE-RATE            PIC 9(3)V9(4).
           05 WS-PRICE-SLA             PIC 9(3)V9(4).
           05 WS-PRICE-RETRY           PIC 9(3)V9(4).
           05 WS-BASE-CHARGE           PIC S9(11)V99 COMP-3.
           05 WS-SLA-CHARGE            PIC S9(11)V99 COMP-3.
           05 WS-RETRY-CHARGE          PIC S9(11)V99 COMP-3.
           05 WS-API-CHARGE            PIC S9(11)V99 COMP-3.
           05 WS-CENTRE-SUB            PIC S9(4) COMP.
           05 WS-INSERT-SUB            PIC S9(4) COMP.
           05 WS-SHIFT-SUB             PIC S9(4) COMP.

       01  WS-COUNTERS.
           05 WS-RATE-CARDS-READ       PIC S9(9) COMP VALUE ZERO.
           05 WS-BAD-RATE-CARDS        PIC S9(9) COMP VALUE ZERO.
           05 WS-APIS-READ             PIC S9(9) COMP VALUE ZERO.
           05 WS-APIS-EXACT-RATE       PIC S9(9) COMP VALUE ZERO.
           05 WS-APIS-DEFAULT-RATE     PIC S9(9) COMP VALUE ZERO.
           05 WS-APIS-UNBILLED         PIC S9(9) COMP VALUE ZERO.
           05 WS-CALLS-UNBILLED        PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-TOTAL-CHARGED         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05 WS-JOURNAL-DETAILS       PIC S9(9) COMP VALUE ZERO.
           05 WS-JOURNAL-DEBITS        PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05 WS-JOURNAL-CREDITS       PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05 WS-COUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.
           05 WS-AMOUNT-EDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-HEADING-1.
           05 FILLER                   PIC X(40)
              VALUE 'API USAGE CHARGEBACK STATEMENTS'.
           05 FILLER                   PIC X(8)  VALUE 'MONTH  '.
           05 WS-H1-MONTH              PIC X(7).
           05 FILLER                   PIC X(15)
              VALUE '   PERIOD END  '.
           05 WS-H1-PERIOD-END         PIC X(10).

       01  WS-CENTRE-HEADER-LINE.
           05 FILLER                   PIC X(12) VALUE 'COST CENTRE '.
           05 WS-CH-COST-CENTRE        PIC X(8).

       01  WS-COLUMN-HEADING.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE 'API TYPE'.
           05 FILLER                   PIC X(16) VALUE 'API NAME'.
           05 FILLER                   PIC X(12) VALUE '      CALLS'.
           05 FILLER                   PIC X(12) VALUE ' SLA BREACH'.
           05 FILLER                   PIC X(12) VALUE '    RETRIES'.
           05 FILLER                   PIC X(15)
              VALUE '   CALL CHARGE'.
           05 FILLER                   PIC X(15)
              VALUE ' SLA SURCHARGE'.
           05 FILLER                   PIC X(15)
              VALUE '  RETRY CHARGE'.
           05 FILLER                   PIC X(15)
              VALUE '         TOTAL'.
           05 FILLER                   PIC X(4)  VALUE 'RATE'.

       01  WS-BILL-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-BL-API-TYPE           PIC X(10).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-BL-API-NAME           PIC X(15).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-BL-CALLS              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-BL-SLA-CALLS          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-BL-RETRY-CALLS        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-BL-BASE-CHARGE        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-BL-SLA-CHARGE         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-BL-RETRY-CHARGE       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-BL-TOTAL-CHARGE       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-BL-RATE-SOURCE        PIC X(7).

       01  WS-CENTRE-TOTAL-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(19)
              VALUE 'COST CENTRE TOTAL  '.
           05 WS-CT-COST-CENTRE        PIC X(8).
           05 FILLER                   PIC X(81) VALUE SPACES.
           05 WS-CT-TOTAL-CHARGE       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-UNBILLED-HEADING.
           05 FILLER                   PIC X(40)
              VALUE 'UNBILLED APIS - NO RATE CARD ON CHGRATE'.

       01  WS-UNBILLED-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-UL-API-TYPE           PIC X(10).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-UL-API-NAME           PIC X(15).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-UL-CALLS              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE ' CALLS '.
           05 FILLER                   PIC X(12) VALUE '** UNBILLED '.
           05 FILLER                   PIC X(2)  VALUE '**'.

       01  WS-SUMMARY-LINE.
           05 WS-SUM-LABEL             PIC X(28).
           05 WS-SUM-VALUE             PIC X(17).

       01  WS-RUN-ERROR-LINE.
           05 FILLER                   PIC X(30)
              VALUE 'CHARGEBACK FAILED - NO JOURNAL'.
           05 FILLER                   PIC X(21)
              VALUE ' WRITTEN, SEE JOB LOG'.

      *****************************************************************
      *  DB2 HOST VARIABLES FOR THE CURSOR                             *
      *****************************************************************
       01  WS-SQL-HOST-VARS.
           05 HV-STAT-DATE-LOW         PIC X(10).
           05 HV-STAT-DATE-HIGH        PIC X(10).
           05 HV-API-TYPE              PIC X(10).
           05 HV-API-NAME              PIC X(15).
           05 HV-CALL-SUM              PIC S9(15) COMP.
           05 HV-RETRY-SUM             PIC S9(15) COMP.
           05 HV-BREACH-SUM            PIC S9(15) COMP.
           05 HV-BREACH-IND            PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-RATES
               UNTIL END-OF-RATES
           PERFORM 1600-CHECK-RATES
           IF NOT RUN-ERROR
               PERFORM 1700-OPEN-CURSOR
               PERFORM 2000-PROCESS-CURSOR
                   UNTIL END-OF-CURSOR
           END-IF
           IF NOT RUN-ERROR
               PERFORM 2800-PRINT-STATEMENTS
               PERFORM 2900-WRITE-JOURNAL
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARD-FILE
           READ CONTROL-CARD-FILE INTO CHARGEBACK-CONTROL-CARD
               AT END MOVE SPACES TO CHARGEBACK-CONTROL-CARD
           END-READ
           CLOSE CONTROL-CARD-FILE
           OPEN INPUT CHARGEBACK-RATE-FILE
           OPEN OUTPUT CHARGEBACK-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-CREATION-DATE
           PERFORM 1100-SET-BILLING-PERIOD
           IF CC-PLATFORM-CC = SPACES
              OR CC-DEBIT-GL-ACCOUNT = SPACES
              OR CC-CREDIT-GL-ACCOUNT = SPACES
               DISPLAY 'CBSCHGB: CONTROL CARD NEEDS THE PLATFORM '
                       'COST CENTRE AND BOTH GL ACCOUNTS'
               SET RUN-ERROR TO TRUE
           END-IF
           MOVE CC-BILL-MONTH      TO WS-H1-MONTH
           MOVE WS-PERIOD-END-DATE TO WS-H1-PERIOD-END
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-1.

      *    THE JOB RUNS ON THE FIRST NIGHT OF THE NEW MONTH, ONCE
      *    CBSSTATL HAS POSTED THE LAST DAY, SO A BLANK MONTH BILLS
      *    THE MONTH BEFORE THE RUN DATE.
       1100-SET-BILLING-PERIOD.
           IF CC-BILL-MONTH = SPACES
               MOVE WS-RUN-DATE(1:4) TO WS-BILL-YEAR
               MOVE WS-RUN-DATE(5:2) TO WS-BILL-MONTH
               IF WS-BILL-MONTH = 1
                   SUBTRACT 1 FROM WS-BILL-YEAR
                   MOVE 12 TO WS-BILL-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-BILL-MONTH
               END-IF
               STRING WS-BILL-YEAR '-' WS-BILL-MONTH
                   DELIMITED BY SIZE INTO CC-BILL-MONTH
           END-IF
           IF CC-BILL-MONTH(1:4) IS NUMERIC
              AND CC-BILL-MONTH(5:1) = '-'
              AND CC-BILL-MONTH(6:2) IS NUMERIC
               MOVE CC-BILL-MONTH(1:4) TO WS-BILL-YEAR
               MOVE CC-BILL-MONTH(6:2) TO WS-BILL-MONTH
           ELSE
               MOVE ZERO TO WS-BILL-MONTH
           END-IF
           IF WS-BILL-MONTH < 1 OR WS-BILL-MONTH > 12
               DISPLAY 'CBSCHGB: BILLING MONTH NOT YYYY-MM: '
                       CC-BILL-MONTH
               SET RUN-ERROR TO TRUE
           ELSE
               MOVE WS-MONTH-DAYS(WS-BILL-MONTH) TO WS-LAST-DAY
               IF WS-BILL-MONTH = 2
                   DIVIDE WS-BILL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-BILL-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-BILL-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-4 = ZERO
                      AND (WS-LEAP-REM-100 NOT = ZERO
                           OR WS-LEAP-REM-400 = ZERO)
                       MOVE 29 TO WS-LAST-DAY
                   END-IF
               END-IF
               STRING CC-BILL-MONTH '-' WS-LAST-DAY
                   DELIMITED BY SIZE INTO WS-PERIOD-END-DATE
               STRING CC-BILL-MONTH '-01'
                   DELIMITED BY SIZE INTO HV-STAT-DATE-LOW
               MOVE WS-PERIOD-END-DATE TO HV-STAT-DATE-HIGH
           END-IF.

      *    A CARD THAT CANNOT BE PRICED, OR A SECOND CARD FOR THE
      *    SAME TYPE AND NAME, WOULD LEAVE THE BILL TO CHANCE - EVERY
      *    SUCH CARD IS LISTED ON THE JOB LOG AND THE RUN STOPS.
       1500-LOAD-RATES.
           READ CHARGEBACK-RATE-FILE INTO CHARGEBACK-RATE-RECORD
               AT END SET END-OF-RATES TO TRUE
           END-READ
           IF NOT END-OF-RATES
               ADD 1 TO WS-RATE-CARDS-READ
               MOVE 'N' TO WS-DUPLICATE-SW
               PERFORM 1510-CHECK-DUPLICATE
                   VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > WS-RATE-COUNT
                      OR DUPLICATE-RATE
               IF CR-API-TYPE = SPACES
                  OR CR-COST-CENTRE = SPACES
                  OR CR-RATE-PER-CALL IS NOT NUMERIC
                  OR CR-SLA-SURCHARGE IS NOT NUMERIC
                  OR CR-RETRY-SURCHARGE IS NOT NUMERIC
                  OR DUPLICATE-RATE
                   DISPLAY 'CBSCHGB: BAD OR DUPLICATE RATE CARD '
                           FD-CHARGEBACK-RATE
                   ADD 1 TO WS-BAD-RATE-CARDS
                   SET RUN-ERROR TO TRUE
               ELSE
                   IF WS-RATE-COUNT >= 500
                       DISPLAY 'CBSCHGB: RATE TABLE FULL AT 500, '
                               'RUN STOPPED'
                       SET RUN-ERROR TO TRUE
                       SET END-OF-RATES TO TRUE
                   ELSE
                       ADD 1 TO WS-RATE-COUNT
                       MOVE CR-API-TYPE
                                  TO RE-API-TYPE(WS-RATE-COUNT)
                       MOVE CR-API-NAME
                                  TO RE-API-NAME(WS-RATE-COUNT)
                       MOVE CR-COST-CENTRE
                                  TO RE-COST-CENTRE(WS-RATE-COUNT)
                       MOVE CR-RATE-PER-CALL
                                  TO RE-RATE-PER-CALL(WS-RATE-COUNT)
                       MOVE CR-SLA-SURCHARGE
                                  TO RE-SLA-SURCHARGE(WS-RATE-COUNT)
                       MOVE CR-RETRY-SURCHARGE
                                  TO RE-RETRY-SURCHARGE(WS-RATE-COUNT)
                   END-IF
               END-IF
           END-IF.

       1510-CHECK-DUPLICATE.
           IF RE-API-TYPE(RATE-IDX) = CR-API-TYPE
              AND RE-API-NAME(RATE-IDX) = CR-API-NAME
               SET DUPLICATE-RATE TO TRUE
           END-IF.

      *    WITH NO RATE CARDS EVERY API WOULD GO UNBILLED AND THE
      *    JOURNAL WOULD POST NOTHING FOR THE MONTH. STOP INSTEAD.
       1600-CHECK-RATES.
           CLOSE CHARGEBACK-RATE-FILE
           IF WS-RATE-COUNT = ZERO
               DISPLAY 'CBSCHGB: NO CHGRATE CARDS - NOTHING CAN BE '
                       'PRICED, RUN STOPPED'
               SET RUN-ERROR TO TRUE
           END-IF.

       1700-OPEN-CURSOR.
           EXEC SQL
               DECLARE CHGB-CSR CURSOR FOR
               SELECT API_TYPE, API_NAME, SUM(CALL_COUNT),
                      SUM(RETRY_COUNT), SUM(SLA_BREACH_COUNT)
                 FROM COREBK.CBS_API_STAT_HST
                WHERE STAT_DATE BETWEEN :HV-STAT-DATE-LOW
                                    AND :HV-STAT-DATE-HIGH
                GROUP BY API_TYPE, API_NAME
                ORDER BY API_TYPE, API_NAME
           END-EXEC
           EXEC SQL
               OPEN CHGB-CSR
           END-EXEC
           IF SQLCODE = 0
               SET CURSOR-OPEN TO TRUE
           ELSE
               DISPLAY 'CBSCHGB: CURSOR OPEN FAILED, SQLCODE = '
                       SQLCODE
               SET RUN-ERROR TO TRUE
               SET END-OF-CURSOR TO TRUE
           END-IF.

      *    A NULL BREACH SUM MEANS NO DAY OF THE MONTH HAD AN SLA
      *    THRESHOLD FOR THE API, SO NO SLA SURCHARGE APPLIES.
       2000-PROCESS-CURSOR.
           EXEC SQL
               FETCH CHGB-CSR
                 INTO :HV-API-TYPE, :HV-API-NAME, :HV-CALL-SUM,
                      :HV-RETRY-SUM, :HV-BREACH-SUM :HV-BREACH-IND
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET END-OF-CURSOR TO TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'CBSCHGB: FETCH FAILED, SQLCODE = '
                           SQLCODE
                   SET RUN-ERROR TO TRUE
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-APIS-READ
                   IF HV-BREACH-IND < ZERO
                       MOVE ZERO TO HV-BREACH-SUM
                   END-IF
                   PERFORM 2100-FIND-RATE
                   IF RATE-FOUND
                       PERFORM 2200-PRICE-API
                   ELSE
                       PERFORM 2500-RECORD-UNBILLED
                   END-IF
           END-EVALUATE.

       2100-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW
           PERFORM 2110-FIND-EXACT-RATE
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > WS-RATE-COUNT
                  OR RATE-FOUND
           IF NOT RATE-FOUND
               PERFORM 2120-FIND-DEFAULT-RATE
                   VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > WS-RATE-COUNT
                      OR RATE-FOUND
           END-IF.

       2110-FIND-EXACT-RATE.
           IF RE-API-TYPE(RATE-IDX) = HV-API-TYPE
              AND RE-API-NAME(RATE-IDX) = HV-API-NAME
               MOVE 'EXACT  ' TO WS-PRICE-SOURCE
               PERFORM 2130-TAKE-RATE
           END-IF.

       2120-FIND-DEFAULT-RATE.
           IF RE-API-TYPE(RATE-IDX) = HV-API-TYPE
              AND RE-API-NAME(RATE-IDX) = SPACES
               MOVE 'DEFAULT' TO WS-PRICE-SOURCE
               PERFORM 2130-TAKE-RATE
           END-IF.

       2130-TAKE-RATE.
           SET RATE-FOUND TO TRUE
           MOVE RE-COST-CENTRE(RATE-IDX)     TO WS-PRICE-COST-CENTRE
           MOVE RE-RATE-PER-CALL(RATE-IDX)   TO WS-PRICE-RATE
           MOVE RE-SLA-SURCHARGE(RATE-IDX)   TO WS-PRICE-SLA
           MOVE RE-RETRY-SURCHARGE(RATE-IDX) TO WS-PRICE-RETRY.

      *    EACH CHARGE IS ROUNDED TO CENTS ON ITS OWN AND THE API
      *    TOTAL IS THEIR SUM, SO EVERY STATEMENT LINE FOOTS ACROSS
      *    AND EVERY COST CENTRE TOTAL FOOTS DOWN TO ITS JOURNAL
      *    DEBIT.
       2200-PRICE-API.
           IF WS-BILL-COUNT >= 2000
               DISPLAY 'CBSCHGB: MORE THAN 2000 BILLED APIS, '
                       'RUN STOPPED'
               SET RUN-ERROR TO TRUE
               SET END-OF-CURSOR TO TRUE
           ELSE
               COMPUTE WS-BASE-CHARGE ROUNDED =
                   HV-CALL-SUM * WS-PRICE-RATE
               COMPUTE WS-SLA-CHARGE ROUNDED =
                   HV-BREACH-SUM * WS-PRICE-SLA
               COMPUTE WS-RETRY-CHARGE ROUNDED =
                   HV-RETRY-SUM * WS-PRICE-RETRY
               COMPUTE WS-API-CHARGE = WS-BASE-CHARGE
                                     + WS-SLA-CHARGE
                                     + WS-RETRY-CHARGE
               PERFORM 2300-POST-TO-CENTRE
           END-IF
           IF NOT RUN-ERROR
               ADD 1 TO WS-BILL-COUNT
               MOVE WS-PRICE-COST-CENTRE
                                  TO BE-COST-CENTRE(WS-BILL-COUNT)
               MOVE HV-API-TYPE   TO BE-API-TYPE(WS-BILL-COUNT)
               MOVE HV-API-NAME   TO BE-API-NAME(WS-BILL-COUNT)
               MOVE WS-PRICE-SOURCE
                                  TO BE-RATE-SOURCE(WS-BILL-COUNT)
               MOVE HV-CALL-SUM   TO BE-CALLS(WS-BILL-COUNT)
               MOVE HV-BREACH-SUM TO BE-SLA-CALLS(WS-BILL-COUNT)
               MOVE HV-RETRY-SUM  TO BE-RETRY-CALLS(WS-BILL-COUNT)
               MOVE WS-BASE-CHARGE
                                  TO BE-BASE-CHARGE(WS-BILL-COUNT)
               MOVE WS-SLA-CHARGE TO BE-SLA-CHARGE(WS-BILL-COUNT)
               MOVE WS-RETRY-CHARGE
                                  TO BE-RETRY-CHARGE(WS-BILL-COUNT)
               MOVE WS-API-CHARGE TO BE-TOTAL-CHARGE(WS-BILL-COUNT)
               ADD WS-API-CHARGE  TO WS-TOTAL-CHARGED
               IF WS-PRICE-SOURCE = 'EXACT  '
                   ADD 1 TO WS-APIS-EXACT-RATE
               ELSE
                   ADD 1 TO WS-APIS-DEFAULT-RATE
               END-IF
           END-IF.

      *    A COST CENTRE NOT YET BILLED IS INSERTED AHEAD OF THE
      *    FIRST ONE THAT SORTS AFTER IT, SHIFTING THE REST DOWN.
       2300-POST-TO-CENTRE.
           MOVE 'N' TO WS-CENTRE-FOUND-SW
           MOVE ZERO TO WS-INSERT-SUB
           PERFORM 2310-FIND-CENTRE
               VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > WS-CENTRE-COUNT
                  OR CENTRE-FOUND
                  OR WS-INSERT-SUB > ZERO
           IF NOT CENTRE-FOUND
               IF WS-CENTRE-COUNT >= 200
                   DISPLAY 'CBSCHGB: MORE THAN 200 COST CENTRES, '
                           'RUN STOPPED'
                   SET RUN-ERROR TO TRUE
                   SET END-OF-CURSOR TO TRUE
               ELSE
                   ADD 1 TO WS-CENTRE-COUNT
                   IF WS-INSERT-SUB = ZERO
                       MOVE WS-CENTRE-COUNT TO WS-INSERT-SUB
                   ELSE
                       PERFORM 2320-SHIFT-CENTRE
                           VARYING WS-SHIFT-SUB
                           FROM WS-CENTRE-COUNT BY -1
                           UNTIL WS-SHIFT-SUB <= WS-INSERT-SUB
                   END-IF
                   MOVE WS-PRICE-COST-CENTRE
                                  TO CE-COST-CENTRE(WS-INSERT-SUB)
                   MOVE ZERO      TO CE-API-COUNT(WS-INSERT-SUB)
                                     CE-TOTAL-CHARGE(WS-INSERT-SUB)
                   MOVE WS-INSERT-SUB TO WS-CENTRE-SUB
               END-IF
           END-IF
           IF NOT RUN-ERROR
               ADD 1             TO CE-API-COUNT(WS-CENTRE-SUB)
               ADD WS-API-CHARGE TO CE-TOTAL-CHARGE(WS-CENTRE-SUB)
           END-IF.

       2310-FIND-CENTRE.
           IF CE-COST-CENTRE(CTR-IDX) = WS-PRICE-COST-CENTRE
               SET CENTRE-FOUND TO TRUE
               SET WS-CENTRE-SUB TO CTR-IDX
           ELSE
               IF CE-COST-CENTRE(CTR-IDX) > WS-PRICE-COST-CENTRE
                   SET WS-INSERT-SUB TO CTR-IDX
               END-IF
           END-IF.

       2320-SHIFT-CENTRE.
           MOVE CENTRE-ENTRY(WS-SHIFT-SUB - 1)
                                  TO CENTRE-ENTRY(WS-SHIFT-SUB).

      *    AN API WITH NO RATE CARD IS NOT BILLED TO ANYONE. IT IS
      *    LISTED SO THE RATE TABLE CAN BE CORRECTED AND THE MONTH
      *    RE-RUN BEFORE THE JOURNAL IS RELEASED TO THE LEDGER.
       2500-RECORD-UNBILLED.
           ADD 1           TO WS-APIS-UNBILLED
           ADD HV-CALL-SUM TO WS-CALLS-UNBILLED
           IF WS-UNBILLED-COUNT >= 500
               DISPLAY 'CBSCHGB: UNBILLED API NOT LISTED: '
                       HV-API-TYPE ' ' HV-API-NAME
           ELSE
               ADD 1 TO WS-UNBILLED-COUNT
               MOVE HV-API-TYPE TO UE-API-TYPE(WS-UNBILLED-COUNT)
               MOVE HV-API-NAME TO UE-API-NAME(WS-UNBILLED-COUNT)
               MOVE HV-CALL-SUM TO UE-CALLS(WS-UNBILLED-COUNT)
           END-IF.

       2800-PRINT-STATEMENTS.
           PERFORM 2810-PRINT-CENTRE
               VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > WS-CENTRE-COUNT
           IF WS-UNBILLED-COUNT > ZERO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE FROM WS-UNBILLED-HEADING
               PERFORM 2830-PRINT-UNBILLED
                   VARYING UNB-IDX FROM 1 BY 1
                   UNTIL UNB-IDX > WS-UNBILLED-COUNT
           END-IF.

       2810-PRINT-CENTRE.
           MOVE CE-COST-CENTRE(CTR-IDX) TO WS-CH-COST-CENTRE
                                           WS-CT-COST-CENTRE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-CENTRE-HEADER-LINE
           WRITE RPT-LINE FROM WS-COLUMN-HEADING
           PERFORM 2820-PRINT-BILL-LINE
               VARYING BILL-IDX FROM 1 BY 1
               UNTIL BILL-IDX > WS-BILL-COUNT
           MOVE CE-TOTAL-CHARGE(CTR-IDX) TO WS-CT-TOTAL-CHARGE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-CENTRE-TOTAL-LINE.

       2820-PRINT-BILL-LINE.
           IF BE-COST-CENTRE(BILL-IDX) = CE-COST-CENTRE(CTR-IDX)
               MOVE BE-API-TYPE(BILL-IDX)     TO WS-BL-API-TYPE
               MOVE BE-API-NAME(BILL-IDX)     TO WS-BL-API-NAME
               MOVE BE-CALLS(BILL-IDX)        TO WS-BL-CALLS
               MOVE BE-SLA-CALLS(BILL-IDX)    TO WS-BL-SLA-CALLS
               MOVE BE-RETRY-CALLS(BILL-IDX)  TO WS-BL-RETRY-CALLS
               MOVE BE-BASE-CHARGE(BILL-IDX)  TO WS-BL-BASE-CHARGE
               MOVE BE-SLA-CHARGE(BILL-IDX)   TO WS-BL-SLA-CHARGE
               MOVE BE-RETRY-CHARGE(BILL-IDX) TO WS-BL-RETRY-CHARGE
               MOVE BE-TOTAL-CHARGE(BILL-IDX) TO WS-BL-TOTAL-CHARGE
               MOVE BE-RATE-SOURCE(BILL-IDX)  TO WS-BL-RATE-SOURCE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-BILL-LINE
           END-IF.

       2830-PRINT-UNBILLED.
           MOVE UE-API-TYPE(UNB-IDX) TO WS-UL-API-TYPE
           MOVE UE-API-NAME(UNB-IDX) TO WS-UL-API-NAME
           MOVE UE-CALLS(UNB-IDX)    TO WS-UL-CALLS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-UNBILLED-LINE.

      *    THE JOURNAL BALANCES BY CONSTRUCTION: THE PLATFORM CREDIT
      *    IS THE SUM OF THE COST-CENTRE DEBITS JUST WRITTEN. A COST
      *    CENTRE WHOSE CHARGES CAME TO ZERO GETS NO DEBIT LINE.
       2900-WRITE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET JD-RECORD-HEADER TO TRUE
           MOVE WS-CREATION-DATE TO JH-CREATION-DATE
           MOVE 'CBSCHGB'        TO JH-SOURCE-SYSTEM
           MOVE CC-BILL-MONTH    TO JH-PERIOD
           WRITE FD-GL-JOURNAL FROM GL-JOURNAL-RECORD
           PERFORM 2910-WRITE-DEBIT
               VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > WS-CENTRE-COUNT
           IF WS-JOURNAL-DEBITS > ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               SET JD-RECORD-DETAIL TO TRUE
               SET JD-CREDIT        TO TRUE
               MOVE CC-PLATFORM-CC       TO JD-COST-CENTRE
               MOVE CC-CREDIT-GL-ACCOUNT TO JD-GL-ACCOUNT
               MOVE WS-JOURNAL-DEBITS    TO JD-AMOUNT
               MOVE 'API PLATFORM RECOVERY' TO JD-DESCRIPTION
               PERFORM 2920-WRITE-DETAIL
               ADD WS-JOURNAL-DEBITS TO WS-JOURNAL-CREDITS
           END-IF
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET JD-RECORD-TRAILER TO TRUE
           MOVE WS-JOURNAL-DETAILS TO JT-RECORD-COUNT
           MOVE WS-JOURNAL-DEBITS  TO JT-TOTAL-DEBITS
           MOVE WS-JOURNAL-CREDITS TO JT-TOTAL-CREDITS
           WRITE FD-GL-JOURNAL FROM GL-JOURNAL-RECORD
           CLOSE GL-JOURNAL-FILE.

       2910-WRITE-DEBIT.
           IF CE-TOTAL-CHARGE(CTR-IDX) > ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               SET JD-RECORD-DETAIL TO TRUE
               SET JD-DEBIT         TO TRUE
               MOVE CE-COST-CENTRE(CTR-IDX)  TO JD-COST-CENTRE
               MOVE CC-DEBIT-GL-ACCOUNT      TO JD-GL-ACCOUNT
               MOVE CE-TOTAL-CHARGE(CTR-IDX) TO JD-AMOUNT
               MOVE 'API USAGE CHARGEBACK'   TO JD-DESCRIPTION
               PERFORM 2920-WRITE-DETAIL
               ADD CE-TOTAL-CHARGE(CTR-IDX) TO WS-JOURNAL-DEBITS
           END-IF.

       2920-WRITE-DETAIL.
           MOVE WS-PERIOD-END-DATE TO JD-JOURNAL-DATE
           MOVE CC-BILL-MONTH      TO JD-PERIOD
           MOVE 'CBSCHGB'          TO JD-SOURCE-SYSTEM
           WRITE FD-GL-JOURNAL FROM GL-JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-DETAILS.

       3000-TERMINATE.
           IF CURSOR-OPEN
               EXEC SQL
                   CLOSE CHGB-CSR
               END-EXEC
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'RATE CARDS READ............' TO WS-SUM-LABEL
           MOVE WS-RATE-CARDS-READ TO WS-COUNT-EDIT
           PERFORM 3100-WRITE-COUNT-LINE
           MOVE 'RATE CARDS REJECTED........' TO WS-SUM-LABEL
           MOVE WS-BAD-RATE-CARDS TO WS-COUNT-EDIT
           PERFORM 3100-WRITE-COUNT-LINE
           MOVE 'APIS WITH USAGE............' TO WS-SUM-LABEL
           MOVE WS-APIS-READ TO WS-COUNT-EDIT
           PERFORM 3100-WRITE-COUNT-LINE
           MOVE 'APIS BILLED AT EXACT RATE..' TO WS-SUM-LABEL
           MOVE WS-APIS-EXACT-RATE TO WS-COUNT-EDIT
           PERFORM 3100-WRITE-COUNT-LINE
           MOVE 'APIS BILLED AT TYPE DEFAULT' TO WS-SUM-LABEL
           MOVE WS-APIS-DEFAULT-RATE TO WS-COUNT-EDIT
           PERFORM 3100-WRITE-COUNT-LINE
           MOVE 'APIS UNBILLED..............' TO WS-SUM-LABEL
           MOVE WS-APIS-UNBILLED TO WS-COUNT-EDIT
           PERFORM 3100-WRITE-COUNT-LINE
           MOVE 'CALLS UNBILLED.............' TO WS-SUM-LABEL
           MOVE WS-CALLS-UNBILLED TO WS-COUNT-EDIT
           PERFORM 3100-WRITE-COUNT-LINE
           MOVE 'COST CENTRES BILLED........' TO WS-SUM-LABEL
           MOVE WS-CENTRE-COUNT TO WS-COUNT-EDIT
           PERFORM 3100-WRITE-COUNT-LINE
           MOVE 'TOTAL CHARGED..............' TO WS-SUM-LABEL
           MOVE WS-TOTAL-CHARGED TO WS-AMOUNT-EDIT
           PERFORM 3200-WRITE-AMOUNT-LINE
           MOVE 'JOURNAL DETAILS WRITTEN....' TO WS-SUM-LABEL
           MOVE WS-JOURNAL-DETAILS TO WS-COUNT-EDIT
           PERFORM 3100-WRITE-COUNT-LINE
           MOVE 'JOURNAL DEBITS.............' TO WS-SUM-LABEL
           MOVE WS-JOURNAL-DEBITS TO WS-AMOUNT-EDIT
           PERFORM 3200-WRITE-AMOUNT-LINE
           MOVE 'JOURNAL CREDITS............' TO WS-SUM-LABEL
           MOVE WS-JOURNAL-CREDITS TO WS-AMOUNT-EDIT
           PERFORM 3200-WRITE-AMOUNT-LINE
           IF RUN-ERROR
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-RUN-ERROR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-APIS-UNBILLED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE CHARGEBACK-RPT.

       3100-WRITE-COUNT-LINE.
           MOVE WS-COUNT-EDIT TO WS-SUM-VALUE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.

       3200-WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-EDIT TO WS-SUM-VALUE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
