       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSPRKAR.
       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSPRKAR - NIGHTLY PARKED-CALL AGING REPORT                  *
      *  COUNTS THE CBS_API_LOG_DTL CALLS STILL SITTING AT 'PARK' -   *
      *  THOSE CBSRTRY GAVE UP ON AT THE RETRY CEILING AND NOBODY     *
      *  HAS YET DISPOSED OF ON THE PARK WORK SCREEN (CBSPRKMT) - BY  *
      *  API NAME AND AGE BAND: 0-2, 3-7, 8-30 AND OVER 30 DAYS SINCE *
      *  THE CALL WAS PARKED, WITH THE OLDEST PARKED DATE PER API AND *
      *  A GRAND TOTAL LINE, SO THE PARKED BACKLOG HAS A VISIBLE      *
      *  OWNER INSTEAD OF A BARE COUNT ON OPST. A CALL PARKED BEFORE  *
      *  CBSRTRY STAMPED PARKED_TIME_STAMP IS AGED FROM ITS CALL TIME *
      *  STAMP. A FAILED QUERY ENDS THE REPORT RC=8, MARKED           *
      *  'SQL ERROR - REPORT INCOMPLETE' IN PLACE OF THE GRAND TOTAL. *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-RPT ASSIGN TO PRKARPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGING-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-SWITCHES.
           05 WS-EOF-SW                PIC X(1) VALUE 'N'.
              88 END-OF-CURSOR              VALUE 'Y'.
           05 WS-SQL-ERROR-SW          PIC X(1) VALUE 'N'.
              88 SQL-ERROR                  VALUE 'Y'.

       01  WS-GRAND-TOTALS.
           05 WS-GT-BAND-1             PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-GT-BAND-2             PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-GT-BAND-3             PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-GT-BAND-4             PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-GT-TOTAL              PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-GT-API-NAMES          PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-GT-OLDEST-PARKED      PIC X(10) VALUE HIGH-VALUES.

       01  WS-EDIT-FIELDS.
           05 WS-COUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-RUN-DATE                 PIC X(8).

      *****************************************************************
      *  REPORT LINE LAYOUTS                                          *
      *****************************************************************
       01  WS-HEADING-1.
           05 FILLER                   PIC X(38)
              VALUE 'PARKED CALL AGING REPORT'.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WS-H1-RUN-DATE           PIC X(8).

       01  WS-HEADING-2.
           05 FILLER                   PIC X(15) VALUE 'API NAME'.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE '   0-2 DAYS'.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE '   3-7 DAYS'.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE '  8-30 DAYS'.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE '    OVER 30'.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE '      TOTAL'.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE 'OLDEST PARKED'.

       01  WS-DETAIL-LINE.
           05 WS-DL-API-NAME           PIC X(15).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-DL-BAND-1             PIC X(11).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-DL-BAND-2             PIC X(11).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-DL-BAND-3             PIC X(11).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-DL-BAND-4             PIC X(11).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-DL-TOTAL              PIC X(11).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-DL-OLDEST-PARKED      PIC X(10).

       01  WS-SUMMARY-LINE-1.
           05 FILLER                   PIC X(28)
              VALUE 'API NAMES WITH PARKED CALLS'.
           05 WS-SUM-API-EDIT          PIC ZZZ,ZZZ,ZZ9.

       01  WS-NONE-PARKED-LINE.
           05 FILLER                   PIC X(40)
              VALUE 'NO CALLS ARE PARKED'.

       01  WS-SQL-ERROR-LINE.
           05 FILLER                   PIC X(40)
              VALUE 'SQL ERROR - REPORT INCOMPLETE'.

      *****************************************************************
      *  DB2 HOST VARIABLES FOR THE AGING CURSOR                      *
      *****************************************************************
       01  WS-SQL-HOST-VARS.
           05 HV-PARKED-FLAG           PIC X(4) VALUE 'PARK'.
           05 HV-API-NAME              PIC X(15).
           05 HV-BAND-1-COUNT          PIC S9(9) COMP.
           05 HV-BAND-2-COUNT          PIC S9(9) COMP.
           05 HV-BAND-3-COUNT          PIC S9(9) COMP.
           05 HV-BAND-4-COUNT          PIC S9(9) COMP.
           05 HV-TOTAL-COUNT           PIC S9(9) COMP.
           05 HV-OLDEST-PARKED         PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CURSOR
               UNTIL END-OF-CURSOR
           PERFORM 3000-TERMINATE
           STOP RUN.

      *    AGE IS WHOLE DAYS FROM THE DATE PARKED TO TODAY, SO A CALL
      *    PARKED LAST NIGHT IS ONE DAY OLD THIS MORNING AND FALLS IN
      *    THE 0-2 BAND WITH ONE PARKED TODAY.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT AGING-RPT
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2
           EXEC SQL
               DECLARE AGE-CSR CURSOR FOR
               SELECT API_NAME,
                      SUM(CASE WHEN DAYS(CURRENT DATE) -
                          DAYS(COALESCE(PARKED_TIME_STAMP, TIME_STAMP))
                               <= 2
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN DAYS(CURRENT DATE) -
                          DAYS(COALESCE(PARKED_TIME_STAMP, TIME_STAMP))
                               BETWEEN 3 AND 7
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN DAYS(CURRENT DATE) -
                          DAYS(COALESCE(PARKED_TIME_STAMP, TIME_STAMP))
                               BETWEEN 8 AND 30
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN DAYS(CURRENT DATE) -
                          DAYS(COALESCE(PARKED_TIME_STAMP, TIME_STAMP))
                               > 30
                               THEN 1 ELSE 0 END),
                      COUNT(*),
                      CHAR(DATE(MIN(COALESCE(PARKED_TIME_STAMP,
                                             TIME_STAMP))), ISO)
                 FROM COREBK.CBS_API_LOG_DTL
                WHERE API_RESPONSE_CODE = :HV-PARKED-FLAG
                  AND SEQUENCE_NUMBER = 1
                GROUP BY API_NAME
                ORDER BY API_NAME
           END-EXEC
           EXEC SQL
               OPEN AGE-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'CBSPRKAR: OPEN OF AGING CURSOR FAILED, '
                       'SQLCODE = ' SQLCODE
               MOVE 8 TO RETURN-CODE
               SET SQL-ERROR TO TRUE
               SET END-OF-CURSOR TO TRUE
           END-IF.

       2000-PROCESS-CURSOR.
           EXEC SQL
               FETCH AGE-CSR
                 INTO :HV-API-NAME,
                      :HV-BAND-1-COUNT, :HV-BAND-2-COUNT,
                      :HV-BAND-3-COUNT, :HV-BAND-4-COUNT,
                      :HV-TOTAL-COUNT,  :HV-OLDEST-PARKED
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 2100-WRITE-API-DETAIL
                   PERFORM 2200-ACCUMULATE-TOTALS
               WHEN 100
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'CBSPRKAR: FETCH FROM AGING CURSOR FAILED, '
                           'SQLCODE = ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   SET SQL-ERROR TO TRUE
                   SET END-OF-CURSOR TO TRUE
           END-EVALUATE.

       2100-WRITE-API-DETAIL.
           MOVE HV-API-NAME        TO WS-DL-API-NAME
           MOVE HV-BAND-1-COUNT    TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT      TO WS-DL-BAND-1
           MOVE HV-BAND-2-COUNT    TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT      TO WS-DL-BAND-2
           MOVE HV-BAND-3-COUNT    TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT      TO WS-DL-BAND-3
           MOVE HV-BAND-4-COUNT    TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT      TO WS-DL-BAND-4
           MOVE HV-TOTAL-COUNT     TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT      TO WS-DL-TOTAL
           MOVE HV-OLDEST-PARKED   TO WS-DL-OLDEST-PARKED
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       2200-ACCUMULATE-TOTALS.
           ADD 1               TO WS-GT-API-NAMES
           ADD HV-BAND-1-COUNT TO WS-GT-BAND-1
           ADD HV-BAND-2-COUNT TO WS-GT-BAND-2
           ADD HV-BAND-3-COUNT TO WS-GT-BAND-3
           ADD HV-BAND-4-COUNT TO WS-GT-BAND-4
           ADD HV-TOTAL-COUNT  TO WS-GT-TOTAL
           IF HV-OLDEST-PARKED < WS-GT-OLDEST-PARKED
               MOVE HV-OLDEST-PARKED TO WS-GT-OLDEST-PARKED
           END-IF.

      *    AFTER A FAILED QUERY THE TOTALS COVER ONLY THE ROWS FETCHED,
      *    SO NEITHER THE GRAND TOTAL NOR 'NO CALLS ARE PARKED' IS
      *    PRINTED - THE REPORT SAYS IT IS INCOMPLETE INSTEAD.
       3000-TERMINATE.
           EXEC SQL
               CLOSE AGE-CSR
           END-EXEC
           EVALUATE TRUE
               WHEN SQL-ERROR
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE FROM WS-SQL-ERROR-LINE
               WHEN WS-GT-API-NAMES = ZERO
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE FROM WS-NONE-PARKED-LINE
               WHEN OTHER
                   PERFORM 3100-WRITE-GRAND-TOTAL
           END-EVALUATE
           IF NOT SQL-ERROR
               MOVE WS-GT-API-NAMES TO WS-SUM-API-EDIT
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE-1
           END-IF
           CLOSE AGING-RPT.

       3100-WRITE-GRAND-TOTAL.
           MOVE 'ALL API NAMES'  TO WS-DL-API-NAME
           MOVE WS-GT-BAND-1     TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT    TO WS-DL-BAND-1
           MOVE WS-GT-BAND-2     TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT    TO WS-DL-BAND-2
           MOVE WS-GT-BAND-3     TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT    TO WS-DL-BAND-3
           MOVE WS-GT-BAND-4     TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT    TO WS-DL-BAND-4
           MOVE WS-GT-TOTAL      TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT    TO WS-DL-TOTAL
           MOVE WS-GT-OLDEST-PARKED TO WS-DL-OLDEST-PARKED
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
