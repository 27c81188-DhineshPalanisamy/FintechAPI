       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSACTSL.
       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSACTSL - ARCHIVE GENERATION SELECTION                      *
      *  BUILDS THE ARCHIN OR AUDARCIN CONCATENATION FOR CBSARCRT,    *
      *  CBSAUDRT OR CBSCASEF FROM THE ARCHIVE CATALOG (ARCCAT,       *
      *  CBSACTR) INSTEAD OF LEAVING THE OPERATOR TO GUESS WHICH      *
      *  GENERATIONS COVER A REQUEST. THE CONTROL CARD (CBSACTP)      *
      *  GIVES THE CONTENT (API LOG OR AUDIT), THE ACCOUNT AND THE    *
      *  DATE RANGE; EVERY ACTIVE GENERATION OF THAT CONTENT WHOSE    *
      *  TIMESTAMP RANGE OVERLAPS THE DATES AND WHOSE ACCOUNT RANGE   *
      *  TAKES IN THE ACCOUNT IS WRITTEN, OLDEST FIRST, AS A DD       *
      *  STATEMENT TO CONCAT - THE MEMBER THE RETRIEVAL JOB INCLUDES. *
      *  A GENERATION REPLACED BY ITS MASKED REWRITE IS LEFT OUT IN   *
      *  FAVOUR OF THE REWRITE. A GENERATION STILL OPEN (ITS RUN      *
      *  ABENDED, OR CBSACTVF HAS NOT YET REBUILT IT) IS ALWAYS       *
      *  INCLUDED, SINCE ITS RANGES CANNOT BE TRUSTED, AND ENDS THE   *
      *  STEP RC=4. THE EXCEPTION IS A MASKED REWRITE LEFT OPEN: IT   *
      *  NEVER FINISHED, SO IT IS LISTED AS A FAILED RUN AND THE      *
      *  GENERATIONS IT WAS BUILT FROM ARE USED. A GENERATION IN      *
      *  RANGE THAT CBSACTVF COULD NOT FIND ENDS IT RC=8 WITH NO DD   *
      *  WRITTEN - THE RESPONSE WOULD BE INCOMPLETE. NO GENERATION IN *
      *  RANGE GIVES A DUMMY DD AND RC=4. A BAD CARD, AN UNREADABLE   *
      *  CATALOG OR A FULL TABLE WRITES NOTHING TO CONCAT, SO THE     *
      *  RETRIEVAL JOB CANNOT RUN ON A SHORT LIST. ACTSRPT LISTS      *
      *  EVERY GENERATION IN RANGE, USED OR NOT.                      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO CTLCARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO ARCCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AK-KEY
               FILE STATUS IS WS-CAT-STATUS.

           SELECT CONCAT-FILE ASSIGN TO CONCAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SELECT-RPT ASSIGN TO ACTSRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD             PIC X(80).

       FD  ARCHIVE-CATALOG-FILE.
           COPY CBSACTR.

       FD  CONCAT-FILE
           RECORDING MODE IS F.
       01  FD-CONCAT-RECORD            PIC X(80).

       FD  SELECT-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       WORKING-STORAGE SECTION.
           COPY CBSACTP.

       01  WS-CAT-STATUS                PIC X(2) VALUE SPACES.
           88 CAT-OK                        VALUE '00'.

       01  WS-SWITCHES.
           05 WS-CAT-EOF-SW            PIC X(1) VALUE 'N'.
              88 END-OF-CATALOG             VALUE 'Y'.
           05 WS-RUN-ERROR-SW          PIC X(1) VALUE 'N'.
              88 RUN-ERROR                  VALUE 'Y'.
           05 WS-IN-RANGE-SW           PIC X(1) VALUE 'N'.
              88 ENTRY-IN-RANGE             VALUE 'Y'.

      *****************************************************************
      *  GENERATIONS IN RANGE, USED OR NOT, KEPT IN EARLIEST-         *
      *  TIMESTAMP ORDER AS THEY ARE ADDED SO THE CONCATENATION AND   *
      *  THE REPORT COME OUT OLDEST FIRST. A GENERATION NOT YET       *
      *  REBUILT HAS NO TIMESTAMPS AND SORTS AHEAD OF THE REST.       *
      *****************************************************************
       01  WS-GEN-COUNT                PIC S9(4) COMP VALUE ZERO.
       01  WS-GEN-TABLE.
           05 GEN-ENTRY OCCURS 1 TO 2000 TIMES
                        DEPENDING ON WS-GEN-COUNT
                        INDEXED BY GEN-IDX.
              10 GE-EARLIEST-TS        PIC X(26).
              10 GE-LATEST-TS          PIC X(26).
              10 GE-DSN                PIC X(44).
              10 GE-ROW-COUNT          PIC 9(9).
              10 GE-LOW-ACCOUNT        PIC 9(9).
              10 GE-HIGH-ACCOUNT       PIC 9(9).
              10 GE-MASKED-IND         PIC X(1).
              10 GE-ENTRY-STATUS       PIC X(1).
                 88 GE-STATUS-OPEN         VALUE 'O'.
                 88 GE-STATUS-ACTIVE       VALUE 'A'.
                 88 GE-STATUS-REPLACED     VALUE 'R'.
                 88 GE-STATUS-MISSING      VALUE 'M'.
                 88 GE-STATUS-FAILED       VALUE 'F'.
                 88 GE-SELECTED            VALUE 'O' 'A'.
              10 GE-REPLACED-BY        PIC X(44).

       01  WS-INSERT-WORK.
           05 WS-INSERT-SUB            PIC S9(4) COMP.
           05 WS-SHIFT-SUB             PIC S9(4) COMP.

       01  WS-COUNTERS.
           05 WS-ENTRIES-READ          PIC S9(9) COMP VALUE ZERO.
           05 WS-GENS-SELECTED         PIC S9(9) COMP VALUE ZERO.
           05 WS-ROWS-SELECTED         PIC S9(9) COMP VALUE ZERO.
           05 WS-GENS-OPEN             PIC S9(9) COMP VALUE ZERO.
           05 WS-GENS-REPLACED         PIC S9(9) COMP VALUE ZERO.
           05 WS-GENS-FAILED           PIC S9(9) COMP VALUE ZERO.
           05 WS-GENS-MISSING          PIC S9(9) COMP VALUE ZERO.

       01  WS-DATE-FIELDS.
           05 WS-TODAY-DATE            PIC 9(8).
           05 WS-TODAY-ISO             PIC X(10).

       01  WS-DD-STATEMENT.
           05 WS-DD-SLASHES            PIC X(2)  VALUE '//'.
           05 WS-DD-NAME               PIC X(8).
           05 WS-DD-OPERANDS           PIC X(70).

       01  WS-DD-COMMENT.
           05 FILLER                   PIC X(22)
              VALUE '//* BUILT BY CBSACTSL '.
           05 WS-DC-RUN-DATE           PIC X(10).
           05 FILLER                   PIC X(9)  VALUE ' CONTENT '.
           05 WS-DC-CONTENT-TYPE       PIC X(1).
           05 FILLER                   PIC X(9)  VALUE ' ACCOUNT '.
           05 WS-DC-ACCOUNT-NUMBER     PIC 9(9).
           05 FILLER                   PIC X(20) VALUE SPACES.

       01  WS-DD-DATE-COMMENT.
           05 FILLER                   PIC X(9)  VALUE '//* FROM '.
           05 WS-DC-DATE-FROM          PIC X(10).
           05 FILLER                   PIC X(4)  VALUE ' TO '.
           05 WS-DC-DATE-TO            PIC X(10).
           05 FILLER                   PIC X(47) VALUE SPACES.

       01  WS-HEADING-1.
           05 FILLER                   PIC X(40)
              VALUE 'ARCHIVE GENERATION SELECTION'.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE '.
           05 WS-H1-RUN-DATE           PIC X(10).

       01  WS-CRITERIA-LINE.
           05 FILLER                   PIC X(9)  VALUE 'CONTENT '.
           05 WS-CL-CONTENT-TYPE       PIC X(1).
           05 FILLER                   PIC X(11) VALUE '   ACCOUNT '.
           05 WS-CL-ACCOUNT-NUMBER     PIC 9(9).
           05 FILLER                   PIC X(8)  VALUE '   FROM '.
           05 WS-CL-DATE-FROM          PIC X(10).
           05 FILLER                   PIC X(6)  VALUE '   TO '.
           05 WS-CL-DATE-TO            PIC X(10).
           05 FILLER                   PIC X(9)  VALUE '   DD '.
           05 WS-CL-DD-NAME            PIC X(8).

       01  WS-HEADING-2.
           05 FILLER                   PIC X(45) VALUE 'GENERATION'.
           05 FILLER                   PIC X(20) VALUE 'EARLIEST'.
           05 FILLER                   PIC X(20) VALUE 'LATEST'.
           05 FILLER                   PIC X(12) VALUE '       ROWS'.
           05 FILLER                   PIC X(20) VALUE 'ACCOUNT RANGE'.
           05 FILLER                   PIC X(2)  VALUE 'M'.
           05 FILLER                   PIC X(14) VALUE 'USE'.

       01  WS-DETAIL-LINE.
           05 WS-DL-DSN                PIC X(44).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-DL-EARLIEST-TS        PIC X(19).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-DL-LATEST-TS          PIC X(19).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-DL-ROW-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-DL-LOW-ACCOUNT        PIC 9(9).
           05 FILLER                   PIC X(1)  VALUE '-'.
           05 WS-DL-HIGH-ACCOUNT       PIC 9(9).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-DL-MASKED-IND         PIC X(1).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-DL-USE                PIC X(14).

       01  WS-REPLACED-LINE.
           05 FILLER                   PIC X(16) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'REPLACED BY '.
           05 WS-RL-REPLACED-BY        PIC X(44).

       01  WS-NONE-LINE.
           05 FILLER                   PIC X(60) VALUE
              'NO CATALOGED GENERATION IN RANGE - DUMMY DD WRITTEN'.

       01  WS-MISSING-LINE.
           05 FILLER                   PIC X(60) VALUE
              'GENERATION(S) IN RANGE MISSING - NO DD WRITTEN'.

       01  WS-DD-MISSING-COMMENT.
           05 FILLER                   PIC X(80) VALUE
              '//* GENERATION(S) IN RANGE MISSING - SEE ACTSRPT'.

       01  WS-ERROR-LINE.
           05 FILLER                   PIC X(60) VALUE
              'SELECTION STOPPED - NOTHING WRITTEN TO CONCAT'.

       01  WS-SUMMARY-LINE.
           05 WS-SUM-LABEL             PIC X(28).
           05 WS-SUM-VALUE-EDIT        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT RUN-ERROR
               PERFORM 2000-READ-CATALOG
                   UNTIL END-OF-CATALOG
           END-IF
           IF NOT RUN-ERROR
               PERFORM 2400-WRITE-GENERATION
                   VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > WS-GEN-COUNT
               PERFORM 2500-WRITE-CONCATENATION
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-ISO
           STRING WS-TODAY-DATE(1:4) '-' WS-TODAY-DATE(5:2) '-'
                  WS-TODAY-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO
           MOVE WS-TODAY-ISO TO WS-H1-RUN-DATE

           OPEN INPUT  CONTROL-CARD-FILE
           READ CONTROL-CARD-FILE INTO ARCHIVE-SELECT-CARD
               AT END MOVE SPACES TO ARCHIVE-SELECT-CARD
           END-READ
           CLOSE CONTROL-CARD-FILE

           OPEN OUTPUT SELECT-RPT
           OPEN OUTPUT CONCAT-FILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-1

           PERFORM 1100-CHECK-CARD
           IF NOT RUN-ERROR
               MOVE CC-CONTENT-TYPE   TO WS-CL-CONTENT-TYPE
               MOVE CC-ACCOUNT-NUMBER TO WS-CL-ACCOUNT-NUMBER
               MOVE CC-DATE-FROM      TO WS-CL-DATE-FROM
               MOVE CC-DATE-TO        TO WS-CL-DATE-TO
               MOVE CC-DD-NAME        TO WS-CL-DD-NAME
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-CRITERIA-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE FROM WS-HEADING-2
               OPEN INPUT ARCHIVE-CATALOG-FILE
               IF NOT CAT-OK
                   DISPLAY 'CBSACTSL: ARCCAT OPEN FAILED, STATUS = '
                           WS-CAT-STATUS
                   SET RUN-ERROR TO TRUE
               END-IF
           END-IF.

      *    THE DD NAME DEFAULTS TO THE ONE THE RETRIEVAL PROGRAMS READ
      *    FOR THE CONTENT - ARCHIN FOR THE API LOG (CBSARCRT AND
      *    CBSCASEF), AUDARCIN FOR THE AUDIT TRAIL (CBSAUDRT).
       1100-CHECK-CARD.
           EVALUATE TRUE
               WHEN NOT CC-CONTENT-API-LOG AND NOT CC-CONTENT-AUDIT
                   DISPLAY 'CBSACTSL: CONTENT TYPE MUST BE L OR A - '
                           'FOUND ' CC-CONTENT-TYPE
                   SET RUN-ERROR TO TRUE
               WHEN CC-ACCOUNT-NUMBER NOT NUMERIC
                   DISPLAY 'CBSACTSL: ACCOUNT NUMBER NOT NUMERIC - '
                           CC-ACCOUNT-NUMBER
                   SET RUN-ERROR TO TRUE
               WHEN CC-DATE-FROM NOT = SPACES
                AND CC-DATE-TO NOT = SPACES
                AND CC-DATE-FROM > CC-DATE-TO
                   DISPLAY 'CBSACTSL: DATE FROM ' CC-DATE-FROM
                           ' IS AFTER DATE TO ' CC-DATE-TO
                   SET RUN-ERROR TO TRUE
               WHEN OTHER
                   IF CC-DD-NAME = SPACES
                       IF CC-CONTENT-API-LOG
                           MOVE 'ARCHIN'   TO CC-DD-NAME
                       ELSE
                           MOVE 'AUDARCIN' TO CC-DD-NAME
                       END-IF
                   END-IF
           END-EVALUATE.

      *    BASE RECORDS (GENERATION 0000) AND THE OTHER CONTENT'S
      *    GENERATIONS ARE PASSED OVER.
       2000-READ-CATALOG.
           READ ARCHIVE-CATALOG-FILE
               AT END SET END-OF-CATALOG TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN END-OF-CATALOG
                   CONTINUE
               WHEN NOT CAT-OK
                   DISPLAY 'CBSACTSL: ARCCAT READ FAILED, STATUS = '
                           WS-CAT-STATUS
                   SET RUN-ERROR TO TRUE
                   SET END-OF-CATALOG TO TRUE
               WHEN AK-GENERATION = ZERO
                   CONTINUE
               WHEN AK-CONTENT-TYPE NOT = CC-CONTENT-TYPE
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ENTRIES-READ
                   PERFORM 2100-CHECK-RANGE
                   IF ENTRY-IN-RANGE
                       PERFORM 2200-ADD-GENERATION
                   END-IF
           END-EVALUATE.

      *    AN OPEN ENTRY'S FIGURES ONLY GO AS FAR AS ITS RUN'S LAST
      *    COMMIT, SO IT IS TAKEN AS IN RANGE WHATEVER THEY SHOW. AN
      *    EMPTY GENERATION HAS NOTHING TO CONTRIBUTE. AN AUDIT
      *    GENERATION WITH NO ACCOUNT-KEYED ROWS (HIGH ACCOUNT ZERO)
      *    CANNOT HOLD AN ACCOUNT'S ROWS.
       2100-CHECK-RANGE.
           MOVE 'Y' TO WS-IN-RANGE-SW
           IF NOT AK-STATUS-OPEN
               IF AK-ROW-COUNT = ZERO
                   MOVE 'N' TO WS-IN-RANGE-SW
               END-IF
               IF CC-DATE-FROM NOT = SPACES
                  AND AK-LATEST-TS(1:10) < CC-DATE-FROM
                   MOVE 'N' TO WS-IN-RANGE-SW
               END-IF
               IF CC-DATE-TO NOT = SPACES
                  AND AK-EARLIEST-TS(1:10) > CC-DATE-TO
                   MOVE 'N' TO WS-IN-RANGE-SW
               END-IF
               IF CC-ACCOUNT-NUMBER NOT = ZERO
                   IF CC-ACCOUNT-NUMBER < AK-LOW-ACCOUNT
                      OR CC-ACCOUNT-NUMBER > AK-HIGH-ACCOUNT
                       MOVE 'N' TO WS-IN-RANGE-SW
                   END-IF
               END-IF
           END-IF.

      *    A LIST THAT SILENTLY DROPPED GENERATIONS WOULD GIVE AN
      *    INCOMPLETE RESPONSE WITH NO WARNING - REFUSE INSTEAD.
       2200-ADD-GENERATION.
           IF WS-GEN-COUNT >= 2000
               DISPLAY 'CBSACTSL: MORE THAN 2000 GENERATIONS IN '
                       'RANGE - SELECTION REFUSED'
               SET RUN-ERROR TO TRUE
               SET END-OF-CATALOG TO TRUE
           ELSE
               MOVE ZERO TO WS-INSERT-SUB
               PERFORM 2210-FIND-POSITION
                   VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > WS-GEN-COUNT
                      OR WS-INSERT-SUB > ZERO
               ADD 1 TO WS-GEN-COUNT
               IF WS-INSERT-SUB = ZERO
                   MOVE WS-GEN-COUNT TO WS-INSERT-SUB
               ELSE
                   PERFORM 2220-SHIFT-GENERATION
                       VARYING WS-SHIFT-SUB
                       FROM WS-GEN-COUNT BY -1
                       UNTIL WS-SHIFT-SUB <= WS-INSERT-SUB
               END-IF
               MOVE AK-EARLIEST-TS  TO GE-EARLIEST-TS(WS-INSERT-SUB)
               MOVE AK-LATEST-TS    TO GE-LATEST-TS(WS-INSERT-SUB)
               MOVE AK-DSN          TO GE-DSN(WS-INSERT-SUB)
               MOVE AK-ROW-COUNT    TO GE-ROW-COUNT(WS-INSERT-SUB)
               MOVE AK-LOW-ACCOUNT  TO GE-LOW-ACCOUNT(WS-INSERT-SUB)
               MOVE AK-HIGH-ACCOUNT TO GE-HIGH-ACCOUNT(WS-INSERT-SUB)
               MOVE AK-MASKED-IND   TO GE-MASKED-IND(WS-INSERT-SUB)
               MOVE AK-ENTRY-STATUS TO GE-ENTRY-STATUS(WS-INSERT-SUB)
      *        A MASKED REWRITE STILL OPEN NEVER FINISHED - THE
      *        GENERATIONS IT WAS BUILT FROM ARE STILL ACTIVE AND ARE
      *        USED INSTEAD, AS CBSACTVF WILL RECORD.
               IF AK-STATUS-OPEN AND AK-MASKED
                   SET GE-STATUS-FAILED(WS-INSERT-SUB) TO TRUE
               END-IF
               MOVE AK-REPLACED-BY  TO GE-REPLACED-BY(WS-INSERT-SUB)
           END-IF.

       2210-FIND-POSITION.
           IF GE-EARLIEST-TS(GEN-IDX) > AK-EARLIEST-TS
               SET WS-INSERT-SUB TO GEN-IDX
           END-IF.

       2220-SHIFT-GENERATION.
           MOVE GEN-ENTRY(WS-SHIFT-SUB - 1)
                                  TO GEN-ENTRY(WS-SHIFT-SUB).

       2400-WRITE-GENERATION.
           MOVE GE-DSN(GEN-IDX)              TO WS-DL-DSN
           MOVE GE-EARLIEST-TS(GEN-IDX)(1:19) TO WS-DL-EARLIEST-TS
           MOVE GE-LATEST-TS(GEN-IDX)(1:19)  TO WS-DL-LATEST-TS
           MOVE GE-ROW-COUNT(GEN-IDX)        TO WS-DL-ROW-COUNT
           MOVE GE-LOW-ACCOUNT(GEN-IDX)      TO WS-DL-LOW-ACCOUNT
           MOVE GE-HIGH-ACCOUNT(GEN-IDX)     TO WS-DL-HIGH-ACCOUNT
           MOVE GE-MASKED-IND(GEN-IDX)       TO WS-DL-MASKED-IND
           EVALUATE TRUE
               WHEN GE-STATUS-ACTIVE(GEN-IDX)
                   MOVE 'SELECTED'      TO WS-DL-USE
                   ADD 1 TO WS-GENS-SELECTED
                   ADD GE-ROW-COUNT(GEN-IDX) TO WS-ROWS-SELECTED
               WHEN GE-STATUS-OPEN(GEN-IDX)
                   MOVE 'SELECTED-OPEN' TO WS-DL-USE
                   ADD 1 TO WS-GENS-SELECTED
                   ADD 1 TO WS-GENS-OPEN
                   ADD GE-ROW-COUNT(GEN-IDX) TO WS-ROWS-SELECTED
               WHEN GE-STATUS-REPLACED(GEN-IDX)
                   MOVE 'REPLACED'      TO WS-DL-USE
                   ADD 1 TO WS-GENS-REPLACED
               WHEN GE-STATUS-MISSING(GEN-IDX)
                   MOVE '*MISSING*'     TO WS-DL-USE
                   ADD 1 TO WS-GENS-MISSING
               WHEN OTHER
                   MOVE 'FAILED RUN'    TO WS-DL-USE
                   ADD 1 TO WS-GENS-FAILED
           END-EVALUATE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           IF GE-STATUS-REPLACED(GEN-IDX)
               MOVE GE-REPLACED-BY(GEN-IDX) TO WS-RL-REPLACED-BY
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-REPLACED-LINE
           END-IF.

      *    THE MEMBER OPENS WITH A COMMENT RECORDING THE SELECTION SO
      *    THE RETRIEVAL JOB'S LISTING SHOWS WHAT IT WAS RUN AGAINST.
      *    WITH A GENERATION IN RANGE MISSING NO DD STATEMENT IS
      *    WRITTEN AT ALL, SO THE RETRIEVAL JOB FAILS ON THE ABSENT DD
      *    RATHER THAN RUNNING ON A SHORT LIST.
       2500-WRITE-CONCATENATION.
           MOVE WS-TODAY-ISO      TO WS-DC-RUN-DATE
           MOVE CC-CONTENT-TYPE   TO WS-DC-CONTENT-TYPE
           MOVE CC-ACCOUNT-NUMBER TO WS-DC-ACCOUNT-NUMBER
           MOVE CC-DATE-FROM      TO WS-DC-DATE-FROM
           MOVE CC-DATE-TO        TO WS-DC-DATE-TO
           WRITE FD-CONCAT-RECORD FROM WS-DD-COMMENT
           WRITE FD-CONCAT-RECORD FROM WS-DD-DATE-COMMENT
           MOVE CC-DD-NAME TO WS-DD-NAME
           EVALUATE TRUE
               WHEN WS-GENS-MISSING > ZERO
                   WRITE FD-CONCAT-RECORD FROM WS-DD-MISSING-COMMENT
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   WRITE RPT-LINE FROM WS-MISSING-LINE
               WHEN WS-GENS-SELECTED = ZERO
                   MOVE SPACES TO WS-DD-OPERANDS
                   IF CC-CONTENT-API-LOG
                       MOVE ' DD DUMMY,DCB=(RECFM=FB,LRECL=4073)'
                                              TO WS-DD-OPERANDS
                   ELSE
                       MOVE ' DD DUMMY,DCB=(RECFM=FB,LRECL=218)'
                                              TO WS-DD-OPERANDS
                   END-IF
                   WRITE FD-CONCAT-RECORD FROM WS-DD-STATEMENT
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   WRITE RPT-LINE FROM WS-NONE-LINE
               WHEN OTHER
                   PERFORM 2510-WRITE-DD-STATEMENT
                       VARYING GEN-IDX FROM 1 BY 1
                       UNTIL GEN-IDX > WS-GEN-COUNT
           END-EVALUATE.

       2510-WRITE-DD-STATEMENT.
           IF GE-SELECTED(GEN-IDX)
               MOVE SPACES TO WS-DD-OPERANDS
               STRING ' DD DSN=' DELIMITED BY SIZE
                      GE-DSN(GEN-IDX) DELIMITED BY SPACE
                      ',DISP=SHR' DELIMITED BY SIZE
                      INTO WS-DD-OPERANDS
               WRITE FD-CONCAT-RECORD FROM WS-DD-STATEMENT
               MOVE SPACES TO WS-DD-NAME
           END-IF.

       3000-TERMINATE.
           IF RUN-ERROR
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE FROM WS-ERROR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE ARCHIVE-CATALOG-FILE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'GENERATIONS SELECTED.......' TO WS-SUM-LABEL
               MOVE WS-GENS-SELECTED TO WS-SUM-VALUE-EDIT
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE 'ROWS ON SELECTED...........' TO WS-SUM-LABEL
               MOVE WS-ROWS-SELECTED TO WS-SUM-VALUE-EDIT
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE 'OPEN - NOT YET VERIFIED....' TO WS-SUM-LABEL
               MOVE WS-GENS-OPEN TO WS-SUM-VALUE-EDIT
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE 'REPLACED - NOT USED........' TO WS-SUM-LABEL
               MOVE WS-GENS-REPLACED TO WS-SUM-VALUE-EDIT
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE 'FAILED RUNS - NOT USED.....' TO WS-SUM-LABEL
               MOVE WS-GENS-FAILED TO WS-SUM-VALUE-EDIT
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE 'MISSING - NOT AVAILABLE....' TO WS-SUM-LABEL
               MOVE WS-GENS-MISSING TO WS-SUM-VALUE-EDIT
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
      *        A MISSING GENERATION MEANS THE LIST CANNOT BE COMPLETE;
      *        AN OPEN ONE OR AN EMPTY LIST NEEDS A SECOND LOOK.
               EVALUATE TRUE
                   WHEN WS-GENS-MISSING > ZERO
                       DISPLAY 'CBSACTSL: GENERATION(S) IN RANGE '
                               'MISSING - NO DD WRITTEN'
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-GENS-OPEN > ZERO
                       DISPLAY 'CBSACTSL: OPEN GENERATION(S) '
                               'INCLUDED - RUN CBSACTVF'
                       MOVE 4 TO RETURN-CODE
                   WHEN WS-GENS-SELECTED = ZERO
                       DISPLAY 'CBSACTSL: NO GENERATION IN RANGE'
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF
           DISPLAY 'CBSACTSL: CATALOG ENTRIES READ:  ' WS-ENTRIES-READ
           DISPLAY 'CBSACTSL: GENERATIONS SELECTED:  '
                   WS-GENS-SELECTED
           CLOSE CONCAT-FILE
           CLOSE SELECT-RPT.
