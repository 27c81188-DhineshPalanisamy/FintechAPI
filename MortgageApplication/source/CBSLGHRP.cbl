       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSLGHRP.
       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSLGHRP - WEEKLY LEGAL-HOLD INVENTORY REPORT                *
      *  LISTS EVERY ACCOUNT ON THE LEGALHLD REGISTER (CBSLGHR) WITH  *
      *  ITS MATTER, REASON, WHO PLACED IT AND WHEN, AND HOW MUCH     *
      *  EVIDENCE THE HOLD IS KEEPING - THE CBS_API_LOG_DTL ROWS      *
      *  STILL LIVE IN DB2 AND THE ROWS ALREADY ON THE API LOG        *
      *  ARCHIVE (CBSARCR LAYOUT) FROM BEFORE THE HOLD WAS PLACED.    *
      *  THE ARCHIVE GENERATIONS ARE TAKEN FROM THE ARCHIVE CATALOG   *
      *  (ARCCAT, CBSACTR) AND ALLOCATED BY NAME (BPXWDYN), SO ONES   *
      *  CBSACTHK HAS RENAMED OUT OF THEIR GDG ARE READ TOO. AS FOR A *
      *  RETRIEVAL, A GENERATION REPLACED BY ITS MASKED REWRITE IS    *
      *  LEFT OUT IN FAVOUR OF THE REWRITE, AND A FAILED OR           *
      *  UNFINISHED MASKED REWRITE IS NOT READ. A GENERATION THAT     *
      *  CANNOT BE ALLOCATED OR OPENED IS NAMED ON SYSOUT AND FLAGGED *
      *  ON THE REPORT, RC=8 - THE ARCHIVED COUNTS ARE SHORT. HOLDS   *
      *  PAST THEIR EXPIRY DATE ARE FLAGGED ON THE DETAIL LINE AND    *
      *  LISTED AGAIN IN A SECTION OF THEIR OWN FOR LEGAL TO REVIEW - *
      *  AN EXPIRED HOLD STILL PROTECTS THE ACCOUNT UNTIL IT IS       *
      *  RELEASED ON LGHM. THE REGISTER IS LOADED INTO WORKING        *
      *  STORAGE SO THE ARCHIVE IS READ ONCE; A REGISTER TOO LARGE    *
      *  FOR THE TABLE, OR A CATALOG THAT CANNOT BE READ, STOPS THE   *
      *  REPORT RC=8 RATHER THAN LET IT RUN SHORT.                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-FILE ASSIGN TO LEGALHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LH-ACCOUNT-NUMBER
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO ARCCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AK-KEY
               FILE STATUS IS WS-CAT-STATUS.

           SELECT ARCHIVE-IN-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT HOLD-RPT ASSIGN TO HOLDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
           COPY CBSLGHR.

       FD  ARCHIVE-CATALOG-FILE.
           COPY CBSACTR.

       FD  ARCHIVE-IN-FILE
           RECORDING MODE IS F.
       01  FD-ARCHIVE-IN-RECORD        PIC X(4073).

       FD  HOLD-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CBSARCR.

       01  WS-HOLD-STATUS               PIC X(2) VALUE SPACES.
           88 HOLD-OK                       VALUE '00'.

       01  WS-CAT-STATUS                PIC X(2) VALUE SPACES.
           88 CAT-OK                        VALUE '00'.

       01  WS-ARCH-STATUS               PIC X(2) VALUE SPACES.
           88 ARCH-OK                       VALUE '00'.

       01  WS-SWITCHES.
           05 WS-HOLD-EOF-SW           PIC X(1) VALUE 'N'.
              88 END-OF-REGISTER            VALUE 'Y'.
           05 WS-ARCH-EOF-SW           PIC X(1) VALUE 'N'.
              88 END-OF-ARCHIVE             VALUE 'Y'.
           05 WS-TABLE-ERROR-SW        PIC X(1) VALUE 'N'.
              88 TABLE-ERROR                VALUE 'Y'.
           05 WS-CAT-EOF-SW            PIC X(1) VALUE 'N'.
              88 END-OF-CATALOG             VALUE 'Y'.
           05 WS-CATALOG-ERROR-SW      PIC X(1) VALUE 'N'.
              88 CATALOG-ERROR              VALUE 'Y'.
           05 WS-DATASET-SW            PIC X(1) VALUE 'N'.
              88 DATASET-FOUND              VALUE 'Y'.
              88 DATASET-NOT-FOUND          VALUE 'N'.

      *    BPXWDYN REQUEST - A HALFWORD LENGTH FOLLOWED BY THE TEXT.
      *    ITS RETURN CODE COMES BACK IN RETURN-CODE, SO THE STEP'S OWN
      *    CODE IS KEPT IN WS-HIGHEST-RC AND SET AT END OF RUN.
       01  WS-DYNALLOC-REQUEST.
           05 WS-DYN-LENGTH            PIC S9(4) COMP.
           05 WS-DYN-TEXT              PIC X(120).
       01  WS-DYN-POINTER              PIC S9(4) COMP.
       01  WS-DYN-RC                   PIC S9(9) COMP.

       01  WS-HIGHEST-RC               PIC S9(4) COMP VALUE ZERO.

      *    ONE ENTRY PER HOLD, IN REGISTER (ACCOUNT) ORDER SO THE
      *    ARCHIVE PASS CAN FIND EACH ROW'S ACCOUNT WITH SEARCH ALL.
       01  WS-HOLD-COUNT                PIC S9(4) COMP VALUE ZERO.

       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-HOLD-COUNT
                            ASCENDING KEY IS HT-ACCOUNT-NUMBER
                            INDEXED BY HOLD-IDX.
              10 HT-ACCOUNT-NUMBER      PIC 9(9).
              10 HT-HOLD-REASON         PIC X(30).
              10 HT-MATTER-REFERENCE    PIC X(20).
              10 HT-PLACED-BY           PIC X(8).
              10 HT-PLACED-DATE         PIC X(10).
              10 HT-EXPIRY-DATE         PIC X(10).
              10 HT-LIVE-ROWS           PIC S9(9) COMP.
              10 HT-ARCHIVED-ROWS       PIC S9(9) COMP.

       01  WS-COUNTERS.
           05 WS-ARCHIVE-ROWS-READ     PIC S9(9) COMP VALUE ZERO.
           05 WS-GENERATIONS-READ      PIC S9(9) COMP VALUE ZERO.
           05 WS-GENERATIONS-NOT-READ  PIC S9(9) COMP VALUE ZERO.
           05 WS-HOLDS-EXPIRED         PIC S9(9) COMP VALUE ZERO.
           05 WS-TOTAL-LIVE-ROWS       PIC S9(9) COMP VALUE ZERO.
           05 WS-TOTAL-ARCHIVED-ROWS   PIC S9(9) COMP VALUE ZERO.

       01  WS-DATE-FIELDS.
           05 WS-TODAY-DATE            PIC 9(8).
           05 WS-TODAY-ISO             PIC X(10).

       01  WS-HEADING-1.
           05 FILLER                   PIC X(40)
              VALUE 'LEGAL-HOLD REGISTER - WEEKLY INVENTORY'.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE '.
           05 WS-H1-RUN-DATE           PIC X(10).

       01  WS-HEADING-2.
           05 FILLER                   PIC X(11) VALUE 'ACCOUNT'.
           05 FILLER                   PIC X(22) VALUE 'MATTER'.
           05 FILLER                   PIC X(32) VALUE 'HOLD REASON'.
           05 FILLER                   PIC X(10) VALUE 'PLACED BY'.
           05 FILLER                   PIC X(12) VALUE 'PLACED'.
           05 FILLER                   PIC X(12) VALUE 'EXPIRES'.
           05 FILLER                   PIC X(13) VALUE '   LIVE ROWS'.
           05 FILLER                   PIC X(13) VALUE '  ARCH ROWS'.

       01  WS-DETAIL-LINE.
           05 WS-DL-ACCOUNT-NUMBER     PIC 9(9).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DL-MATTER-REFERENCE   PIC X(20).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DL-HOLD-REASON        PIC X(30).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DL-PLACED-BY          PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DL-PLACED-DATE        PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DL-EXPIRY-DATE        PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DL-LIVE-ROWS          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DL-ARCHIVED-ROWS      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DL-EXPIRED-FLAG       PIC X(9).

       01  WS-EXPIRED-HEADING.
           05 FILLER                   PIC X(60) VALUE
              'HOLDS PAST EXPIRY DATE - STILL IN FORCE, REFER TO LEGAL'.

       01  WS-NO-EXPIRED-LINE.
           05 FILLER                   PIC X(40)
              VALUE 'NO HOLDS PAST EXPIRY DATE'.

       01  WS-TABLE-ERROR-LINE.
           05 FILLER                   PIC X(60) VALUE
              'LEGAL-HOLD REGISTER UNAVAILABLE - REPORT STOPPED'.

       01  WS-CATALOG-ERROR-LINE.
           05 FILLER                   PIC X(60) VALUE
              'ARCHIVE CATALOG UNAVAILABLE - REPORT STOPPED'.

       01  WS-NOT-READ-LINE.
           05 FILLER                   PIC X(60) VALUE
              '*ARCHIVED ROWS SHORT - GENERATIONS NOT READ*'.

       01  WS-SUMMARY-LINE-1.
           05 FILLER                   PIC X(28)
              VALUE 'ACCOUNTS UNDER HOLD........'.
           05 WS-SUM-HOLDS-EDIT        PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05 FILLER                   PIC X(28)
              VALUE 'HOLDS PAST EXPIRY..........'.
           05 WS-SUM-EXPIRED-EDIT      PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05 FILLER                   PIC X(28)
              VALUE 'LIVE ROWS RETAINED.........'.
           05 WS-SUM-LIVE-EDIT         PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-4.
           05 FILLER                   PIC X(28)
              VALUE 'ARCHIVED ROWS ON FILE......'.
           05 WS-SUM-ARCHIVED-EDIT     PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-5.
           05 FILLER                   PIC X(28)
              VALUE 'ARCHIVE GENERATIONS READ...'.
           05 WS-SUM-GENS-READ-EDIT    PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-6.
           05 FILLER                   PIC X(28)
              VALUE 'GENERATIONS NOT READ.......'.
           05 WS-SUM-GENS-NOT-READ-EDIT
                                       PIC ZZZ,ZZZ,ZZ9.

       01  WS-SQL-HOST-VARS.
           05 HV-ACCOUNT-NUMBER        PIC S9(9) COMP.
           05 HV-ROW-COUNT             PIC S9(9) COMP.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT TABLE-ERROR AND NOT CATALOG-ERROR
               PERFORM 2000-READ-CATALOG-ENTRY
                   UNTIL END-OF-CATALOG
           END-IF
           IF NOT TABLE-ERROR AND NOT CATALOG-ERROR
               PERFORM 2200-COUNT-LIVE-ROWS
                   VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > WS-HOLD-COUNT
               PERFORM 2300-WRITE-HOLD-LINE
                   VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > WS-HOLD-COUNT
               PERFORM 2400-WRITE-EXPIRED-SECTION
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

           OPEN OUTPUT HOLD-RPT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-1

           OPEN INPUT LEGAL-HOLD-FILE
           IF NOT HOLD-OK
               DISPLAY 'CBSLGHRP: LEGALHLD OPEN FAILED, STATUS = '
                       WS-HOLD-STATUS
               SET TABLE-ERROR TO TRUE
           ELSE
               PERFORM 1100-LOAD-HOLD-ENTRY
                   UNTIL END-OF-REGISTER
               CLOSE LEGAL-HOLD-FILE
           END-IF
      *    AN INVENTORY THAT SILENTLY DROPPED HOLDS WOULD TELL LEGAL
      *    AN ACCOUNT WAS NOT PROTECTED WHEN IT WAS - STOP INSTEAD.
           IF TABLE-ERROR
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-TABLE-ERROR-LINE
               MOVE 8 TO WS-HIGHEST-RC
           ELSE
               OPEN INPUT ARCHIVE-CATALOG-FILE
               IF NOT CAT-OK
                   DISPLAY 'CBSLGHRP: ARCCAT OPEN FAILED, STATUS = '
                           WS-CAT-STATUS
                   SET CATALOG-ERROR TO TRUE
               END-IF
           END-IF.

      *    THE ACCOUNT-ZERO RECORD IS THE DEFINE-TIME SEED, NOT A HOLD.
      *    A READ ERROR STOPS THE LOAD AS A SHORT TABLE WOULD.
       1100-LOAD-HOLD-ENTRY.
           READ LEGAL-HOLD-FILE
               AT END SET END-OF-REGISTER TO TRUE
           END-READ
           IF NOT END-OF-REGISTER AND NOT HOLD-OK
               DISPLAY 'CBSLGHRP: LEGALHLD READ FAILED, STATUS = '
                       WS-HOLD-STATUS
               SET TABLE-ERROR TO TRUE
               SET END-OF-REGISTER TO TRUE
           END-IF
           IF NOT END-OF-REGISTER AND LH-ACCOUNT-NUMBER NOT = ZERO
               IF WS-HOLD-COUNT >= 5000
                   DISPLAY 'CBSLGHRP: LEGAL-HOLD REGISTER EXCEEDS '
                           '5000 ENTRIES - REPORT REFUSED'
                   SET TABLE-ERROR TO TRUE
                   SET END-OF-REGISTER TO TRUE
               ELSE
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE LH-ACCOUNT-NUMBER
                     TO HT-ACCOUNT-NUMBER(WS-HOLD-COUNT)
                   MOVE LH-HOLD-REASON
                     TO HT-HOLD-REASON(WS-HOLD-COUNT)
                   MOVE LH-MATTER-REFERENCE
                     TO HT-MATTER-REFERENCE(WS-HOLD-COUNT)
                   MOVE LH-PLACED-BY
                     TO HT-PLACED-BY(WS-HOLD-COUNT)
                   MOVE LH-PLACED-DATE
                     TO HT-PLACED-DATE(WS-HOLD-COUNT)
                   MOVE LH-EXPIRY-DATE
                     TO HT-EXPIRY-DATE(WS-HOLD-COUNT)
                   MOVE ZERO TO HT-LIVE-ROWS(WS-HOLD-COUNT)
                                HT-ARCHIVED-ROWS(WS-HOLD-COUNT)
               END-IF
           END-IF.

      *    THE SAME GENERATIONS CBSACTSL WOULD SELECT FOR AN API LOG
      *    RETRIEVAL: BASE RECORDS (NO STATUS BYTE) AND AUDIT CONTENT
      *    ARE PASSED OVER FIRST, THEN REPLACED AND FAILED GENERATIONS
      *    AND A MASKED REWRITE LEFT OPEN, WHOSE SOURCE GENERATIONS ARE
      *    STILL ACTIVE. A GENERATION CBSACTVF MARKED MISSING IS TRIED
      *    ANYWAY IN CASE IT HAS BEEN RESTORED.
       2000-READ-CATALOG-ENTRY.
           READ ARCHIVE-CATALOG-FILE NEXT RECORD
               AT END SET END-OF-CATALOG TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN END-OF-CATALOG
                   CONTINUE
               WHEN NOT CAT-OK
                   DISPLAY 'CBSLGHRP: ARCCAT READ FAILED, STATUS = '
                           WS-CAT-STATUS
                   SET CATALOG-ERROR TO TRUE
                   SET END-OF-CATALOG TO TRUE
               WHEN AK-GENERATION = ZERO
                   CONTINUE
               WHEN NOT AK-CONTENT-API-LOG
                   CONTINUE
               WHEN AK-STATUS-REPLACED OR AK-STATUS-FAILED
                   CONTINUE
               WHEN AK-STATUS-OPEN AND AK-MASKED
                   CONTINUE
               WHEN OTHER
                   PERFORM 2100-READ-GENERATION
           END-EVALUATE.

       2100-READ-GENERATION.
           PERFORM 2600-ALLOCATE-ARCHIVE
           IF DATASET-FOUND
               OPEN INPUT ARCHIVE-IN-FILE
               IF NOT ARCH-OK
                   DISPLAY 'CBSLGHRP: OPEN FAILED FOR ' AK-DSN
                           ', STATUS = ' WS-ARCH-STATUS
                   SET DATASET-NOT-FOUND TO TRUE
               ELSE
                   MOVE 'N' TO WS-ARCH-EOF-SW
                   PERFORM 2110-COUNT-ARCHIVE-ROW
                       UNTIL END-OF-ARCHIVE
                   CLOSE ARCHIVE-IN-FILE
                   ADD 1 TO WS-GENERATIONS-READ
               END-IF
               PERFORM 2650-FREE-ARCHIVE
           END-IF
           IF DATASET-NOT-FOUND
               ADD 1 TO WS-GENERATIONS-NOT-READ
               DISPLAY 'CBSLGHRP: ARCHIVE GENERATION NOT READ '
                       AK-DSN
               MOVE 8 TO WS-HIGHEST-RC
           END-IF.

       2110-COUNT-ARCHIVE-ROW.
           READ ARCHIVE-IN-FILE INTO ARCH-API-LOG-RECORD
               AT END SET END-OF-ARCHIVE TO TRUE
           END-READ
           IF NOT END-OF-ARCHIVE
               ADD 1 TO WS-ARCHIVE-ROWS-READ
               IF WS-HOLD-COUNT > ZERO
                   SEARCH ALL WS-HOLD-ENTRY
                       WHEN HT-ACCOUNT-NUMBER(HOLD-IDX)
                               = AR-ACCOUNT-NUMBER
                           ADD 1 TO HT-ARCHIVED-ROWS(HOLD-IDX)
                   END-SEARCH
               END-IF
           END-IF.

       2200-COUNT-LIVE-ROWS.
           MOVE HT-ACCOUNT-NUMBER(HOLD-IDX) TO HV-ACCOUNT-NUMBER
           EXEC SQL
               SELECT COUNT(*)
                 INTO :HV-ROW-COUNT
                 FROM COREBK.CBS_API_LOG_DTL
                WHERE ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE = 0
               MOVE HV-ROW-COUNT TO HT-LIVE-ROWS(HOLD-IDX)
           ELSE
               DISPLAY 'CBSLGHRP: LIVE ROW COUNT FAILED, SQLCODE = '
                       SQLCODE ' ACCOUNT = ' HV-ACCOUNT-NUMBER
               IF WS-HIGHEST-RC < 4
                   MOVE 4 TO WS-HIGHEST-RC
               END-IF
           END-IF.

       2300-WRITE-HOLD-LINE.
           MOVE HT-ACCOUNT-NUMBER(HOLD-IDX)   TO WS-DL-ACCOUNT-NUMBER
           MOVE HT-MATTER-REFERENCE(HOLD-IDX) TO WS-DL-MATTER-REFERENCE
           MOVE HT-HOLD-REASON(HOLD-IDX)      TO WS-DL-HOLD-REASON
           MOVE HT-PLACED-BY(HOLD-IDX)        TO WS-DL-PLACED-BY
           MOVE HT-PLACED-DATE(HOLD-IDX)      TO WS-DL-PLACED-DATE
           MOVE HT-EXPIRY-DATE(HOLD-IDX)      TO WS-DL-EXPIRY-DATE
           MOVE HT-LIVE-ROWS(HOLD-IDX)        TO WS-DL-LIVE-ROWS
           MOVE HT-ARCHIVED-ROWS(HOLD-IDX)    TO WS-DL-ARCHIVED-ROWS
           ADD HT-LIVE-ROWS(HOLD-IDX)     TO WS-TOTAL-LIVE-ROWS
           ADD HT-ARCHIVED-ROWS(HOLD-IDX) TO WS-TOTAL-ARCHIVED-ROWS
           IF HT-EXPIRY-DATE(HOLD-IDX) NOT = SPACES
              AND HT-EXPIRY-DATE(HOLD-IDX) < WS-TODAY-ISO
               MOVE '*EXPIRED*' TO WS-DL-EXPIRED-FLAG
               ADD 1 TO WS-HOLDS-EXPIRED
           ELSE
               MOVE SPACES TO WS-DL-EXPIRED-FLAG
           END-IF
           IF HOLD-IDX = 1
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-HEADING-2
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       2400-WRITE-EXPIRED-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-EXPIRED-HEADING
           IF WS-HOLDS-EXPIRED = ZERO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-NO-EXPIRED-LINE
           ELSE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-HEADING-2
               PERFORM 2410-WRITE-EXPIRED-LINE
                   VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > WS-HOLD-COUNT
           END-IF.

       2410-WRITE-EXPIRED-LINE.
           IF HT-EXPIRY-DATE(HOLD-IDX) NOT = SPACES
              AND HT-EXPIRY-DATE(HOLD-IDX) < WS-TODAY-ISO
               MOVE HT-ACCOUNT-NUMBER(HOLD-IDX) TO WS-DL-ACCOUNT-NUMBER
               MOVE HT-MATTER-REFERENCE(HOLD-IDX)
                                             TO WS-DL-MATTER-REFERENCE
               MOVE HT-HOLD-REASON(HOLD-IDX) TO WS-DL-HOLD-REASON
               MOVE HT-PLACED-BY(HOLD-IDX)   TO WS-DL-PLACED-BY
               MOVE HT-PLACED-DATE(HOLD-IDX) TO WS-DL-PLACED-DATE
               MOVE HT-EXPIRY-DATE(HOLD-IDX) TO WS-DL-EXPIRY-DATE
               MOVE HT-LIVE-ROWS(HOLD-IDX)   TO WS-DL-LIVE-ROWS
               MOVE HT-ARCHIVED-ROWS(HOLD-IDX)
                                             TO WS-DL-ARCHIVED-ROWS
               MOVE '*EXPIRED*'              TO WS-DL-EXPIRED-FLAG
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-DETAIL-LINE
           END-IF.

       2600-ALLOCATE-ARCHIVE.
           MOVE SPACES TO WS-DYN-TEXT
           MOVE 1 TO WS-DYN-POINTER
           STRING 'ALLOC FI(ARCHIN) DA(' DELIMITED BY SIZE
                  AK-DSN DELIMITED BY SPACE
                  ') SHR REUSE MSG(2)' DELIMITED BY SIZE
                  INTO WS-DYN-TEXT WITH POINTER WS-DYN-POINTER
           COMPUTE WS-DYN-LENGTH = WS-DYN-POINTER - 1
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
           MOVE RETURN-CODE TO WS-DYN-RC
           IF WS-DYN-RC = ZERO
               SET DATASET-FOUND TO TRUE
           ELSE
               SET DATASET-NOT-FOUND TO TRUE
           END-IF.

       2650-FREE-ARCHIVE.
           MOVE SPACES TO WS-DYN-TEXT
           MOVE 1 TO WS-DYN-POINTER
           STRING 'FREE FI(ARCHIN)' DELIMITED BY SIZE
                  INTO WS-DYN-TEXT WITH POINTER WS-DYN-POINTER
           COMPUTE WS-DYN-LENGTH = WS-DYN-POINTER - 1
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST.

       3000-TERMINATE.
           IF CATALOG-ERROR
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-CATALOG-ERROR-LINE
               MOVE 8 TO WS-HIGHEST-RC
           END-IF
           IF NOT TABLE-ERROR
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF
           IF NOT TABLE-ERROR AND NOT CATALOG-ERROR
               MOVE WS-HOLD-COUNT          TO WS-SUM-HOLDS-EDIT
               MOVE WS-HOLDS-EXPIRED       TO WS-SUM-EXPIRED-EDIT
               MOVE WS-TOTAL-LIVE-ROWS     TO WS-SUM-LIVE-EDIT
               MOVE WS-TOTAL-ARCHIVED-ROWS TO WS-SUM-ARCHIVED-EDIT
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE-1
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE-2
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE-3
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE-4
               MOVE WS-GENERATIONS-READ     TO WS-SUM-GENS-READ-EDIT
               MOVE WS-GENERATIONS-NOT-READ TO WS-SUM-GENS-NOT-READ-EDIT
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE-5
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE-6
               IF WS-GENERATIONS-NOT-READ > ZERO
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE FROM WS-NOT-READ-LINE
               END-IF
           END-IF
           DISPLAY 'CBSLGHRP: ACCOUNTS UNDER HOLD: ' WS-HOLD-COUNT
           DISPLAY 'CBSLGHRP: HOLDS PAST EXPIRY:   ' WS-HOLDS-EXPIRED
           DISPLAY 'CBSLGHRP: ARCHIVE ROWS READ:   '
                   WS-ARCHIVE-ROWS-READ
           CLOSE HOLD-RPT
           MOVE WS-HIGHEST-RC TO RETURN-CODE.
