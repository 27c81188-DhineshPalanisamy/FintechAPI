       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSACTHK.
       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSACTHK - ARCHIVE GENERATION CATALOG HOUSEKEEPING           *
      *  KEEPS EACH ARCHIVE GDG WELL SHORT OF ITS 255-GENERATION      *
      *  LIMIT SO NO GENERATION IS EVER ROLLED OFF THE SYSTEM         *
      *  CATALOG. ONCE 200 NEWER GENERATIONS HAVE BEEN ISSUED, A      *
      *  GENERATION STILL UNDER ITS GDG NAME (BASE.GNNNNV00) IS       *
      *  RENAMED OUT OF THE GDG TO BASE.KNNNN: AN IDCAMS ALTER FOR IT *
      *  IS WRITTEN TO ALTERCMD FOR THE NEXT STEP TO RUN. ONCE THE    *
      *  KEPT NAME IS FOUND - THE ALTER HAS RUN - THE ENTRY'S AK-DSN  *
      *  ON ARCCAT (CBSACTR) IS REWRITTEN TO IT, AND SO IS THE        *
      *  AK-REPLACED-BY OF ANY ENTRY THE GENERATION REPLACED, SO      *
      *  CBSACTSL, CBSACTVF AND CBSLGHRP GO ON REACHING IT. THE       *
      *  PROGRAM IS RUN BEFORE AND AFTER THE IDCAMS STEP AND DOES     *
      *  ONLY WHAT IS STILL OUTSTANDING EACH TIME. A GENERATION FOUND *
      *  UNDER NEITHER NAME IS LEFT FOR CBSACTVF TO REPORT, RC=4. AN  *
      *  UNREADABLE CATALOG ENDS THE RUN RC=8. EVERY GENERATION       *
      *  LOOKED AT IS LISTED ON HKPRPT.                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO ARCCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AK-KEY
               FILE STATUS IS WS-CAT-STATUS.

           SELECT ALTER-CARD-FILE ASSIGN TO ALTERCMD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOUSEKEEP-RPT ASSIGN TO HKPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-CATALOG-FILE.
           COPY CBSACTR.

       FD  ALTER-CARD-FILE
           RECORDING MODE IS F.
       01  FD-ALTER-CARD               PIC X(80).

       FD  HOUSEKEEP-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CAT-STATUS                PIC X(2) VALUE SPACES.
           88 CAT-OK                        VALUE '00'.
           88 CAT-END-OF-FILE               VALUE '10'.

       01  WS-SWITCHES.
           05 WS-CAT-EOF-SW            PIC X(1) VALUE 'N'.
              88 END-OF-CATALOG             VALUE 'Y'.
           05 WS-RUN-ERROR-SW          PIC X(1) VALUE 'N'.
              88 RUN-ERROR                  VALUE 'Y'.
           05 WS-DATASET-SW            PIC X(1) VALUE 'N'.
              88 DATASET-FOUND              VALUE 'Y'.
              88 DATASET-NOT-FOUND          VALUE 'N'.

      *    THE ARCHIVE GDGS ARE DEFINED LIMIT(255). KEEPING 200 UNDER
      *    THE GDG LEAVES ROOM FOR 55 MORE RUNS, RESTARTS INCLUDED,
      *    BEFORE THIS JOB HAS TO RUN AGAIN.
       01  WS-GENERATIONS-KEPT          PIC S9(4) COMP VALUE 200.

      *    THE BASE RECORD (GENERATION 0000) SORTS AHEAD OF ITS
      *    ARCHIVE'S ENTRIES. AN ENTRY WITH NO BASE RECORD, LIKE THE
      *    PRE-GDG LEGACY FILES, HAS NO GDG NAME AND IS PASSED OVER.
       01  WS-BASE-FIELDS.
           05 WS-BASE-ARCHIVE-ID       PIC X(8) VALUE SPACES.
           05 WS-BASE-GDG              PIC X(35).
           05 WS-BASE-LAST-GENERATION  PIC 9(4).

       01  WS-GENERATION-EDIT           PIC 9(4).
       01  WS-GDG-DSN                   PIC X(44).
       01  WS-KEPT-DSN                  PIC X(44).

      *    BPXWDYN REQUEST - A HALFWORD LENGTH FOLLOWED BY THE TEXT.
      *    ITS RETURN CODE COMES BACK IN RETURN-CODE, SO THE STEP'S OWN
      *    CODE IS KEPT IN WS-HIGHEST-RC AND SET AT END OF RUN.
       01  WS-DYNALLOC-REQUEST.
           05 WS-DYN-LENGTH            PIC S9(4) COMP.
           05 WS-DYN-TEXT              PIC X(120).
       01  WS-DYN-POINTER              PIC S9(4) COMP.
       01  WS-DYN-RC                   PIC S9(9) COMP.
       01  WS-DYN-DSN                  PIC X(44).

       01  WS-HIGHEST-RC               PIC S9(4) COMP VALUE ZERO.

      *****************************************************************
      *  NAMES POSTED THIS RUN, OLD AND KEPT, FOR THE PASS THAT       *
      *  CARRIES THEM ONTO THE AK-REPLACED-BY OF THE ENTRIES THEY     *
      *  REPLACED. A RENAME FOUND WITH THE TABLE FULL IS LEFT         *
      *  UNPOSTED FOR THE NEXT RUN.                                   *
      *****************************************************************
       01  WS-RENAME-COUNT              PIC S9(4) COMP VALUE ZERO.

       01  WS-RENAME-TABLE.
           05 WS-RENAME-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WS-RENAME-COUNT
                              INDEXED BY REN-IDX.
              10 RN-OLD-DSN             PIC X(44).
              10 RN-KEPT-DSN            PIC X(44).

       01  WS-COUNTERS.
           05 WS-GENERATIONS-DUE       PIC S9(9) COMP VALUE ZERO.
           05 WS-ALTERS-WRITTEN        PIC S9(9) COMP VALUE ZERO.
           05 WS-RENAMES-POSTED        PIC S9(9) COMP VALUE ZERO.
           05 WS-RENAMES-DEFERRED      PIC S9(9) COMP VALUE ZERO.
           05 WS-GENERATIONS-NOT-FOUND PIC S9(9) COMP VALUE ZERO.
           05 WS-REPLACED-BY-UPDATED   PIC S9(9) COMP VALUE ZERO.

       01  WS-DATE-FIELDS.
           05 WS-TODAY-DATE            PIC 9(8).
           05 WS-TODAY-ISO             PIC X(10).

       01  WS-HEADING-1.
           05 FILLER                   PIC X(40)
              VALUE 'ARCHIVE GENERATION CATALOG HOUSEKEEPING'.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE '.
           05 WS-H1-RUN-DATE           PIC X(10).

       01  WS-HEADING-2.
           05 FILLER                   PIC X(10) VALUE 'ARCHIVE'.
           05 FILLER                   PIC X(6)  VALUE 'GEN'.
           05 FILLER                   PIC X(46) VALUE 'DATASET'.
           05 FILLER                   PIC X(40) VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05 WS-DL-ARCHIVE-ID         PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DL-GENERATION         PIC 9(4).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DL-DSN                PIC X(44).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DL-RESULT             PIC X(40).

       01  WS-CATALOG-ERROR-LINE.
           05 FILLER                   PIC X(60) VALUE
              'ARCHIVE CATALOG UNAVAILABLE - HOUSEKEEPING STOPPED'.

       01  WS-SUMMARY-LINE.
           05 WS-SUM-LABEL             PIC X(28).
           05 WS-SUM-VALUE-EDIT        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT RUN-ERROR
               PERFORM 2000-CHECK-ENTRY
                   UNTIL END-OF-CATALOG
           END-IF
           IF NOT RUN-ERROR AND WS-RENAME-COUNT > ZERO
               PERFORM 2500-UPDATE-REPLACED-BY
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

           OPEN OUTPUT HOUSEKEEP-RPT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-2

           OPEN OUTPUT ALTER-CARD-FILE
           OPEN I-O ARCHIVE-CATALOG-FILE
           IF NOT CAT-OK
               DISPLAY 'CBSACTHK: ARCCAT OPEN FAILED, STATUS = '
                       WS-CAT-STATUS
               SET RUN-ERROR TO TRUE
           END-IF.

      *    BASE RECORDS HAVE NO STATUS BYTE AND ARE TESTED FIRST,
      *    BEFORE ANY ENTRY FIELD IS LOOKED AT.
       2000-CHECK-ENTRY.
           READ ARCHIVE-CATALOG-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN CAT-END-OF-FILE
                   SET END-OF-CATALOG TO TRUE
               WHEN NOT CAT-OK
                   DISPLAY 'CBSACTHK: ARCCAT READ FAILED, STATUS = '
                           WS-CAT-STATUS
                   SET RUN-ERROR TO TRUE
                   SET END-OF-CATALOG TO TRUE
               WHEN AB-GENERATION = ZERO
                   MOVE AB-ARCHIVE-ID      TO WS-BASE-ARCHIVE-ID
                   MOVE AB-GDG-BASE        TO WS-BASE-GDG
                   MOVE AB-LAST-GENERATION TO WS-BASE-LAST-GENERATION
               WHEN AK-ARCHIVE-ID NOT = WS-BASE-ARCHIVE-ID
                   CONTINUE
               WHEN AK-GENERATION + WS-GENERATIONS-KEPT
                      > WS-BASE-LAST-GENERATION
                   CONTINUE
               WHEN OTHER
                   PERFORM 2100-CHECK-OLD-GENERATION
           END-EVALUATE.

      *    AN ENTRY ALREADY UNDER ANOTHER NAME HAS BEEN DEALT WITH.
      *    THE KEPT NAME IS LOOKED FOR FIRST: IF IT IS THERE THE ALTER
      *    HAS RUN AND ONLY THE CATALOG IS LEFT TO UPDATE.
       2100-CHECK-OLD-GENERATION.
           MOVE AK-GENERATION TO WS-GENERATION-EDIT
           MOVE SPACES TO WS-GDG-DSN
                          WS-KEPT-DSN
           STRING WS-BASE-GDG DELIMITED BY SPACE
                  '.G' WS-GENERATION-EDIT 'V00'
                  DELIMITED BY SIZE INTO WS-GDG-DSN
           STRING WS-BASE-GDG DELIMITED BY SPACE
                  '.K' WS-GENERATION-EDIT
                  DELIMITED BY SIZE INTO WS-KEPT-DSN
           IF AK-DSN = WS-GDG-DSN
               ADD 1 TO WS-GENERATIONS-DUE
               MOVE SPACES         TO WS-DETAIL-LINE
               MOVE AK-ARCHIVE-ID  TO WS-DL-ARCHIVE-ID
               MOVE AK-GENERATION  TO WS-DL-GENERATION
               MOVE WS-KEPT-DSN TO WS-DYN-DSN
               PERFORM 2600-PROBE-DATASET
               IF DATASET-FOUND
                   MOVE WS-KEPT-DSN TO WS-DL-DSN
                   PERFORM 2200-POST-RENAME
               ELSE
                   MOVE WS-GDG-DSN TO WS-DL-DSN
                   MOVE WS-GDG-DSN TO WS-DYN-DSN
                   PERFORM 2600-PROBE-DATASET
                   IF DATASET-FOUND
                       PERFORM 2300-WRITE-ALTER
                   ELSE
                       PERFORM 2400-REPORT-NOT-FOUND
                   END-IF
               END-IF
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-DETAIL-LINE
           END-IF.

       2200-POST-RENAME.
           IF WS-RENAME-COUNT >= 2000
               ADD 1 TO WS-RENAMES-DEFERRED
               MOVE 'RENAMED - NOT POSTED, TABLE FULL'
                                        TO WS-DL-RESULT
               DISPLAY 'CBSACTHK: RENAME TABLE FULL AT 2000, '
                       WS-KEPT-DSN ' POSTED NEXT RUN'
               IF WS-HIGHEST-RC < 4
                   MOVE 4 TO WS-HIGHEST-RC
               END-IF
           ELSE
               MOVE WS-KEPT-DSN TO AK-DSN
               REWRITE ARCHIVE-CATALOG-RECORD
               IF CAT-OK
                   ADD 1 TO WS-RENAME-COUNT
                   MOVE WS-GDG-DSN  TO RN-OLD-DSN(WS-RENAME-COUNT)
                   MOVE WS-KEPT-DSN TO RN-KEPT-DSN(WS-RENAME-COUNT)
                   ADD 1 TO WS-RENAMES-POSTED
                   MOVE 'RENAMED - CATALOG UPDATED' TO WS-DL-RESULT
               ELSE
                   DISPLAY 'CBSACTHK: ARCCAT REWRITE FAILED FOR '
                           WS-KEPT-DSN ', STATUS = ' WS-CAT-STATUS
                   MOVE '*CATALOG REWRITE FAILED*' TO WS-DL-RESULT
                   SET RUN-ERROR TO TRUE
                   SET END-OF-CATALOG TO TRUE
               END-IF
           END-IF.

       2300-WRITE-ALTER.
           MOVE SPACES TO FD-ALTER-CARD
           STRING '  ALTER ' WS-GDG-DSN DELIMITED BY SIZE
                  ' -' DELIMITED BY SIZE
                  INTO FD-ALTER-CARD
           WRITE FD-ALTER-CARD
           MOVE SPACES TO FD-ALTER-CARD
           STRING '        NEWNAME(' DELIMITED BY SIZE
                  WS-KEPT-DSN DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
                  INTO FD-ALTER-CARD
           WRITE FD-ALTER-CARD
           ADD 1 TO WS-ALTERS-WRITTEN
           MOVE 'ON GDG - ALTER WRITTEN' TO WS-DL-RESULT.

       2400-REPORT-NOT-FOUND.
           ADD 1 TO WS-GENERATIONS-NOT-FOUND
           MOVE '*NOT FOUND - NOT RENAMED*' TO WS-DL-RESULT
           DISPLAY 'CBSACTHK: GENERATION NOT FOUND ' WS-GDG-DSN
           IF WS-HIGHEST-RC < 4
               MOVE 4 TO WS-HIGHEST-RC
           END-IF.

       2500-UPDATE-REPLACED-BY.
           MOVE 'N' TO WS-CAT-EOF-SW
           MOVE LOW-VALUES TO AK-KEY
           START ARCHIVE-CATALOG-FILE KEY IS NOT LESS THAN AK-KEY
           IF NOT CAT-OK
               DISPLAY 'CBSACTHK: ARCCAT START FAILED, STATUS = '
                       WS-CAT-STATUS
               SET RUN-ERROR TO TRUE
           ELSE
               PERFORM 2510-CHECK-REPLACED-BY
                   UNTIL END-OF-CATALOG
           END-IF.

       2510-CHECK-REPLACED-BY.
           READ ARCHIVE-CATALOG-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN CAT-END-OF-FILE
                   SET END-OF-CATALOG TO TRUE
               WHEN NOT CAT-OK
                   DISPLAY 'CBSACTHK: ARCCAT READ FAILED, STATUS = '
                           WS-CAT-STATUS
                   SET RUN-ERROR TO TRUE
                   SET END-OF-CATALOG TO TRUE
               WHEN AK-GENERATION = ZERO
                   CONTINUE
               WHEN AK-STATUS-REPLACED
                   SET REN-IDX TO 1
                   SEARCH WS-RENAME-ENTRY
                       WHEN RN-OLD-DSN(REN-IDX) = AK-REPLACED-BY
                           PERFORM 2520-REWRITE-REPLACED-BY
                   END-SEARCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2520-REWRITE-REPLACED-BY.
           MOVE RN-KEPT-DSN(REN-IDX) TO AK-REPLACED-BY
           REWRITE ARCHIVE-CATALOG-RECORD
           IF CAT-OK
               ADD 1 TO WS-REPLACED-BY-UPDATED
           ELSE
               DISPLAY 'CBSACTHK: ARCCAT REWRITE FAILED FOR '
                       AK-DSN ', STATUS = ' WS-CAT-STATUS
               SET RUN-ERROR TO TRUE
               SET END-OF-CATALOG TO TRUE
           END-IF.

      *    A NAME THAT ALLOCATES IS CATALOGED; IT IS FREED AT ONCE.
       2600-PROBE-DATASET.
           MOVE SPACES TO WS-DYN-TEXT
           MOVE 1 TO WS-DYN-POINTER
           STRING 'ALLOC FI(ARCPROBE) DA(' DELIMITED BY SIZE
                  WS-DYN-DSN DELIMITED BY SPACE
                  ') SHR REUSE MSG(2)' DELIMITED BY SIZE
                  INTO WS-DYN-TEXT WITH POINTER WS-DYN-POINTER
           COMPUTE WS-DYN-LENGTH = WS-DYN-POINTER - 1
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
           MOVE RETURN-CODE TO WS-DYN-RC
           IF WS-DYN-RC = ZERO
               SET DATASET-FOUND TO TRUE
               PERFORM 2650-FREE-PROBE
           ELSE
               SET DATASET-NOT-FOUND TO TRUE
           END-IF.

       2650-FREE-PROBE.
           MOVE SPACES TO WS-DYN-TEXT
           MOVE 1 TO WS-DYN-POINTER
           STRING 'FREE FI(ARCPROBE)' DELIMITED BY SIZE
                  INTO WS-DYN-TEXT WITH POINTER WS-DYN-POINTER
           COMPUTE WS-DYN-LENGTH = WS-DYN-POINTER - 1
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST.

       3000-TERMINATE.
           IF RUN-ERROR
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE FROM WS-CATALOG-ERROR-LINE
               MOVE 8 TO WS-HIGHEST-RC
           END-IF
           CLOSE ARCHIVE-CATALOG-FILE
           CLOSE ALTER-CARD-FILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'GENERATIONS DUE A RENAME...' TO WS-SUM-LABEL
           MOVE WS-GENERATIONS-DUE TO WS-SUM-VALUE-EDIT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ALTERS WRITTEN.............' TO WS-SUM-LABEL
           MOVE WS-ALTERS-WRITTEN TO WS-SUM-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'RENAMES POSTED.............' TO WS-SUM-LABEL
           MOVE WS-RENAMES-POSTED TO WS-SUM-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'RENAMES LEFT FOR NEXT RUN..' TO WS-SUM-LABEL
           MOVE WS-RENAMES-DEFERRED TO WS-SUM-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'GENERATIONS NOT FOUND......' TO WS-SUM-LABEL
           MOVE WS-GENERATIONS-NOT-FOUND TO WS-SUM-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'REPLACED-BY NAMES UPDATED..' TO WS-SUM-LABEL
           MOVE WS-REPLACED-BY-UPDATED TO WS-SUM-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           DISPLAY 'CBSACTHK: GENERATIONS DUE A RENAME: '
                   WS-GENERATIONS-DUE
           DISPLAY 'CBSACTHK: ALTERS WRITTEN:           '
                   WS-ALTERS-WRITTEN
           DISPLAY 'CBSACTHK: RENAMES POSTED:           '
                   WS-RENAMES-POSTED
           CLOSE HOUSEKEEP-RPT
           MOVE WS-HIGHEST-RC TO RETURN-CODE.
