       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSACTVF.
       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSACTVF - ARCHIVE GENERATION CATALOG VERIFY                 *
      *  CHECKS EVERY ENTRY ON THE ARCHIVE CATALOG (ARCCAT, CBSACTR)  *
      *  AGAINST THE DATASET IT NAMES. EACH DATASET IS ALLOCATED BY   *
      *  NAME (BPXWDYN) AND READ TO THE END: AN ACTIVE GENERATION     *
      *  WHOSE ROW COUNT DIFFERS FROM THE CATALOG ENDS THE RUN RC=8;  *
      *  ONE THAT CANNOT BE ALLOCATED OR OPENED IS MARKED MISSING,    *
      *  RC=8, SO CBSACTSL WARNS ANY RETRIEVAL THAT NEEDS IT; A       *
      *  MISSING ONE THAT IS FOUND AGAIN IS MADE ACTIVE. AN ENTRY     *
      *  LEFT OPEN BY A WRITER THAT ABENDED HAS ITS TIMESTAMP AND     *
      *  ACCOUNT RANGES AND ROW COUNT REBUILT FROM THE DATASET AND IS *
      *  MADE ACTIVE, RC=4 - EXCEPT AN UNFINISHED MASKED REWRITE,     *
      *  WHICH IS MARKED FAILED. REPLACED AND FAILED GENERATIONS ARE  *
      *  NOT USED FOR RETRIEVAL AND ARE LISTED WITHOUT BEING READ.    *
      *  FOR EACH ARCHIVE ID THE GENERATION AFTER THE LAST ONE ISSUED *
      *  IS PROBED TOO - IF IT EXISTS, SOMETHING WROTE TO THE GDG     *
      *  WITHOUT POSTING TO THE CATALOG AND THE NUMBERING IS OUT OF   *
      *  STEP, RC=8. EVERY ENTRY IS LISTED ON VERFRPT WITH THE        *
      *  RESULT, AND THE VERIFIED DATE AND COUNT ARE KEPT ON IT.      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO ARCCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AK-KEY
               FILE STATUS IS WS-CAT-STATUS.

           SELECT LOG-CHECK-FILE ASSIGN TO ARCLCHK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.

           SELECT AUDIT-CHECK-FILE ASSIGN TO ARCACHK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.

           SELECT VERIFY-RPT ASSIGN TO VERFRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-CATALOG-FILE.
           COPY CBSACTR.

       FD  LOG-CHECK-FILE
           RECORDING MODE IS F.
       01  FD-LOG-CHECK-RECORD         PIC X(4073).

       FD  AUDIT-CHECK-FILE
           RECORDING MODE IS F.
       01  FD-AUDIT-CHECK-RECORD       PIC X(218).

       FD  VERIFY-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       WORKING-STORAGE SECTION.
           COPY CBSARCR.
           COPY CBSAUDA.

       01  WS-CAT-STATUS                PIC X(2) VALUE SPACES.
           88 CAT-OK                        VALUE '00'.

       01  WS-CHECK-STATUS              PIC X(2) VALUE SPACES.
           88 CHECK-OK                      VALUE '00'.
           88 CHECK-END-OF-FILE             VALUE '10'.

       01  WS-SWITCHES.
           05 WS-CAT-EOF-SW            PIC X(1) VALUE 'N'.
              88 END-OF-CATALOG             VALUE 'Y'.
           05 WS-RUN-ERROR-SW          PIC X(1) VALUE 'N'.
              88 RUN-ERROR                  VALUE 'Y'.
           05 WS-CHECK-EOF-SW          PIC X(1) VALUE 'N'.
              88 END-OF-CHECK-FILE          VALUE 'Y'.
           05 WS-DATASET-SW            PIC X(1) VALUE 'N'.
              88 DATASET-FOUND              VALUE 'Y'.
              88 DATASET-NOT-FOUND          VALUE 'N'.
           05 WS-ACCOUNT-SEEN-SW       PIC X(1) VALUE 'N'.
              88 ACCOUNT-SEEN               VALUE 'Y'.
           05 WS-REWRITE-FAILED-SW     PIC X(1) VALUE 'N'.
              88 OPEN-REWRITE-FAILED        VALUE 'Y'.

      *    BPXWDYN REQUEST - A HALFWORD LENGTH FOLLOWED BY THE TEXT.
      *    ITS RETURN CODE COMES BACK IN RETURN-CODE, SO THE STEP'S OWN
      *    CODE IS KEPT IN WS-HIGHEST-RC AND SET AT END OF RUN.
       01  WS-DYNALLOC-REQUEST.
           05 WS-DYN-LENGTH            PIC S9(4) COMP.
           05 WS-DYN-TEXT              PIC X(120).
       01  WS-DYN-POINTER              PIC S9(4) COMP.
       01  WS-DYN-RC                   PIC S9(9) COMP.
       01  WS-DYN-DD-NAME              PIC X(8).
       01  WS-DYN-DSN                  PIC X(44).

       01  WS-HIGHEST-RC               PIC S9(4) COMP VALUE ZERO.

       01  WS-FOUND-FIGURES.
           05 WS-FOUND-ROWS            PIC S9(9) COMP VALUE ZERO.
           05 WS-FOUND-EARLIEST-TS     PIC X(26).
           05 WS-FOUND-LATEST-TS       PIC X(26).
           05 WS-FOUND-LOW-ACCOUNT     PIC S9(9) COMP.
           05 WS-FOUND-HIGH-ACCOUNT    PIC S9(9) COMP.
           05 WS-ROW-TIME-STAMP        PIC X(26).
           05 WS-ROW-ACCOUNT           PIC S9(9) COMP.
           05 WS-ROW-KEY-ACCT-NBR      PIC 9(9).

       01  WS-PROBE-GENERATION         PIC 9(4).

       01  WS-COUNTERS.
           05 WS-ENTRIES-READ          PIC S9(9) COMP VALUE ZERO.
           05 WS-ENTRIES-VERIFIED      PIC S9(9) COMP VALUE ZERO.
           05 WS-ENTRIES-REBUILT       PIC S9(9) COMP VALUE ZERO.
           05 WS-ENTRIES-RECOVERED     PIC S9(9) COMP VALUE ZERO.
           05 WS-ENTRIES-MISMATCHED    PIC S9(9) COMP VALUE ZERO.
           05 WS-ENTRIES-MISSING       PIC S9(9) COMP VALUE ZERO.
           05 WS-ENTRIES-NOT-USED      PIC S9(9) COMP VALUE ZERO.
           05 WS-UNREGISTERED-GENS     PIC S9(9) COMP VALUE ZERO.

       01  WS-DATE-FIELDS.
           05 WS-TODAY-DATE            PIC 9(8).
           05 WS-TODAY-ISO             PIC X(10).

       01  WS-HEADING-1.
           05 FILLER                   PIC X(40)
              VALUE 'ARCHIVE GENERATION CATALOG VERIFY'.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE '.
           05 WS-H1-RUN-DATE           PIC X(10).

       01  WS-HEADING-2.
           05 FILLER                   PIC X(10) VALUE 'ARCHIVE'.
           05 FILLER                   PIC X(6)  VALUE 'GEN'.
           05 FILLER                   PIC X(45) VALUE 'DATASET'.
           05 FILLER                   PIC X(3)  VALUE 'ST'.
           05 FILLER                   PIC X(13) VALUE '  CATALOGED'.
           05 FILLER                   PIC X(13) VALUE '      FOUND'.
           05 FILLER                   PIC X(43) VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05 WS-DL-ARCHIVE-ID         PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DL-GENERATION         PIC 9(4).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DL-DSN                PIC X(44).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-DL-STATUS             PIC X(1).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DL-CATALOGED-ROWS     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DL-FOUND-ROWS         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DL-RESULT             PIC X(43).

       01  WS-CATALOG-ERROR-LINE.
           05 FILLER                   PIC X(60) VALUE
              'ARCHIVE CATALOG UNAVAILABLE - VERIFY STOPPED'.

       01  WS-SUMMARY-LINE.
           05 WS-SUM-LABEL             PIC X(28).
           05 WS-SUM-VALUE-EDIT        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT RUN-ERROR
               PERFORM 2000-VERIFY-ENTRY
                   UNTIL END-OF-CATALOG
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

           OPEN OUTPUT VERIFY-RPT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-2

           OPEN I-O ARCHIVE-CATALOG-FILE
           IF NOT CAT-OK
               DISPLAY 'CBSACTVF: ARCCAT OPEN FAILED, STATUS = '
                       WS-CAT-STATUS
               SET RUN-ERROR TO TRUE
           END-IF.

       2000-VERIFY-ENTRY.
           READ ARCHIVE-CATALOG-FILE NEXT RECORD
               AT END SET END-OF-CATALOG TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN END-OF-CATALOG
                   CONTINUE
               WHEN NOT CAT-OK
                   DISPLAY 'CBSACTVF: ARCCAT READ FAILED, STATUS = '
                           WS-CAT-STATUS
                   SET RUN-ERROR TO TRUE
                   SET END-OF-CATALOG TO TRUE
               WHEN AB-GENERATION = ZERO
                   PERFORM 2100-PROBE-NEXT-GENERATION
               WHEN OTHER
                   ADD 1 TO WS-ENTRIES-READ
                   PERFORM 2200-CHECK-GENERATION
           END-EVALUATE.

      *    THE BASE RECORD HOLDS THE LAST GENERATION THE CATALOG
      *    ISSUED. A DATASET ALREADY CATALOGED UNDER THE NEXT NUMBER
      *    WAS WRITTEN WITHOUT AN ENTRY, AND THE NEXT WRITER'S ENTRY
      *    WOULD NAME THE WRONG GENERATION.
       2100-PROBE-NEXT-GENERATION.
           IF AB-LAST-GENERATION < 9999
               COMPUTE WS-PROBE-GENERATION = AB-LAST-GENERATION + 1
               MOVE SPACES TO WS-DYN-DSN
               STRING AB-GDG-BASE DELIMITED BY SPACE
                      '.G' WS-PROBE-GENERATION 'V00'
                      DELIMITED BY SIZE INTO WS-DYN-DSN
               MOVE 'ARCLCHK' TO WS-DYN-DD-NAME
               PERFORM 2600-ALLOCATE-DATASET
               IF DATASET-FOUND
                   PERFORM 2650-FREE-DATASET
                   ADD 1 TO WS-UNREGISTERED-GENS
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE AB-ARCHIVE-ID       TO WS-DL-ARCHIVE-ID
                   MOVE WS-PROBE-GENERATION TO WS-DL-GENERATION
                   MOVE WS-DYN-DSN          TO WS-DL-DSN
                   MOVE '*UNREGISTERED GENERATION ON GDG*'
                                            TO WS-DL-RESULT
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE FROM WS-DETAIL-LINE
                   DISPLAY 'CBSACTVF: UNREGISTERED GENERATION '
                           WS-DYN-DSN
                   IF WS-HIGHEST-RC < 8
                       MOVE 8 TO WS-HIGHEST-RC
                   END-IF
               END-IF
           END-IF.

       2200-CHECK-GENERATION.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE AK-ARCHIVE-ID   TO WS-DL-ARCHIVE-ID
           MOVE AK-GENERATION   TO WS-DL-GENERATION
           MOVE AK-DSN          TO WS-DL-DSN
           MOVE AK-ROW-COUNT    TO WS-DL-CATALOGED-ROWS
           MOVE 'N' TO WS-REWRITE-FAILED-SW
           IF AK-STATUS-OPEN AND AK-MASKED
               PERFORM 2250-FAIL-OPEN-REWRITE
           END-IF
           IF AK-STATUS-REPLACED OR AK-STATUS-FAILED
               ADD 1 TO WS-ENTRIES-NOT-USED
               EVALUATE TRUE
                   WHEN AK-STATUS-REPLACED
                       MOVE 'REPLACED - NOT READ' TO WS-DL-RESULT
                   WHEN OPEN-REWRITE-FAILED
                       MOVE 'OPEN REWRITE - NOW FAILED, NOT READ'
                                               TO WS-DL-RESULT
                   WHEN OTHER
                       MOVE 'FAILED RUN - NOT READ' TO WS-DL-RESULT
               END-EVALUATE
           ELSE
               MOVE AK-DSN TO WS-DYN-DSN
               IF AK-CONTENT-AUDIT
                   MOVE 'ARCACHK' TO WS-DYN-DD-NAME
               ELSE
                   MOVE 'ARCLCHK' TO WS-DYN-DD-NAME
               END-IF
               PERFORM 2600-ALLOCATE-DATASET
               IF DATASET-FOUND
                   PERFORM 2300-READ-DATASET
                   PERFORM 2650-FREE-DATASET
               END-IF
               IF DATASET-FOUND
                   PERFORM 2400-POST-FOUND
               ELSE
                   PERFORM 2500-POST-MISSING
               END-IF
               MOVE WS-TODAY-ISO TO AK-VERIFIED-DATE
               REWRITE ARCHIVE-CATALOG-RECORD
               IF NOT CAT-OK
                   DISPLAY 'CBSACTVF: ARCCAT REWRITE FAILED FOR '
                           AK-DSN ', STATUS = ' WS-CAT-STATUS
                   SET RUN-ERROR TO TRUE
                   SET END-OF-CATALOG TO TRUE
               END-IF
           END-IF
           MOVE AK-ENTRY-STATUS TO WS-DL-STATUS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

      *    A MASKED REWRITE STILL OPEN NEVER REACHED ITS END OF RUN, SO
      *    IT CANNOT HOLD EVERY ROW OF THE GENERATIONS IT WAS BUILT
      *    FROM, WHICH STAY ACTIVE. IT IS FAILED, NOT REBUILT.
       2250-FAIL-OPEN-REWRITE.
           SET AK-STATUS-FAILED TO TRUE
           SET OPEN-REWRITE-FAILED TO TRUE
           MOVE WS-TODAY-ISO TO AK-VERIFIED-DATE
           REWRITE ARCHIVE-CATALOG-RECORD
           IF NOT CAT-OK
               DISPLAY 'CBSACTVF: ARCCAT REWRITE FAILED FOR '
                       AK-DSN ', STATUS = ' WS-CAT-STATUS
               SET RUN-ERROR TO TRUE
               SET END-OF-CATALOG TO TRUE
           END-IF
           DISPLAY 'CBSACTVF: UNFINISHED MASKED REWRITE FAILED '
                   AK-DSN
           IF WS-HIGHEST-RC < 4
               MOVE 4 TO WS-HIGHEST-RC
           END-IF.

      *    AN ALLOCATED DATASET THAT WILL NOT OPEN IS TREATED AS
      *    MISSING - A RETRIEVAL COULD NOT READ IT EITHER.
       2300-READ-DATASET.
           MOVE ZERO   TO WS-FOUND-ROWS
                          WS-FOUND-LOW-ACCOUNT
                          WS-FOUND-HIGH-ACCOUNT
           MOVE SPACES TO WS-FOUND-EARLIEST-TS
                          WS-FOUND-LATEST-TS
           MOVE 'N' TO WS-ACCOUNT-SEEN-SW
           MOVE 'N' TO WS-CHECK-EOF-SW
           IF AK-CONTENT-AUDIT
               OPEN INPUT AUDIT-CHECK-FILE
           ELSE
               OPEN INPUT LOG-CHECK-FILE
           END-IF
           IF NOT CHECK-OK
               DISPLAY 'CBSACTVF: OPEN FAILED FOR ' AK-DSN
                       ', STATUS = ' WS-CHECK-STATUS
               SET DATASET-NOT-FOUND TO TRUE
           ELSE
               PERFORM 2310-READ-CHECK-ROW
                   UNTIL END-OF-CHECK-FILE
               IF AK-CONTENT-AUDIT
                   CLOSE AUDIT-CHECK-FILE
               ELSE
                   CLOSE LOG-CHECK-FILE
               END-IF
           END-IF.

       2310-READ-CHECK-ROW.
           IF AK-CONTENT-AUDIT
               READ AUDIT-CHECK-FILE INTO ARCH-MAINT-AUDIT-RECORD
                   AT END SET END-OF-CHECK-FILE TO TRUE
               END-READ
           ELSE
               READ LOG-CHECK-FILE INTO ARCH-API-LOG-RECORD
                   AT END SET END-OF-CHECK-FILE TO TRUE
               END-READ
           END-IF
           IF NOT END-OF-CHECK-FILE
               IF AK-CONTENT-AUDIT
                   MOVE AA-AUDIT-TIME-STAMP TO WS-ROW-TIME-STAMP
                   IF AA-ROW-KEY(1:9) IS NUMERIC
                       MOVE AA-ROW-KEY(1:9)     TO WS-ROW-KEY-ACCT-NBR
                       MOVE WS-ROW-KEY-ACCT-NBR TO WS-ROW-ACCOUNT
                   ELSE
                       MOVE -1 TO WS-ROW-ACCOUNT
                   END-IF
               ELSE
                   MOVE AR-TIME-STAMP     TO WS-ROW-TIME-STAMP
                   MOVE AR-ACCOUNT-NUMBER TO WS-ROW-ACCOUNT
               END-IF
               PERFORM 2320-ADD-FOUND-ROW
           END-IF.

      *    THE SAME RANGES CBSACTWR KEEPS AS THE ROWS ARE WRITTEN.
       2320-ADD-FOUND-ROW.
           ADD 1 TO WS-FOUND-ROWS
           IF WS-FOUND-ROWS = 1
               MOVE WS-ROW-TIME-STAMP TO WS-FOUND-EARLIEST-TS
                                         WS-FOUND-LATEST-TS
           ELSE
               IF WS-ROW-TIME-STAMP < WS-FOUND-EARLIEST-TS
                   MOVE WS-ROW-TIME-STAMP TO WS-FOUND-EARLIEST-TS
               END-IF
               IF WS-ROW-TIME-STAMP > WS-FOUND-LATEST-TS
                   MOVE WS-ROW-TIME-STAMP TO WS-FOUND-LATEST-TS
               END-IF
           END-IF
           IF WS-ROW-ACCOUNT >= ZERO
               IF NOT ACCOUNT-SEEN
                   MOVE WS-ROW-ACCOUNT TO WS-FOUND-LOW-ACCOUNT
                                          WS-FOUND-HIGH-ACCOUNT
                   SET ACCOUNT-SEEN TO TRUE
               ELSE
                   IF WS-ROW-ACCOUNT < WS-FOUND-LOW-ACCOUNT
                       MOVE WS-ROW-ACCOUNT TO WS-FOUND-LOW-ACCOUNT
                   END-IF
                   IF WS-ROW-ACCOUNT > WS-FOUND-HIGH-ACCOUNT
                       MOVE WS-ROW-ACCOUNT TO WS-FOUND-HIGH-ACCOUNT
                   END-IF
               END-IF
           END-IF.

      *    AN OPEN ENTRY'S FIGURES STOP AT ITS RUN'S LAST COMMIT, SO
      *    THEY ARE REPLACED FROM THE DATASET. AN ACTIVE ENTRY'S ARE
      *    LEFT AS POSTED - A DIFFERENCE IS FOR SOMEONE TO EXPLAIN,
      *    NOT FOR THE VERIFY TO PAPER OVER.
       2400-POST-FOUND.
           MOVE WS-FOUND-ROWS TO AK-VERIFIED-COUNT
           MOVE WS-FOUND-ROWS TO WS-DL-FOUND-ROWS
           EVALUATE TRUE
               WHEN AK-STATUS-OPEN
                   MOVE WS-FOUND-ROWS         TO AK-ROW-COUNT
                   MOVE WS-FOUND-EARLIEST-TS  TO AK-EARLIEST-TS
                   MOVE WS-FOUND-LATEST-TS    TO AK-LATEST-TS
                   MOVE WS-FOUND-LOW-ACCOUNT  TO AK-LOW-ACCOUNT
                   MOVE WS-FOUND-HIGH-ACCOUNT TO AK-HIGH-ACCOUNT
                   SET AK-STATUS-ACTIVE TO TRUE
                   ADD 1 TO WS-ENTRIES-REBUILT
                   MOVE 'OPEN - REBUILT FROM DATASET, NOW ACTIVE'
                                              TO WS-DL-RESULT
                   IF WS-HIGHEST-RC < 4
                       MOVE 4 TO WS-HIGHEST-RC
                   END-IF
               WHEN WS-FOUND-ROWS NOT = AK-ROW-COUNT
                   IF AK-STATUS-MISSING
                       SET AK-STATUS-ACTIVE TO TRUE
                       ADD 1 TO WS-ENTRIES-RECOVERED
                   END-IF
                   ADD 1 TO WS-ENTRIES-MISMATCHED
                   MOVE '*ROW COUNT MISMATCH*' TO WS-DL-RESULT
                   DISPLAY 'CBSACTVF: ROW COUNT MISMATCH ' AK-DSN
                   MOVE 8 TO WS-HIGHEST-RC
               WHEN AK-STATUS-MISSING
                   SET AK-STATUS-ACTIVE TO TRUE
                   ADD 1 TO WS-ENTRIES-RECOVERED
                   MOVE 'MISSING - FOUND AGAIN, NOW ACTIVE'
                                              TO WS-DL-RESULT
                   IF WS-HIGHEST-RC < 4
                       MOVE 4 TO WS-HIGHEST-RC
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ENTRIES-VERIFIED
                   MOVE 'VERIFIED' TO WS-DL-RESULT
           END-EVALUATE.

       2500-POST-MISSING.
           MOVE ZERO TO AK-VERIFIED-COUNT
           SET AK-STATUS-MISSING TO TRUE
           ADD 1 TO WS-ENTRIES-MISSING
           MOVE '*DATASET NOT FOUND - MARKED MISSING*' TO WS-DL-RESULT
           DISPLAY 'CBSACTVF: GENERATION MISSING ' AK-DSN
           MOVE 8 TO WS-HIGHEST-RC.

       2600-ALLOCATE-DATASET.
           MOVE SPACES TO WS-DYN-TEXT
           MOVE 1 TO WS-DYN-POINTER
           STRING 'ALLOC FI(' DELIMITED BY SIZE
                  WS-DYN-DD-NAME DELIMITED BY SPACE
                  ') DA(' DELIMITED BY SIZE
                  WS-DYN-DSN DELIMITED BY SPACE
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

       2650-FREE-DATASET.
           MOVE SPACES TO WS-DYN-TEXT
           MOVE 1 TO WS-DYN-POINTER
           STRING 'FREE FI(' DELIMITED BY SIZE
                  WS-DYN-DD-NAME DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
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
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ENTRIES READ...............' TO WS-SUM-LABEL
           MOVE WS-ENTRIES-READ TO WS-SUM-VALUE-EDIT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'VERIFIED...................' TO WS-SUM-LABEL
           MOVE WS-ENTRIES-VERIFIED TO WS-SUM-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'OPEN - REBUILT.............' TO WS-SUM-LABEL
           MOVE WS-ENTRIES-REBUILT TO WS-SUM-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'MISSING - FOUND AGAIN......' TO WS-SUM-LABEL
           MOVE WS-ENTRIES-RECOVERED TO WS-SUM-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ROW COUNT MISMATCHES.......' TO WS-SUM-LABEL
           MOVE WS-ENTRIES-MISMATCHED TO WS-SUM-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'DATASETS MISSING...........' TO WS-SUM-LABEL
           MOVE WS-ENTRIES-MISSING TO WS-SUM-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'REPLACED/FAILED - NOT READ.' TO WS-SUM-LABEL
           MOVE WS-ENTRIES-NOT-USED TO WS-SUM-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'UNREGISTERED GENERATIONS...' TO WS-SUM-LABEL
           MOVE WS-UNREGISTERED-GENS TO WS-SUM-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           DISPLAY 'CBSACTVF: CATALOG ENTRIES READ: ' WS-ENTRIES-READ
           DISPLAY 'CBSACTVF: DATASETS MISSING:     '
                   WS-ENTRIES-MISSING
           DISPLAY 'CBSACTVF: ROW COUNT MISMATCHES: '
                   WS-ENTRIES-MISMATCHED
           CLOSE VERIFY-RPT
           MOVE WS-HIGHEST-RC TO RETURN-CODE.
