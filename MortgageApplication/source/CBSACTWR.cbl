       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSACTWR.
       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSACTWR - ARCHIVE GENERATION CATALOG POSTING (BATCH)        *
      *  CALLED BY EVERY JOB THAT WRITES AN ARCHIVE GENERATION -      *
      *  CBSARCPG (APILOG), CBSAUDAR (AUDIT) AND CBSPIIMA (APILOGMK)  *
      *  - SO EACH GENERATION GETS ONE ARCCAT ENTRY (CBSACTR) WITH    *
      *  ITS DATASET NAME, TIMESTAMP AND ACCOUNT RANGES, ROW COUNT,   *
      *  MASKED FLAG AND CREATING RUN, AND CBSACTSL CAN BUILD THE     *
      *  RETRIEVAL CONCATENATION FROM IT. 'OPEN' ASKS THE SYSTEM      *
      *  WHICH GENERATION THE CALLER'S OUTPUT DD WAS ALLOCATED AS,    *
      *  CHECKS IT AGAINST THE ARCHIVE ID'S BASE RECORD AND ADDS THE  *
      *  ENTRY AS OPEN; 'ADDR' ACCUMULATES ONE ROW IN                 *
      *  STORAGE; 'SYNC' POSTS THE ACCUMULATED FIGURES AT THE         *
      *  CALLER'S COMMIT POINT; 'CLOS' POSTS THEM AND SETS THE ENTRY  *
      *  ACTIVE; 'FAIL' SETS IT FAILED. 'RPLC' MARKS THE ACTIVE       *
      *  GENERATIONS OF THE SAME CONTENT THAT THE NEW GENERATION      *
      *  COVERS AS REPLACED BY IT, BUT ONLY WHEN THEIR ROW COUNTS ADD *
      *  UP TO ITS OWN. THE CATALOG IS OPENED ON THE FIRST CALL AND   *
      *  HELD OPEN FOR THE LIFE OF THE RUN. A CATALOG THAT CANNOT BE  *
      *  READ OR UPDATED RETURNS RC 12 ON THAT AND EVERY LATER CALL.  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO ARCCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AK-KEY
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-CATALOG-FILE.
           COPY CBSACTR.

       WORKING-STORAGE SECTION.
       01  WS-CAT-STATUS                PIC X(2) VALUE SPACES.
           88 CAT-OK                        VALUE '00'.
           88 CAT-END-OF-FILE               VALUE '10'.
           88 CAT-DUPLICATE                 VALUE '22'.
           88 CAT-NOT-FOUND                 VALUE '23'.

       01  WS-SWITCHES.
           05 WS-FILE-OPEN-SW          PIC X(1) VALUE 'N'.
              88 CATALOG-OPEN               VALUE 'Y'.
           05 WS-CATALOG-ERROR-SW      PIC X(1) VALUE 'N'.
              88 CATALOG-ERROR              VALUE 'Y'.
           05 WS-ENTRY-OPEN-SW         PIC X(1) VALUE 'N'.
              88 ENTRY-OPEN                 VALUE 'Y'.
           05 WS-ACCOUNT-SEEN-SW       PIC X(1) VALUE 'N'.
              88 ACCOUNT-SEEN               VALUE 'Y'.
           05 WS-CAT-EOF-SW            PIC X(1) VALUE 'N'.
              88 END-OF-CATALOG             VALUE 'Y'.
           05 WS-CANDIDATE-SW          PIC X(1) VALUE 'N'.
              88 REPLACE-CANDIDATE          VALUE 'Y'.
           05 WS-REPLACE-PASS-SW       PIC X(1) VALUE 'N'.
              88 REPLACE-PASS-MARK          VALUE 'Y'.

      *    IMAGE OF THIS RUN'S ENTRY AS WRITTEN BY 'OPEN' - EVERY LATER
      *    POST REWRITES FROM HERE, SO THE FD RECORD IS FREE FOR THE
      *    'RPLC' BROWSE.
       01  WS-ENTRY-IMAGE               PIC X(250).

       01  WS-ENTRY-FIGURES.
           05 WS-ROW-COUNT              PIC S9(9) COMP VALUE ZERO.
           05 WS-EARLIEST-TS            PIC X(26) VALUE SPACES.
           05 WS-LATEST-TS              PIC X(26) VALUE SPACES.
           05 WS-LOW-ACCOUNT            PIC S9(9) COMP VALUE ZERO.
           05 WS-HIGH-ACCOUNT           PIC S9(9) COMP VALUE ZERO.

       01  WS-ENTRY-KEY.
           05 WS-ENTRY-ARCHIVE-ID       PIC X(8).
           05 WS-ENTRY-GENERATION       PIC 9(4).
       01  WS-ENTRY-CONTENT-TYPE        PIC X(1).
       01  WS-ENTRY-MASKED-IND          PIC X(1).
       01  WS-ENTRY-DSN                 PIC X(44).

       01  WS-POST-STATUS               PIC X(1) VALUE SPACE.
           88 POST-KEEP-STATUS              VALUE SPACE.
           88 POST-ACTIVE                   VALUE 'A'.
           88 POST-FAILED                   VALUE 'F'.

       01  WS-REPLACE-FIGURES.
           05 WS-CANDIDATE-ROWS         PIC S9(9) COMP VALUE ZERO.
           05 WS-CANDIDATE-COUNT        PIC S9(9) COMP VALUE ZERO.

       01  WS-RUN-DATE                  PIC 9(8).
       01  WS-RUN-TIME                  PIC 9(8).

      *    BPXWDYN INFO REQUEST FOR THE CALLER'S OUTPUT DD. THE DATASET
      *    NAME COMES BACK IN THE SECOND PARAMETER, A HALFWORD LENGTH
      *    (SET TO THE AREA'S SIZE BEFORE THE CALL) AND THE NAME.
       01  WS-DYNINFO-REQUEST.
           05 WS-DYN-LENGTH             PIC S9(4) COMP.
           05 WS-DYN-TEXT               PIC X(60).
       01  WS-DYNINFO-DSN.
           05 WS-DYN-DSN-LENGTH         PIC S9(4) COMP.
           05 WS-DYN-DSN-VALUE          PIC X(44).
       01  WS-DYN-POINTER               PIC S9(4) COMP.
       01  WS-DYN-RC                    PIC S9(9) COMP.
       01  WS-SAVED-RETURN-CODE         PIC S9(9) COMP.

       01  WS-OUTPUT-DSN                PIC X(44).
       01  WS-OUTPUT-GENERATION         PIC 9(4).
       01  WS-BASE-LENGTH               PIC S9(4) COMP.
       01  WS-SUFFIX-POS                PIC S9(4) COMP.

       LINKAGE SECTION.
           COPY CBSACTX.

       PROCEDURE DIVISION USING CBSACTX-PARMS.
       0000-MAIN-CONTROL.
           SET KX-RC-OK TO TRUE
           IF NOT CATALOG-OPEN AND NOT CATALOG-ERROR
               PERFORM 1000-OPEN-CATALOG
           END-IF
           IF NOT CATALOG-ERROR
               IF NOT KX-FUNC-OPEN AND NOT ENTRY-OPEN
                   DISPLAY 'CBSACTWR: ' KX-FUNCTION
                           ' CALLED BEFORE OPEN FOR '
                           KX-ARCHIVE-ID
                   SET CATALOG-ERROR TO TRUE
               END-IF
           END-IF
           IF CATALOG-ERROR
               SET KX-RC-CATALOG-ERROR TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN KX-FUNC-OPEN
                       PERFORM 2000-OPEN-ENTRY
                   WHEN KX-FUNC-ADD-ROW
                       PERFORM 2100-ADD-ROW
                   WHEN KX-FUNC-SYNC
                       SET POST-KEEP-STATUS TO TRUE
                       PERFORM 2200-POST-ENTRY
                   WHEN KX-FUNC-CLOSE
                       SET POST-ACTIVE TO TRUE
                       PERFORM 2200-POST-ENTRY
                   WHEN KX-FUNC-FAIL
                       SET POST-FAILED TO TRUE
                       PERFORM 2200-POST-ENTRY
                   WHEN KX-FUNC-REPLACE
                       PERFORM 2400-REPLACE-COVERED
                   WHEN OTHER
                       DISPLAY 'CBSACTWR: INVALID FUNCTION '
                               KX-FUNCTION
                       SET CATALOG-ERROR TO TRUE
               END-EVALUATE
               IF CATALOG-ERROR
                   SET KX-RC-CATALOG-ERROR TO TRUE
               END-IF
           END-IF
           MOVE WS-ROW-COUNT TO KX-ROWS-CATALOGED
           GOBACK.

       1000-OPEN-CATALOG.
           OPEN I-O ARCHIVE-CATALOG-FILE
           IF CAT-OK
               SET CATALOG-OPEN TO TRUE
           ELSE
               DISPLAY 'CBSACTWR: ARCCAT OPEN FAILED, STATUS = '
                       WS-CAT-STATUS
               SET CATALOG-ERROR TO TRUE
           END-IF.

      *    THE ENTRY IS KEYED ON THE GENERATION THE CALLER'S (+1) DD
      *    WAS ACTUALLY ALLOCATED AS, TAKEN FROM THE ALLOCATION ITSELF,
      *    NOT ON THE BASE RECORD'S LAST GENERATION PLUS ONE - A STEP
      *    THAT CATALOGED ITS GENERATION BUT FAILED BEFORE POSTING HERE
      *    WOULD OTHERWISE SHIFT EVERY LATER ENTRY ONTO THE WRONG NAME.
      *    GENERATIONS SKIPPED THAT WAY ARE DISPLAYED AND THE BASE
      *    RECORD MOVED PAST THEM. A NAME THAT IS NOT A GENERATION OF
      *    THE ARCHIVE'S GDG BASE, OR IS NOT PAST THE LAST ONE POSTED,
      *    STOPS THE RUN. A GDG THAT HAS WRAPPED FROM G9999 TO G0000,
      *    WHICH THE CATALOG CANNOT KEY, STOPS IT FOR THE BASE TO BE
      *    RESET RATHER THAN GIVEN A WRONG NAME.
       2000-OPEN-ENTRY.
           MOVE KX-ARCHIVE-ID TO AK-ARCHIVE-ID
           MOVE ZERO          TO AK-GENERATION
           READ ARCHIVE-CATALOG-FILE
           EVALUATE TRUE
               WHEN CAT-NOT-FOUND
                   DISPLAY 'CBSACTWR: NO ARCCAT BASE RECORD FOR '
                           KX-ARCHIVE-ID
                   SET CATALOG-ERROR TO TRUE
               WHEN NOT CAT-OK
                   DISPLAY 'CBSACTWR: ARCCAT READ FAILED, STATUS = '
                           WS-CAT-STATUS
                   SET CATALOG-ERROR TO TRUE
               WHEN AB-LAST-GENERATION = 9999
                   DISPLAY 'CBSACTWR: GENERATION NUMBERS EXHAUSTED '
                           'FOR ' KX-ARCHIVE-ID
                   SET CATALOG-ERROR TO TRUE
               WHEN OTHER
                   PERFORM 2010-GET-OUTPUT-DSN
                   IF NOT CATALOG-ERROR
                       PERFORM 2020-CHECK-OUTPUT-DSN
                   END-IF
                   IF NOT CATALOG-ERROR
                       PERFORM 2050-WRITE-NEW-ENTRY
                   END-IF
           END-EVALUATE.

       2010-GET-OUTPUT-DSN.
           MOVE SPACES TO WS-DYN-TEXT
           MOVE 1 TO WS-DYN-POINTER
           STRING 'INFO FI(' DELIMITED BY SIZE
                  KX-DD-NAME DELIMITED BY SPACE
                  ') INRTDSN(DSNAME)' DELIMITED BY SIZE
                  INTO WS-DYN-TEXT WITH POINTER WS-DYN-POINTER
           COMPUTE WS-DYN-LENGTH = WS-DYN-POINTER - 1
           MOVE LENGTH OF WS-DYN-DSN-VALUE TO WS-DYN-DSN-LENGTH
           MOVE SPACES TO WS-DYN-DSN-VALUE
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL 'BPXWDYN' USING WS-DYNINFO-REQUEST
                                WS-DYNINFO-DSN
           MOVE RETURN-CODE TO WS-DYN-RC
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           MOVE SPACES TO WS-OUTPUT-DSN
           IF WS-DYN-RC NOT = ZERO
            OR WS-DYN-DSN-LENGTH < 1
            OR WS-DYN-DSN-LENGTH > LENGTH OF WS-DYN-DSN-VALUE
               DISPLAY 'CBSACTWR: NO DATASET ALLOCATED TO DD '
                       KX-DD-NAME ', BPXWDYN RC = ' WS-DYN-RC
               SET CATALOG-ERROR TO TRUE
           ELSE
               MOVE WS-DYN-DSN-VALUE(1:WS-DYN-DSN-LENGTH)
                 TO WS-OUTPUT-DSN
           END-IF.

      *    THE NAME MUST BE THE GDG BASE FOLLOWED BY .GNNNNV00.
       2020-CHECK-OUTPUT-DSN.
           MOVE ZERO TO WS-BASE-LENGTH
           INSPECT AB-GDG-BASE TALLYING WS-BASE-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
           COMPUTE WS-SUFFIX-POS = WS-BASE-LENGTH + 1
           IF WS-BASE-LENGTH = ZERO
            OR WS-OUTPUT-DSN(1:WS-BASE-LENGTH)
                 NOT = AB-GDG-BASE(1:WS-BASE-LENGTH)
            OR WS-OUTPUT-DSN(WS-SUFFIX-POS:2) NOT = '.G'
            OR WS-OUTPUT-DSN(WS-SUFFIX-POS + 2:4) NOT NUMERIC
            OR WS-OUTPUT-DSN(WS-SUFFIX-POS + 6:3) NOT = 'V00'
               DISPLAY 'CBSACTWR: ' KX-DD-NAME ' DATASET '
                       WS-OUTPUT-DSN
               DISPLAY 'CBSACTWR: IS NOT A GENERATION OF '
                       AB-GDG-BASE
               SET CATALOG-ERROR TO TRUE
           ELSE
               MOVE WS-OUTPUT-DSN(WS-SUFFIX-POS + 2:4)
                 TO WS-OUTPUT-GENERATION
               EVALUATE TRUE
                   WHEN WS-OUTPUT-GENERATION = ZERO
                       DISPLAY 'CBSACTWR: GDG ' AB-GDG-BASE
                               ' HAS WRAPPED TO G0000 - RESET THE '
                               'ARCCAT BASE RECORD'
                       SET CATALOG-ERROR TO TRUE
                   WHEN WS-OUTPUT-GENERATION NOT > AB-LAST-GENERATION
                       DISPLAY 'CBSACTWR: ' WS-OUTPUT-DSN
                               ' IS NOT PAST LAST POSTED GENERATION '
                               AB-LAST-GENERATION
                       SET CATALOG-ERROR TO TRUE
                   WHEN WS-OUTPUT-GENERATION > AB-LAST-GENERATION + 1
                       DISPLAY 'CBSACTWR: GENERATIONS AFTER '
                               AB-LAST-GENERATION ' BEFORE '
                               WS-OUTPUT-GENERATION
                               ' ARE NOT ON ARCCAT'
               END-EVALUATE
           END-IF.

       2050-WRITE-NEW-ENTRY.
           MOVE WS-OUTPUT-GENERATION TO AB-LAST-GENERATION
           MOVE AB-ARCHIVE-ID      TO WS-ENTRY-ARCHIVE-ID
           MOVE AB-LAST-GENERATION TO WS-ENTRY-GENERATION
           MOVE AB-CONTENT-TYPE    TO WS-ENTRY-CONTENT-TYPE
           MOVE AB-MASKED-IND      TO WS-ENTRY-MASKED-IND
           MOVE WS-OUTPUT-DSN      TO WS-ENTRY-DSN
           REWRITE ARCHIVE-CATALOG-BASE
           IF NOT CAT-OK
               DISPLAY 'CBSACTWR: ARCCAT BASE REWRITE FAILED, '
                       'STATUS = ' WS-CAT-STATUS
               SET CATALOG-ERROR TO TRUE
           ELSE
               MOVE ZERO   TO WS-ROW-COUNT
                              WS-LOW-ACCOUNT
                              WS-HIGH-ACCOUNT
               MOVE SPACES TO WS-EARLIEST-TS
                              WS-LATEST-TS
               MOVE 'N'    TO WS-ACCOUNT-SEEN-SW
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE SPACES TO ARCHIVE-CATALOG-RECORD
               MOVE WS-ENTRY-KEY          TO AK-KEY
               MOVE WS-ENTRY-CONTENT-TYPE TO AK-CONTENT-TYPE
               MOVE WS-ENTRY-MASKED-IND   TO AK-MASKED-IND
               IF NOT AK-MASKED
                   SET AK-NOT-MASKED TO TRUE
               END-IF
               SET AK-STATUS-OPEN TO TRUE
               MOVE WS-ENTRY-DSN          TO AK-DSN
               MOVE ZERO TO AK-ROW-COUNT
                            AK-LOW-ACCOUNT
                            AK-HIGH-ACCOUNT
                            AK-VERIFIED-COUNT
               MOVE KX-JOB-NAME           TO AK-CREATED-JOB
               STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'
                      WS-RUN-DATE(7:2)
                      DELIMITED BY SIZE INTO AK-CREATED-DATE
               STRING WS-RUN-TIME(1:2) '.' WS-RUN-TIME(3:2) '.'
                      WS-RUN-TIME(5:2)
                      DELIMITED BY SIZE INTO AK-CREATED-TIME
               WRITE ARCHIVE-CATALOG-RECORD
               IF CAT-OK
                   MOVE ARCHIVE-CATALOG-RECORD TO WS-ENTRY-IMAGE
                   SET ENTRY-OPEN TO TRUE
                   MOVE WS-ENTRY-GENERATION TO KX-GENERATION
                   MOVE WS-ENTRY-DSN        TO KX-DSN
               ELSE
                   DISPLAY 'CBSACTWR: ARCCAT ENTRY WRITE FAILED FOR '
                           WS-ENTRY-DSN ', STATUS = ' WS-CAT-STATUS
                   SET CATALOG-ERROR TO TRUE
               END-IF
           END-IF.

      *    NO I/O PER ROW - THE FIGURES ARE POSTED AT THE CALLER'S
      *    COMMIT POINTS, SO AN ENTRY LEFT OPEN BY AN ABEND SHOWS THE
      *    ROWS THE CALLER HAD COMMITTED.
       2100-ADD-ROW.
           ADD 1 TO WS-ROW-COUNT
           IF WS-ROW-COUNT = 1
               MOVE KX-ROW-TIME-STAMP TO WS-EARLIEST-TS
                                         WS-LATEST-TS
           ELSE
               IF KX-ROW-TIME-STAMP < WS-EARLIEST-TS
                   MOVE KX-ROW-TIME-STAMP TO WS-EARLIEST-TS
               END-IF
               IF KX-ROW-TIME-STAMP > WS-LATEST-TS
                   MOVE KX-ROW-TIME-STAMP TO WS-LATEST-TS
               END-IF
           END-IF
           IF KX-ROW-ACCOUNT >= ZERO
               IF NOT ACCOUNT-SEEN
                   MOVE KX-ROW-ACCOUNT TO WS-LOW-ACCOUNT
                                          WS-HIGH-ACCOUNT
                   SET ACCOUNT-SEEN TO TRUE
               ELSE
                   IF KX-ROW-ACCOUNT < WS-LOW-ACCOUNT
                       MOVE KX-ROW-ACCOUNT TO WS-LOW-ACCOUNT
                   END-IF
                   IF KX-ROW-ACCOUNT > WS-HIGH-ACCOUNT
                       MOVE KX-ROW-ACCOUNT TO WS-HIGH-ACCOUNT
                   END-IF
               END-IF
           END-IF.

      *    'SYNC' LEAVES THE STATUS AS IT STANDS IN THE IMAGE; 'CLOS'
      *    AND 'FAIL' SET IT AS THE FIGURES ARE POSTED.
       2200-POST-ENTRY.
           MOVE WS-ENTRY-IMAGE TO ARCHIVE-CATALOG-RECORD
           IF NOT POST-KEEP-STATUS
               MOVE WS-POST-STATUS TO AK-ENTRY-STATUS
           END-IF
           MOVE WS-ROW-COUNT    TO AK-ROW-COUNT
           MOVE WS-EARLIEST-TS  TO AK-EARLIEST-TS
           MOVE WS-LATEST-TS    TO AK-LATEST-TS
           MOVE WS-LOW-ACCOUNT  TO AK-LOW-ACCOUNT
           MOVE WS-HIGH-ACCOUNT TO AK-HIGH-ACCOUNT
           REWRITE ARCHIVE-CATALOG-RECORD
           IF CAT-OK
               MOVE ARCHIVE-CATALOG-RECORD TO WS-ENTRY-IMAGE
           ELSE
               DISPLAY 'CBSACTWR: ARCCAT REWRITE FAILED FOR '
                       AK-DSN ', STATUS = ' WS-CAT-STATUS
               SET CATALOG-ERROR TO TRUE
           END-IF.

      *    A MASKED REWRITE IS BUILT FROM WHOLE GENERATIONS, SO THE
      *    GENERATIONS IT REPLACES ARE THE ACTIVE ONES OF THE SAME
      *    CONTENT WHOSE TIMESTAMPS LIE INSIDE ITS OWN RANGE. THE FIRST
      *    PASS ONLY TOTALS THEM; NOTHING IS MARKED UNLESS THEIR ROWS
      *    ADD UP EXACTLY TO THE NEW GENERATION'S, SO A PARTIAL OR
      *    AMBIGUOUS MATCH LEAVES THE ORIGINALS SELECTABLE (RC 04) FOR
      *    THE OPERATOR TO RESOLVE RATHER THAN HIDING ROWS FROM
      *    RETRIEVAL; THE CALLER THEN FAILS THE NEW GENERATION.
       2400-REPLACE-COVERED.
           MOVE WS-ENTRY-IMAGE TO ARCHIVE-CATALOG-RECORD
           MOVE ZERO TO WS-CANDIDATE-ROWS
                        WS-CANDIDATE-COUNT
                        KX-REPLACED-COUNT
           MOVE 'N' TO WS-REPLACE-PASS-SW
           IF NOT AK-STATUS-ACTIVE OR WS-ROW-COUNT = ZERO
               SET KX-RC-NOT-MATCHED TO TRUE
           ELSE
               PERFORM 2410-BROWSE-CATALOG
               IF NOT CATALOG-ERROR
                   IF WS-CANDIDATE-COUNT > ZERO
                      AND WS-CANDIDATE-ROWS = WS-ROW-COUNT
                       SET REPLACE-PASS-MARK TO TRUE
                       PERFORM 2410-BROWSE-CATALOG
                   ELSE
                       SET KX-RC-NOT-MATCHED TO TRUE
                   END-IF
               END-IF
           END-IF
           MOVE WS-CANDIDATE-ROWS TO KX-COVERED-ROWS.

       2410-BROWSE-CATALOG.
           MOVE 'N' TO WS-CAT-EOF-SW
           MOVE LOW-VALUES TO AK-KEY
           START ARCHIVE-CATALOG-FILE KEY IS NOT LESS THAN AK-KEY
           IF NOT CAT-OK
               DISPLAY 'CBSACTWR: ARCCAT START FAILED, STATUS = '
                       WS-CAT-STATUS
               SET CATALOG-ERROR TO TRUE
           ELSE
               PERFORM 2420-NEXT-CANDIDATE
                   UNTIL END-OF-CATALOG OR CATALOG-ERROR
           END-IF.

       2420-NEXT-CANDIDATE.
           READ ARCHIVE-CATALOG-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN CAT-END-OF-FILE
                   SET END-OF-CATALOG TO TRUE
               WHEN NOT CAT-OK
                   DISPLAY 'CBSACTWR: ARCCAT READ FAILED, STATUS = '
                           WS-CAT-STATUS
                   SET CATALOG-ERROR TO TRUE
               WHEN OTHER
                   PERFORM 2430-TEST-CANDIDATE
                   IF REPLACE-CANDIDATE
                       IF REPLACE-PASS-MARK
                           PERFORM 2440-MARK-REPLACED
                       ELSE
                           ADD AK-ROW-COUNT TO WS-CANDIDATE-ROWS
                           ADD 1 TO WS-CANDIDATE-COUNT
                       END-IF
                   END-IF
           END-EVALUATE.

      *    BASE RECORDS (GENERATION 0000) HAVE NO STATUS BYTE AND ARE
      *    TESTED FIRST, BEFORE ANY ENTRY FIELD IS LOOKED AT.
       2430-TEST-CANDIDATE.
           MOVE 'N' TO WS-CANDIDATE-SW
           IF AK-GENERATION NOT = ZERO
               IF AK-KEY NOT = WS-ENTRY-KEY
                  AND AK-CONTENT-TYPE = WS-ENTRY-CONTENT-TYPE
                  AND AK-STATUS-ACTIVE
                  AND AK-ROW-COUNT > ZERO
                  AND AK-EARLIEST-TS NOT < WS-EARLIEST-TS
                  AND AK-LATEST-TS NOT > WS-LATEST-TS
                   SET REPLACE-CANDIDATE TO TRUE
               END-IF
           END-IF.

       2440-MARK-REPLACED.
           SET AK-STATUS-REPLACED TO TRUE
           MOVE WS-ENTRY-DSN TO AK-REPLACED-BY
           REWRITE ARCHIVE-CATALOG-RECORD
           IF CAT-OK
               ADD 1 TO KX-REPLACED-COUNT
               DISPLAY 'CBSACTWR: ' AK-DSN ' REPLACED BY '
                       WS-ENTRY-DSN
           ELSE
               DISPLAY 'CBSACTWR: ARCCAT REWRITE FAILED FOR '
                       AK-DSN ', STATUS = ' WS-CAT-STATUS
               SET CATALOG-ERROR TO TRUE
           END-IF.
