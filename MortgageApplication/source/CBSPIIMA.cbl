      *  PORTIONS OF ITS API_COPYBOOK CHUNK MASKED VIA CBSMASK; ALL   *
      *  OTHER ROWS, AND THE KEY, RESPONSE CODE AND DURATION FIELDS   *
      *  OF EVERY ROW, ARE COPIED UNCHANGED. RERUNNABLE - SIMPLY      *
      *  RERUN TO REBUILD THE OUTPUT GENERATION. ROWS FOR AN ACCOUNT  *
      *  ON THE LEGAL-HOLD REGISTER (CBSLGHCK) ARE COPIED UNMASKED    *
      *  EVEN WHEN THE ACCOUNT IS OTHERWISE ELIGIBLE, AND COUNTED.    *
      *  THE OUTPUT GENERATION IS POSTED TO THE ARCHIVE CATALOG       *
      *  (CBSACTWR, ARCHIVE ID APILOGMK, MASKED). A CLEAN RUN MARKS   *
      *  THE GENERATIONS IT WAS BUILT FROM AS REPLACED BY IT, SO      *
      *  CBSACTSL SELECTS THE MASKED COPY AND NOT THE ORIGINAL; WHEN  *
      *  THEIR ROW COUNTS DO NOT ADD UP TO THE OUTPUT'S NOTHING IS    *
      *  MARKED REPLACED, THE OUTPUT IS CATALOGED AS FAILED AND THE   *
      *  RUN ENDS RC=4. A RUN STOPPED BY A REGISTRY ERROR ALSO LEAVES *
      *  ITS GENERATION CATALOGED AS FAILED, NEVER SELECTED.          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY CBSARCR.
           COPY CBSPIIP.
           COPY CBSMSKX.
           COPY CBSLGHX.
           COPY CBSACTX.

       01  WS-MAST-STATUS               PIC X(2) VALUE SPACES.
           88 MAST-FOUND                    VALUE '00'.
           05 WS-ROWS-READ              PIC S9(9) COMP VALUE ZERO.
           05 WS-ROWS-MASKED            PIC S9(9) COMP VALUE ZERO.
           05 WS-ROWS-COPIED            PIC S9(9) COMP VALUE ZERO.
           05 WS-ROWS-HELD              PIC S9(9) COMP VALUE ZERO.

       01  WS-DATE-FIELDS.
           05 WS-TODAY-DATE            PIC 9(8).
       01  WS-MASK-ERROR-SW             PIC X(1) VALUE 'N'.
           88 MASK-ERROR                    VALUE 'Y'.

       01  WS-HOLD-SW                   PIC X(1) VALUE 'N'.
           88 ACCOUNT-UNDER-HOLD            VALUE 'Y'.

       01  WS-HOLD-ERROR-SW             PIC X(1) VALUE 'N'.
           88 HOLD-ERROR                    VALUE 'Y'.

       01  WS-CATALOG-ERROR-SW          PIC X(1) VALUE 'N'.
           88 CATALOG-ERROR                 VALUE 'Y'.

      *    CBSACTWR, CBSLGHCK AND CBSMASK SET RETURN-CODE ON EVERY
      *    CALL, SO THE STEP'S OWN CODE IS KEPT IN WS-HIGHEST-RC AND
      *    SET AT END OF RUN.
       01  WS-HIGHEST-RC                PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           MOVE SPACES TO WS-CUTOFF-DATE-ISO
           STRING WS-CUTOFF-DATE(1:4) '-' WS-CUTOFF-DATE(5:2) '-'
                  WS-CUTOFF-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-CUTOFF-DATE-ISO

           PERFORM 1100-OPEN-CATALOG-ENTRY.

      *    NO ROW IS COPIED UNTIL THE OUTPUT GENERATION HAS A CATALOG
      *    ENTRY - A MASKED COPY THE CATALOG DOES NOT KNOW ABOUT COULD
      *    NEVER REPLACE THE ORIGINAL IN RETRIEVAL.
       1100-OPEN-CATALOG-ENTRY.
           SET KX-FUNC-OPEN TO TRUE
           MOVE 'APILOGMK' TO KX-ARCHIVE-ID
           MOVE 'CBSPIIMA' TO KX-JOB-NAME
           MOVE 'ARCHOUT'  TO KX-DD-NAME
           CALL 'CBSACTWR' USING CBSACTX-PARMS
           IF KX-RC-OK
               DISPLAY 'CBSPIIMA: MASKED GENERATION: ' KX-DSN
           ELSE
               DISPLAY 'CBSPIIMA: ARCHIVE CATALOG ERROR - '
                       'REWRITE NOT STARTED'
               SET CATALOG-ERROR TO TRUE
               SET END-OF-ARCHIVE TO TRUE
               MOVE 8 TO WS-HIGHEST-RC
           END-IF.

       2000-PROCESS-ARCHIVE.
           READ ARCHIVE-IN-FILE INTO ARCH-API-LOG-RECORD
               IF ACCOUNT-MASK-ELIGIBLE
                   PERFORM 2200-MASK-ARCHIVE-ROW
               END-IF
               IF ACCOUNT-UNDER-HOLD
                   ADD 1 TO WS-ROWS-HELD
               END-IF
               IF NOT MASK-ERROR AND NOT HOLD-ERROR
                   MOVE ARCH-API-LOG-RECORD TO FD-ARCHIVE-OUT-RECORD
                   WRITE FD-ARCHIVE-OUT-RECORD
                   ADD 1 TO WS-ROWS-COPIED
                   SET KX-FUNC-ADD-ROW TO TRUE
                   MOVE AR-TIME-STAMP     TO KX-ROW-TIME-STAMP
                   MOVE AR-ACCOUNT-NUMBER TO KX-ROW-ACCOUNT
                   CALL 'CBSACTWR' USING CBSACTX-PARMS
               END-IF
           END-IF.

               ELSE
                   MOVE 'N' TO WS-MASK-ELIGIBLE-SW
               END-IF
               MOVE 'N' TO WS-HOLD-SW
               IF ACCOUNT-MASK-ELIGIBLE
                   PERFORM 2150-CHECK-LEGAL-HOLD
               END-IF
               MOVE AR-ACCOUNT-NUMBER TO WS-PREV-ACCOUNT-NUMBER
           END-IF.

      *    A HELD ACCOUNT'S ARCHIVED ROWS ARE EVIDENCE AND ARE COPIED
      *    AS LOGGED. A REGISTER THAT CANNOT BE READ STOPS THE REWRITE
      *    BEFORE THE ROW IS WRITTEN, AS A CBSMASK REGISTRY ERROR DOES,
      *    SO A PART-BUILT GENERATION CANNOT REPLACE THE REAL ONE.
       2150-CHECK-LEGAL-HOLD.
           MOVE AR-ACCOUNT-NUMBER TO LG-ACCOUNT-NUMBER
           CALL 'CBSLGHCK' USING CBSLGHX-PARMS
           IF NOT LG-RC-OK
               DISPLAY 'CBSPIIMA: LEGAL-HOLD REGISTER ERROR - '
                       'REWRITE STOPPED'
               SET HOLD-ERROR TO TRUE
               SET END-OF-ARCHIVE TO TRUE
               MOVE 'N' TO WS-MASK-ELIGIBLE-SW
               MOVE 8 TO WS-HIGHEST-RC
           ELSE
               IF LG-ACCOUNT-HELD
                   MOVE 'Y' TO WS-HOLD-SW
                   MOVE 'N' TO WS-MASK-ELIGIBLE-SW
               END-IF
           END-IF.

       2200-MASK-ARCHIVE-ROW.
           MOVE AR-API-NAME          TO MK-API-NAME
           MOVE AR-SEQUENCE-NUMBER   TO MK-SEQUENCE-NUMBER
                       'REWRITE STOPPED'
               SET MASK-ERROR TO TRUE
               SET END-OF-ARCHIVE TO TRUE
               MOVE 8 TO WS-HIGHEST-RC
           ELSE
               IF MK-CHUNK-MASKED
                   MOVE MK-CHUNK-TEXT TO AR-API-COPYBOOK-TEXT
           DISPLAY 'CBSPIIMA: ARCHIVE ROWS READ:   ' WS-ROWS-READ
           DISPLAY 'CBSPIIMA: ARCHIVE ROWS MASKED: ' WS-ROWS-MASKED
           DISPLAY 'CBSPIIMA: ARCHIVE ROWS COPIED: ' WS-ROWS-COPIED
           DISPLAY 'CBSPIIMA: ROWS HELD (LEGAL):   ' WS-ROWS-HELD
           CLOSE ARCHIVE-IN-FILE
           CLOSE ARCHIVE-OUT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           IF NOT CATALOG-ERROR
               PERFORM 3100-POST-CATALOG-ENTRY
           END-IF
           MOVE WS-HIGHEST-RC TO RETURN-CODE.

      *    A PART-BUILT GENERATION IS CATALOGED FAILED SO IT IS NEVER
      *    SELECTED. A COMPLETE ONE REPLACES THE GENERATIONS IT WAS
      *    BUILT FROM ONLY WHEN THEIR ROWS ACCOUNT FOR ALL OF ITS OWN -
      *    OTHERWISE THE ORIGINALS STAY SELECTABLE, THE MASKED ONE IS
      *    FAILED AND THE RUN ENDS RC=4 FOR THE OPERATOR TO CHECK WHICH
      *    GENERATIONS WERE ON ARCHIN.
       3100-POST-CATALOG-ENTRY.
           IF MASK-ERROR OR HOLD-ERROR
               SET KX-FUNC-FAIL TO TRUE
               CALL 'CBSACTWR' USING CBSACTX-PARMS
           ELSE
               SET KX-FUNC-CLOSE TO TRUE
               CALL 'CBSACTWR' USING CBSACTX-PARMS
               IF KX-RC-OK
                   SET KX-FUNC-REPLACE TO TRUE
                   CALL 'CBSACTWR' USING CBSACTX-PARMS
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN KX-RC-CATALOG-ERROR
                   DISPLAY 'CBSPIIMA: ARCHIVE CATALOG ERROR - '
                           'ENTRY NOT POSTED'
                   MOVE 8 TO WS-HIGHEST-RC
               WHEN KX-RC-NOT-MATCHED
                   DISPLAY 'CBSPIIMA: CATALOGED ROWS COVERED:  '
                           KX-COVERED-ROWS
                   DISPLAY 'CBSPIIMA: NO EXACT MATCH - NO GENERATION '
                           'MARKED REPLACED'
                   PERFORM 3110-FAIL-UNMATCHED
               WHEN KX-FUNC-REPLACE
                   DISPLAY 'CBSPIIMA: GENERATIONS REPLACED:    '
                           KX-REPLACED-COUNT
           END-EVALUATE.

      *    THE ORIGINALS STAY SELECTABLE, SO THE MASKED COPY IS FAILED
      *    RATHER THAN LEFT ACTIVE BESIDE THEM - OTHERWISE CBSACTSL
      *    WOULD SELECT THE SAME ROWS TWICE.
       3110-FAIL-UNMATCHED.
           SET KX-FUNC-FAIL TO TRUE
           CALL 'CBSACTWR' USING CBSACTX-PARMS
           IF KX-RC-CATALOG-ERROR
               DISPLAY 'CBSPIIMA: ARCHIVE CATALOG ERROR - '
                       'MASKED GENERATION NOT MARKED FAILED'
               MOVE 8 TO WS-HIGHEST-RC
           ELSE
               DISPLAY 'CBSPIIMA: MASKED GENERATION MARKED FAILED'
               IF WS-HIGHEST-RC < 4
                   MOVE 4 TO WS-HIGHEST-RC
               END-IF
           END-IF.
