      *  WITHOUT REPROCESSING OR DOUBLE-DELETING ROWS. WRITES A       *
      *  RUN-CONTROL RECORD LIKE THE REST OF THE NIGHTLY STREAM -     *
      *  ROWS READ = ROWS ARCHIVED, ROWS WRITTEN = ROWS DELETED.      *
      *  AUDIT ROWS WHOSE ROW KEY STARTS WITH AN ACCOUNT NUMBER       *
      *  (MMNT, RSPM, LGHM, PARK) STAY ON THE TABLE WHILE THAT        *
      *  ACCOUNT IS ON THE LEGAL-HOLD REGISTER (CBSLGHCK), AND THE    *
      *  COUNT KEPT BACK IS REPORTED AT END OF RUN. A REGISTER THAT   *
      *  CANNOT BE READ STOPS THE RUN RC=8 WITH THE CHECKPOINT IN     *
      *  PROGRESS.                                                    *
      *  EACH RUN WRITES A NEW GENERATION OF THE AUDIT ARCHIVE GDG    *
      *  AND POSTS IT TO THE ARCHIVE CATALOG (CBSACTWR, ARCHIVE ID    *
      *  AUDIT) - TIMESTAMP RANGE, ROW COUNT AND THE RANGE OF ACCOUNT *
      *  NUMBERS FOUND IN ROW KEYS - SO CBSACTSL CAN SELECT IT FOR    *
      *  CBSAUDRT. A CATALOG THAT CANNOT BE UPDATED STOPS THE RUN     *
      *  RC=8 THE SAME WAY.                                           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY CBSAUDA.
           COPY CBSAUDC.
           COPY CBSAUDP.
           COPY CBSLGHX.
           COPY CBSACTX.

       01  WS-RUNC-STATUS               PIC X(2) VALUE SPACES.
           88 RUNC-OK                       VALUE '00'.
              88 END-OF-CURSOR              VALUE 'Y'.
           05 WS-CKPT-EXISTS-SW        PIC X(1) VALUE 'N'.
              88 CKPT-EXISTS                VALUE 'Y'.
           05 WS-HOLD-ERROR-SW         PIC X(1) VALUE 'N'.
              88 HOLD-ERROR                 VALUE 'Y'.
           05 WS-CATALOG-ERROR-SW      PIC X(1) VALUE 'N'.
              88 CATALOG-ERROR              VALUE 'Y'.

      *    CBSACTWR AND CBSLGHCK SET RETURN-CODE ON EVERY CALL, SO
      *    THE STEP'S OWN CODE IS KEPT IN WS-HIGHEST-RC AND SET AT END
      *    OF RUN.
       01  WS-HIGHEST-RC               PIC S9(4) COMP VALUE ZERO.

       01  WS-COMMIT-COUNTER           PIC S9(9) COMP VALUE ZERO.
       01  WS-ROWS-HELD                PIC S9(9) COMP VALUE ZERO.
       01  WS-ROW-KEY-ACCT-NBR         PIC 9(9).

      *    TIMESTAMP OF THE LAST ROW DELETED SINCE THE PRIOR COMMIT -
      *    HELD HERE UNTIL 2400-COMMIT-WORK CONFIRMS THAT DELETE IS
           END-IF

           PERFORM 1100-OPEN-ARCHIVE-FILE
           PERFORM 1200-OPEN-CATALOG-ENTRY

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CUTOFF-INT-DAYS =
               OPEN OUTPUT ARCHIVE-FILE
           END-IF.

      *    AUDARCH IS A NEW (+1) GENERATION ON EVERY RUN, A RESTART
      *    INCLUDED, SO EVERY RUN OPENS A CATALOG ENTRY OF ITS OWN. NO
      *    ROW IS FETCHED UNTIL THE ENTRY EXISTS - A GENERATION THE
      *    CATALOG DOES NOT KNOW ABOUT WOULD NEVER BE SELECTED.
       1200-OPEN-CATALOG-ENTRY.
           SET KX-FUNC-OPEN TO TRUE
           MOVE 'AUDIT'    TO KX-ARCHIVE-ID
           MOVE 'CBSAUDAR' TO KX-JOB-NAME
           MOVE 'AUDARCH'  TO KX-DD-NAME
           CALL 'CBSACTWR' USING CBSACTX-PARMS
           IF KX-RC-OK
               DISPLAY 'CBSAUDAR: ARCHIVE GENERATION: ' KX-DSN
           ELSE
               DISPLAY 'CBSAUDAR: ARCHIVE CATALOG ERROR - '
                       'ARCHIVE NOT STARTED'
               SET CATALOG-ERROR TO TRUE
               SET END-OF-CURSOR TO TRUE
               MOVE 8 TO WS-HIGHEST-RC
           END-IF.

       2000-PROCESS-CURSOR.
           EXEC SQL
               FETCH AUDARC-CSR
                   PERFORM 2400-COMMIT-WORK
               END-IF
           ELSE
               PERFORM 2050-CHECK-LEGAL-HOLD
               EVALUATE TRUE
                   WHEN HOLD-ERROR
                       SET END-OF-CURSOR TO TRUE
                       IF WS-COMMIT-COUNTER > 0
                           PERFORM 2400-COMMIT-WORK
                       END-IF
                   WHEN LG-ACCOUNT-HELD
                       ADD 1 TO WS-ROWS-HELD
                   WHEN OTHER
                       PERFORM 2100-ARCHIVE-ROW
                       PERFORM 2200-DELETE-ROW
                       MOVE AU-AUDIT-TIME-STAMP
                                           TO WS-CKPT-PEND-TIME-STAMP
                       ADD 1 TO WS-COMMIT-COUNTER
                       IF WS-COMMIT-COUNTER >= CC-COMMIT-INTERVAL
                           PERFORM 2400-COMMIT-WORK
                       END-IF
               END-EVALUATE
           END-IF.

      *    MMNT, RSPM, LGHM AND PARK KEY THEIR AUDIT ROWS ON THE
      *    NINE-DIGIT ACCOUNT NUMBER (RSPM AND PARK FOLLOW IT WITH
      *    /API-NAME/TIMESTAMP);
      *    LAYM KEYS ON API-NAME/OFFSET AND IS NEVER ACCOUNT EVIDENCE.
      *    AN UNREADABLE REGISTER ENDS THE RUN - A DELETED AUDIT ROW
      *    CANNOT BE PUT BACK, A LATE ARCHIVE CAN BE RUN TOMORROW.
       2050-CHECK-LEGAL-HOLD.
           IF AU-ROW-KEY(1:9) IS NUMERIC
               MOVE AU-ROW-KEY(1:9)    TO WS-ROW-KEY-ACCT-NBR
               MOVE WS-ROW-KEY-ACCT-NBR TO LG-ACCOUNT-NUMBER
               CALL 'CBSLGHCK' USING CBSLGHX-PARMS
               IF NOT LG-RC-OK
                   DISPLAY 'CBSAUDAR: LEGAL-HOLD REGISTER ERROR - '
                           'ARCHIVE STOPPED'
                   SET HOLD-ERROR TO TRUE
                   MOVE 8 TO WS-HIGHEST-RC
               END-IF
           ELSE
               SET LG-ACCOUNT-NOT-HELD TO TRUE
           END-IF.

       2100-ARCHIVE-ROW.
           END-IF
           MOVE ARCH-MAINT-AUDIT-RECORD TO FD-ARCHIVE-RECORD
           WRITE FD-ARCHIVE-RECORD
           ADD 1 TO AC-ROWS-ARCHIVED
      *    LAYM ROWS CARRY NO ACCOUNT AND ARE LEFT OUT OF THE ENTRY'S
      *    ACCOUNT RANGE.
           SET KX-FUNC-ADD-ROW TO TRUE
           MOVE AU-AUDIT-TIME-STAMP TO KX-ROW-TIME-STAMP
           IF AU-ROW-KEY(1:9) IS NUMERIC
               MOVE AU-ROW-KEY(1:9)     TO WS-ROW-KEY-ACCT-NBR
               MOVE WS-ROW-KEY-ACCT-NBR TO KX-ROW-ACCOUNT
           ELSE
               MOVE -1 TO KX-ROW-ACCOUNT
           END-IF
           CALL 'CBSACTWR' USING CBSACTX-PARMS.

       2200-DELETE-ROW.
           EXEC SQL
               COMMIT
           END-EXEC
           PERFORM 2300-UPDATE-CHECKPOINT
           MOVE ZERO TO WS-COMMIT-COUNTER
           PERFORM 2500-SYNC-CATALOG.

      *    THE CATALOG ENTRY IS POSTED AT THE SAME POINT AS THE
      *    CHECKPOINT, SO IT NEVER COUNTS ROWS DB2 COULD STILL ROLL
      *    BACK. THE ROWS ALREADY COMMITTED ARE SAFE ON THE ARCHIVE -
      *    A CATALOG THAT CANNOT BE UPDATED ONLY STOPS FURTHER DELETES.
       2500-SYNC-CATALOG.
           SET KX-FUNC-SYNC TO TRUE
           CALL 'CBSACTWR' USING CBSACTX-PARMS
           IF NOT KX-RC-OK
               DISPLAY 'CBSAUDAR: ARCHIVE CATALOG ERROR - '
                       'ARCHIVE STOPPED'
               SET CATALOG-ERROR TO TRUE
               SET END-OF-CURSOR TO TRUE
               MOVE 8 TO WS-HIGHEST-RC
           END-IF.

       3000-TERMINATE.
           EXEC SQL
               CLOSE AUDARC-CSR
           END-EXEC
      *    THE GENERATION HOLDS ONLY COMMITTED ROWS, SO IT IS MADE
      *    SELECTABLE EVEN WHEN THE RUN STOPPED ON A REGISTER ERROR.
           IF NOT CATALOG-ERROR
               PERFORM 3050-CLOSE-CATALOG-ENTRY
           END-IF
      *    AFTER A LEGAL-HOLD REGISTER OR CATALOG ERROR THE CHECKPOINT
      *    STAYS IN PROGRESS SO THE NEXT RUN RESUMES AFTER THE
      *    COMMITTED WORK.
           IF NOT HOLD-ERROR AND NOT CATALOG-ERROR
               SET AC-STATUS-COMPLETE TO TRUE
               MOVE AUDIT-CHECKPOINT-RECORD TO FD-CHECKPOINT-RECORD
               MOVE 1 TO WS-CKPT-RRN
               REWRITE FD-CHECKPOINT-RECORD
               IF NOT CKPT-OK
                   WRITE FD-CHECKPOINT-RECORD
               END-IF
               EXEC SQL
                   COMMIT
               END-EXEC
           END-IF
           DISPLAY 'CBSAUDAR: ROWS ARCHIVED:     ' AC-ROWS-ARCHIVED
           DISPLAY 'CBSAUDAR: ROWS DELETED:      ' AC-ROWS-DELETED
           DISPLAY 'CBSAUDAR: ROWS HELD (LEGAL): ' WS-ROWS-HELD
           DISPLAY 'CBSAUDAR: ROWS CATALOGED:    ' KX-ROWS-CATALOGED
           CLOSE ARCHIVE-FILE
           CLOSE CHECKPOINT-FILE
           PERFORM 3100-WRITE-RUN-CONTROL
           MOVE WS-HIGHEST-RC TO RETURN-CODE.

       3050-CLOSE-CATALOG-ENTRY.
           SET KX-FUNC-CLOSE TO TRUE
           CALL 'CBSACTWR' USING CBSACTX-PARMS
           IF NOT KX-RC-OK
               DISPLAY 'CBSAUDAR: ARCHIVE CATALOG ERROR - '
                       'ENTRY LEFT OPEN'
               SET CATALOG-ERROR TO TRUE
               MOVE 8 TO WS-HIGHEST-RC
           END-IF.

       3100-WRITE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           MOVE WS-TODAY-DATE TO RN-RUN-DATE
           MOVE AC-ROWS-ARCHIVED TO RN-ROWS-READ
           MOVE AC-ROWS-DELETED TO RN-ROWS-WRITTEN
           IF HOLD-ERROR OR CATALOG-ERROR
               SET RN-STATUS-FAILED TO TRUE
           ELSE
               SET RN-STATUS-COMPLETE TO TRUE
           END-IF
           WRITE RUN-CONTROL-RECORD
           IF RUNC-DUPLICATE
               REWRITE RUN-CONTROL-RECORD
