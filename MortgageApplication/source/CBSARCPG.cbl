      *  COMMITS EVERY N ROWS AND WRITES A RESTART CHECKPOINT (LAST   *
      *  ACCOUNT-NUMBER/TIME-STAMP PROCESSED) SO AN ABEND MID-RUN CAN *
      *  RESUME WITHOUT REPROCESSING OR DOUBLE-DELETING ROWS.         *
      *  ROWS FOR AN ACCOUNT ON THE LEGAL-HOLD REGISTER (CBSLGHCK)    *
      *  ARE NEITHER ARCHIVED NOR DELETED - THEY STAY ON THE TABLE    *
      *  UNTIL LEGAL RELEASES THE HOLD, AND THE COUNT KEPT BACK IS    *
      *  REPORTED AT END OF RUN. A REGISTER THAT CANNOT BE READ STOPS *
      *  THE PURGE RC=8 WITH THE CHECKPOINT LEFT IN PROGRESS.         *
      *  EACH RUN WRITES A NEW GENERATION OF THE ARCHIVE GDG AND      *
      *  POSTS IT TO THE ARCHIVE CATALOG (CBSACTWR, ARCHIVE ID        *
      *  APILOG) - TIMESTAMP AND ACCOUNT RANGES AND ROW COUNT AT      *
      *  EVERY COMMIT, ACTIVE AT END OF RUN - SO CBSACTSL CAN SELECT  *
      *  IT FOR RETRIEVAL. A CATALOG THAT CANNOT BE UPDATED STOPS THE *
      *  PURGE RC=8 THE SAME WAY; AN ENTRY LEFT OPEN BY AN ABEND IS   *
      *  REBUILT FROM THE DATASET BY CBSACTVF, AND THE RESTART WRITES *
      *  A GENERATION OF ITS OWN.                                     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY CBSARCR.
           COPY CBSRSTC.
           COPY CBSARCP.
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

      *    KEY OF THE LAST ROW DELETED SINCE THE PRIOR COMMIT - HELD
      *    HERE UNTIL 2400-COMMIT-WORK CONFIRMS THAT DELETE IS DURABLE,
           END-IF

           PERFORM 1100-OPEN-ARCHIVE-FILE
           PERFORM 1200-OPEN-CATALOG-ENTRY

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CUTOFF-INT-DAYS =
               OPEN OUTPUT ARCHIVE-FILE
           END-IF.

      *    ARCHOUT IS A NEW (+1) GENERATION ON EVERY RUN, A RESTART
      *    INCLUDED, SO EVERY RUN OPENS A CATALOG ENTRY OF ITS OWN. NO
      *    ROW IS FETCHED UNTIL THE ENTRY EXISTS - A GENERATION THE
      *    CATALOG DOES NOT KNOW ABOUT WOULD NEVER BE SELECTED.
       1200-OPEN-CATALOG-ENTRY.
           SET KX-FUNC-OPEN TO TRUE
           MOVE 'APILOG'   TO KX-ARCHIVE-ID
           MOVE 'CBSARCPG' TO KX-JOB-NAME
           MOVE 'ARCHOUT'  TO KX-DD-NAME
           CALL 'CBSACTWR' USING CBSACTX-PARMS
           IF KX-RC-OK
               DISPLAY 'CBSARCPG: ARCHIVE GENERATION: ' KX-DSN
           ELSE
               DISPLAY 'CBSARCPG: ARCHIVE CATALOG ERROR - '
                       'PURGE NOT STARTED'
               SET CATALOG-ERROR TO TRUE
               SET END-OF-CURSOR TO TRUE
               MOVE 8 TO WS-HIGHEST-RC
           END-IF.

       2000-PROCESS-CURSOR.
           EXEC SQL
               FETCH ARCPRG-CSR
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
                       MOVE H4-ACCOUNT-NUMBER
                                           TO WS-CKPT-PEND-ACCT-NBR
                       MOVE H4-TIME-STAMP  TO WS-CKPT-PEND-TIME-STAMP
                       MOVE H4-SEQUENCE-NUMBER
                                           TO WS-CKPT-PEND-SEQ-NBR
                       ADD 1 TO WS-COMMIT-COUNTER
                       IF WS-COMMIT-COUNTER >= CC-COMMIT-INTERVAL
                           PERFORM 2400-COMMIT-WORK
                       END-IF
               END-EVALUATE
           END-IF.

      *    THE CURSOR RUNS IN ACCOUNT ORDER, SO CBSLGHCK ANSWERS FROM
      *    ITS LAST LOOKUP FOR EVERY ROW AFTER AN ACCOUNT'S FIRST. AN
      *    UNREADABLE REGISTER ENDS THE PURGE - DELETING ROWS THAT MAY
      *    BE UNDER HOLD CANNOT BE UNDONE, A LATE PURGE CAN.
       2050-CHECK-LEGAL-HOLD.
           MOVE H4-ACCOUNT-NUMBER TO LG-ACCOUNT-NUMBER
           CALL 'CBSLGHCK' USING CBSLGHX-PARMS
           IF NOT LG-RC-OK
               DISPLAY 'CBSARCPG: LEGAL-HOLD REGISTER ERROR - '
                       'PURGE STOPPED'
               SET HOLD-ERROR TO TRUE
               MOVE 8 TO WS-HIGHEST-RC
           END-IF.

       2100-ARCHIVE-ROW.
           END-IF
           MOVE ARCH-API-LOG-RECORD    TO FD-ARCHIVE-RECORD
           WRITE FD-ARCHIVE-RECORD
           ADD 1 TO RC-ROWS-ARCHIVED
           SET KX-FUNC-ADD-ROW TO TRUE
           MOVE H4-TIME-STAMP     TO KX-ROW-TIME-STAMP
           MOVE H4-ACCOUNT-NUMBER TO KX-ROW-ACCOUNT
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
      *    A CATALOG THAT CANNOT BE UPDATED ONLY STOPS FURTHER PURGING.
       2500-SYNC-CATALOG.
           SET KX-FUNC-SYNC TO TRUE
           CALL 'CBSACTWR' USING CBSACTX-PARMS
           IF NOT KX-RC-OK
               DISPLAY 'CBSARCPG: ARCHIVE CATALOG ERROR - '
                       'PURGE STOPPED'
               SET CATALOG-ERROR TO TRUE
               SET END-OF-CURSOR TO TRUE
               MOVE 8 TO WS-HIGHEST-RC
           END-IF.

       3000-TERMINATE.
           EXEC SQL
               CLOSE ARCPRG-CSR
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
               SET RC-STATUS-COMPLETE TO TRUE
               MOVE RESTART-CHECKPOINT-RECORD TO FD-CHECKPOINT-RECORD
               MOVE 1 TO WS-CKPT-RRN
               REWRITE FD-CHECKPOINT-RECORD
               IF NOT CKPT-OK
                   WRITE FD-CHECKPOINT-RECORD
               END-IF
               EXEC SQL
                   COMMIT
               END-EXEC
           END-IF
           DISPLAY 'CBSARCPG: ROWS ARCHIVED:     ' RC-ROWS-ARCHIVED
           DISPLAY 'CBSARCPG: ROWS DELETED:      ' RC-ROWS-DELETED
           DISPLAY 'CBSARCPG: ROWS HELD (LEGAL): ' WS-ROWS-HELD
           DISPLAY 'CBSARCPG: ROWS CATALOGED:    ' KX-ROWS-CATALOGED
           CLOSE ARCHIVE-FILE
           CLOSE CHECKPOINT-FILE
           PERFORM 3100-WRITE-RUN-CONTROL
           MOVE WS-HIGHEST-RC TO RETURN-CODE.

       3050-CLOSE-CATALOG-ENTRY.
           SET KX-FUNC-CLOSE TO TRUE
           CALL 'CBSACTWR' USING CBSACTX-PARMS
           IF NOT KX-RC-OK
               DISPLAY 'CBSARCPG: ARCHIVE CATALOG ERROR - '
                       'ENTRY LEFT OPEN'
               SET CATALOG-ERROR TO TRUE
               MOVE 8 TO WS-HIGHEST-RC
           END-IF.

       3100-WRITE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           MOVE WS-TODAY-DATE TO RN-RUN-DATE
           MOVE RC-ROWS-ARCHIVED TO RN-ROWS-READ
           MOVE RC-ROWS-DELETED TO RN-ROWS-WRITTEN
           IF HOLD-ERROR OR CATALOG-ERROR
               SET RN-STATUS-FAILED TO TRUE
           ELSE
               SET RN-STATUS-COMPLETE TO TRUE
           END-IF
           WRITE RUN-CONTROL-RECORD
           IF RUNC-DUPLICATE
               REWRITE RUN-CONTROL-RECORD
