      *  CHUNKS AND KEEPS A RESTART CHECKPOINT (CBSPIIC) WITH THE     *
      *  SAME DISCIPLINE AS CBSARCPG, SINCE THE FIRST SWEEP WILL      *
      *  TOUCH MILLIONS OF CHUNK ROWS.                                *
      *  AN ELIGIBLE ACCOUNT ON THE LEGAL-HOLD REGISTER (CBSLGHCK)    *
      *  IS NOT SWEPT - ITS CHUNKS ARE EVIDENCE AND STAY AS LOGGED -  *
      *  AND THE ACCOUNTS AND ROWS KEPT BACK ARE REPORTED AT END OF   *
      *  RUN.                                                         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY CBSPIIP.
           COPY CBSPIIC.
           COPY CBSMSKX.
           COPY CBSLGHX.

       01  WS-MAST-STATUS               PIC X(2) VALUE SPACES.
           88 MAST-OK                       VALUE '00'.
              88 MASK-ERROR                 VALUE 'Y'.
           05 WS-MIRROR-ERROR-SW       PIC X(1) VALUE 'N'.
              88 MIRROR-ERROR               VALUE 'Y'.
           05 WS-HOLD-ERROR-SW         PIC X(1) VALUE 'N'.
              88 HOLD-ERROR                 VALUE 'Y'.

      *    CBSLGHCK AND CBSMASK SET RETURN-CODE ON EVERY CALL, SO THE
      *    STEP'S OWN CODE IS KEPT IN WS-HIGHEST-RC AND SET AT END OF
      *    RUN.
       01  WS-HIGHEST-RC               PIC S9(4) COMP VALUE ZERO.

       01  WS-COMMIT-COUNTER           PIC S9(9) COMP VALUE ZERO.


       01  WS-COUNTERS.
           05 WS-ACCOUNTS-SWEPT        PIC S9(9) COMP VALUE ZERO.
           05 WS-ACCOUNTS-HELD         PIC S9(9) COMP VALUE ZERO.
           05 WS-ROWS-HELD             PIC S9(9) COMP VALUE ZERO.

       01  WS-DATE-FIELDS.
           05 WS-TODAY-DATE            PIC 9(8).
           05 HV-ACCOUNT-NUMBER        PIC S9(9) COMP.
           05 HV-RESUME-TIME-STAMP     PIC X(26).
           05 HV-RESUME-SEQ-NBR        PIC S9(9) COMP.
           05 HV-HELD-ROW-COUNT        PIC S9(9) COMP.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
               IF MA-STATUS-CLOSED
                  AND MA-CLOSE-DATE NOT = SPACES
                  AND MA-CLOSE-DATE < WS-CUTOFF-DATE-ISO
                   PERFORM 2050-CHECK-LEGAL-HOLD
                   EVALUATE TRUE
                       WHEN HOLD-ERROR
                           CONTINUE
                       WHEN LG-ACCOUNT-HELD
                           PERFORM 2060-COUNT-HELD-ROWS
                       WHEN OTHER
                           PERFORM 2100-SWEEP-ACCOUNT
                   END-EVALUATE
               END-IF
           END-IF.

      *    A REGISTER THAT CANNOT BE READ STOPS THE SWEEP THE SAME WAY
      *    A CBSMASK REGISTRY ERROR DOES - MASKING AN ACCOUNT UNDER
      *    HOLD DESTROYS EVIDENCE AND CANNOT BE UNDONE.
       2050-CHECK-LEGAL-HOLD.
           MOVE MA-ACCOUNT-NUMBER TO LG-ACCOUNT-NUMBER
           CALL 'CBSLGHCK' USING CBSLGHX-PARMS
           IF NOT LG-RC-OK
               DISPLAY 'CBSPIIMK: LEGAL-HOLD REGISTER ERROR - '
                       'SWEEP STOPPED'
               SET HOLD-ERROR TO TRUE
               SET END-OF-MASTER TO TRUE
               MOVE 8 TO WS-HIGHEST-RC
           END-IF.

       2060-COUNT-HELD-ROWS.
           ADD 1 TO WS-ACCOUNTS-HELD
           MOVE MA-ACCOUNT-NUMBER TO HV-ACCOUNT-NUMBER
           EXEC SQL
               SELECT COUNT(*)
                 INTO :HV-HELD-ROW-COUNT
                 FROM COREBK.CBS_API_LOG_DTL
                WHERE ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE = 0
               ADD HV-HELD-ROW-COUNT TO WS-ROWS-HELD
           ELSE
               DISPLAY 'CBSPIIMK: COUNT OF HELD ROWS FAILED, SQLCODE = '
                       SQLCODE
               IF WS-HIGHEST-RC < 4
                   MOVE 4 TO WS-HIGHEST-RC
               END-IF
           END-IF.

               SET MASK-ERROR TO TRUE
               SET END-OF-CHUNKS TO TRUE
               SET END-OF-MASTER TO TRUE
               MOVE 8 TO WS-HIGHEST-RC
           END-IF
      *    A CHUNK WHOSE MASKED IMAGE MATCHES WHAT IS ALREADY STORED
      *    WAS MASKED BY AN EARLIER SWEEP - SKIP THE UPDATE SO RERUNS
                   SET MIRROR-ERROR TO TRUE
                   SET END-OF-CHUNKS TO TRUE
                   SET END-OF-MASTER TO TRUE
                   MOVE 8 TO WS-HIGHEST-RC
               END-IF
           END-IF.

      *    THE CHECKPOINT IS ONLY MARKED COMPLETE ON A CLEAN END -
      *    AFTER A MASK OR MIRROR ERROR IT STAYS IN PROGRESS SO THE
      *    NEXT RUN RESUMES WHERE THE COMMITTED WORK LEFT OFF.
           IF NOT MASK-ERROR AND NOT MIRROR-ERROR AND NOT HOLD-ERROR
               SET PK-STATUS-COMPLETE TO TRUE
               MOVE PII-CHECKPOINT-RECORD TO FD-CHECKPOINT-RECORD
               MOVE 1 TO WS-CKPT-RRN
           DISPLAY 'CBSPIIMK: ACCOUNTS SWEPT:   ' WS-ACCOUNTS-SWEPT
           DISPLAY 'CBSPIIMK: CHUNKS MASKED:    ' PK-CHUNKS-MASKED
           DISPLAY 'CBSPIIMK: MIRROR ROWS UPD:  ' PK-MIRROR-UPDATED
           DISPLAY 'CBSPIIMK: ACCOUNTS HELD:    ' WS-ACCOUNTS-HELD
           DISPLAY 'CBSPIIMK: ROWS HELD (LEGAL):' WS-ROWS-HELD
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE VSAM-MIRROR-FILE
           CLOSE CHECKPOINT-FILE
           MOVE WS-HIGHEST-RC TO RETURN-CODE.
