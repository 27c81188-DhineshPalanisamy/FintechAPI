      *  CBSMJRB REBUILD); A WRITE THAT CANNOT BE JOURNALED STOPS     *
      *  THE APPLY WITH RC=8, BECAUSE AN UNJOURNALED WRITE WOULD BE   *
      *  INVISIBLE TO A FORWARD RECOVERY.                             *
      *  THE SAME JOB APPLIES THE REVIEWED CORRECTION FILE FROM THE   *
      *  CBSACRC CORE BANKING RECONCILIATION; ITS HEADER SOURCE ID    *
      *  'ACRC' KEEPS ITS CREATION DATES ON RUNCTL UNDER CBSMBATR.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-FILE-CONTROL-FIELDS.
           05 WS-CREATION-DATE          PIC X(10).
           05 WS-CREATION-DATE-KEY      PIC X(8).
           05 WS-RUNC-JOB-NAME          PIC X(8) VALUE 'CBSMBAT '.
           05 WS-TRAILER-COUNT          PIC 9(9) VALUE ZERO.

       01  WS-EDIT-FIELDS.
                       ELSE
                           SET HEADER-SEEN TO TRUE
                           MOVE MH-CREATION-DATE TO WS-CREATION-DATE
                           IF MH-SOURCE-RECONCILIATION
                               MOVE 'CBSMBATR' TO WS-RUNC-JOB-NAME
                           END-IF
                       END-IF
                   WHEN MT-RECORD-TRAILER
                       IF TRAILER-SEEN
      *    THE CREATION DATE IS CHECKED AGAINST THE RUNCTL KSDS THE
      *    WAY THE NIGHTLY STREAM STAMPS ITS RUNS - A DATE ALREADY
      *    STAMPED COMPLETE IS YESTERDAY'S FILE SHIPPED AGAIN. A
      *    FAILED STAMP (STATUS F) DOES NOT BLOCK THE RERUN. THE
      *    CBSACRC CORRECTION FILE IS STAMPED UNDER CBSMBATR, SO IT
      *    AND THE ORIGINATION FILE CAN CARRY THE SAME DATE.
       1750-CHECK-DATE-NOT-APPLIED.
           STRING WS-CREATION-DATE(1:4) WS-CREATION-DATE(6:2)
                  WS-CREATION-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-CREATION-DATE-KEY
           MOVE WS-RUNC-JOB-NAME TO RN-JOB-NAME
           MOVE WS-CREATION-DATE-KEY TO RN-RUN-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY MOVE '23' TO WS-RUNC-STATUS
      *    SQL ERROR ON THE DELETE ACTIVITY CHECK - STAMPS STATUS
      *    F, WHICH LEAVES THE RERUN OPEN.
       3100-WRITE-RUN-CONTROL.
           MOVE WS-RUNC-JOB-NAME TO RN-JOB-NAME
           MOVE WS-CREATION-DATE-KEY TO RN-RUN-DATE
           MOVE WS-TXNS-READ TO RN-ROWS-READ
           COMPUTE RN-ROWS-WRITTEN = WS-ADDS-APPLIED
