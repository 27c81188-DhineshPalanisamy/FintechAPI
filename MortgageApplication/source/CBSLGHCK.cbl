       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSLGHCK.
       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSLGHCK - LEGAL-HOLD LOOKUP SUBPROGRAM (BATCH)              *
      *  ANSWERS 'IS THIS ACCOUNT UNDER LEGAL HOLD' FROM THE LEGALHLD *
      *  REGISTER KSDS (CBSLGHR RECORDS) FOR EVERY JOB THAT DESTROYS  *
      *  OR ALTERS EVIDENCE - THE CBSARCPG PURGE, THE CBSPIIMK AND    *
      *  CBSPIIMA PII MASKING AND THE CBSAUDAR AUDIT ARCHIVING - SO   *
      *  THEY ALL APPLY THE SAME RULE. THE REGISTER IS OPENED ON THE  *
      *  FIRST CALL AND HELD OPEN FOR THE LIFE OF THE RUN, AND THE    *
      *  LAST ANSWER IS KEPT SO A CALLER WALKING ONE ACCOUNT'S ROWS   *
      *  IN KEY ORDER COSTS ONE READ PER ACCOUNT, NOT PER ROW. ANY    *
      *  HOLD ON THE REGISTER COUNTS, WHETHER OR NOT ITS EXPIRY DATE  *
      *  HAS PASSED - ONLY LEGAL RELEASES A HOLD. A REGISTER THAT     *
      *  CANNOT BE OPENED OR READ RETURNS RC 12 SO THE CALLER STOPS   *
      *  INSTEAD OF PURGING AN ACCOUNT IT COULD NOT CHECK.            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-FILE ASSIGN TO LEGALHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LH-ACCOUNT-NUMBER
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
           COPY CBSLGHR.

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS               PIC X(2) VALUE SPACES.
           88 HOLD-OK                       VALUE '00'.
           88 HOLD-NOT-FOUND                VALUE '23'.

       01  WS-SWITCHES.
           05 WS-FILE-OPEN-SW          PIC X(1) VALUE 'N'.
              88 REGISTER-OPEN              VALUE 'Y'.
           05 WS-REGISTER-ERROR-SW     PIC X(1) VALUE 'N'.
              88 REGISTER-ERROR             VALUE 'Y'.

       01  WS-LAST-ANSWER.
           05 WS-LAST-ACCOUNT-NUMBER   PIC S9(9) COMP VALUE -1.
           05 WS-LAST-HOLD-SW          PIC X(1)  VALUE 'N'.
           05 WS-LAST-MATTER-REF       PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
           COPY CBSLGHX.

       PROCEDURE DIVISION USING CBSLGHX-PARMS.
       0000-MAIN-CONTROL.
           SET LG-RC-OK TO TRUE
           IF NOT REGISTER-OPEN AND NOT REGISTER-ERROR
               PERFORM 1000-OPEN-REGISTER
           END-IF
           IF REGISTER-ERROR
               SET LG-RC-REGISTER-ERROR TO TRUE
               SET LG-ACCOUNT-HELD TO TRUE
               MOVE SPACES TO LG-MATTER-REFERENCE
           ELSE
               IF LG-ACCOUNT-NUMBER NOT = WS-LAST-ACCOUNT-NUMBER
                   PERFORM 2000-READ-REGISTER
               END-IF
               MOVE WS-LAST-HOLD-SW    TO LG-HOLD-SW
               MOVE WS-LAST-MATTER-REF TO LG-MATTER-REFERENCE
           END-IF
           GOBACK.

       1000-OPEN-REGISTER.
           OPEN INPUT LEGAL-HOLD-FILE
           IF HOLD-OK
               SET REGISTER-OPEN TO TRUE
           ELSE
               DISPLAY 'CBSLGHCK: LEGALHLD OPEN FAILED, STATUS = '
                       WS-HOLD-STATUS
               SET REGISTER-ERROR TO TRUE
           END-IF.

      *    A HELD ANSWER IS ALSO RETURNED ON A READ ERROR - THE SAFE
      *    DEFAULT FOR A CALLER THAT IGNORED THE RETURN CODE IS TO
      *    KEEP THE ROWS, NOT TO DESTROY THEM.
       2000-READ-REGISTER.
           MOVE LG-ACCOUNT-NUMBER TO LH-ACCOUNT-NUMBER
           READ LEGAL-HOLD-FILE
           EVALUATE TRUE
               WHEN HOLD-OK
                   MOVE 'Y' TO WS-LAST-HOLD-SW
                   MOVE LH-MATTER-REFERENCE TO WS-LAST-MATTER-REF
                   MOVE LG-ACCOUNT-NUMBER TO WS-LAST-ACCOUNT-NUMBER
               WHEN HOLD-NOT-FOUND
                   MOVE 'N' TO WS-LAST-HOLD-SW
                   MOVE SPACES TO WS-LAST-MATTER-REF
                   MOVE LG-ACCOUNT-NUMBER TO WS-LAST-ACCOUNT-NUMBER
               WHEN OTHER
                   DISPLAY 'CBSLGHCK: LEGALHLD READ FAILED, STATUS = '
                           WS-HOLD-STATUS
                   DISPLAY 'CBSLGHCK: ACCOUNT-NUMBER = '
                           LG-ACCOUNT-NUMBER
                   SET LG-RC-REGISTER-ERROR TO TRUE
                   MOVE 'Y' TO WS-LAST-HOLD-SW
                   MOVE SPACES TO WS-LAST-MATTER-REF
                   MOVE -1 TO WS-LAST-ACCOUNT-NUMBER
           END-EVALUATE.
