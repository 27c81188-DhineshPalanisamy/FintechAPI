       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSACRC.
       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSACRC - DAILY ACCOUNT MASTER RECONCILIATION AGAINST THE    *
      *  CORE BANKING ACCOUNT SNAPSHOT. MATCHES THE SYSTEM-OF-RECORD  *
      *  SNAPSHOT (CBSSNPR LAYOUT, ACCOUNT-NUMBER ORDER) AGAINST THE  *
      *  MORTGAGE ACCOUNT MASTER KSDS BY MA-ACCOUNT-NUMBER AND        *
      *  REPORTS EVERY BREAK - ACCOUNT NOT ON THE MASTER, ACCOUNT     *
      *  NOT ON THE SNAPSHOT, STATUS MISMATCH, CLOSE-DATE MISMATCH    *
      *  AND LOAN-AMOUNT DIFFERENCE - SO DRIFT IS FIXED BEFORE        *
      *  CBSRECON RAISES FALSE ORPHANS OR CBSPIIMK MASKS THE WRONG    *
      *  ACCOUNTS. THE SNAPSHOT IS VERIFIED BEFORE ANYTHING IS        *
      *  MATCHED, THE WAY CBSMBAT VERIFIES ITS FILE: IT MUST OPEN     *
      *  WITH AN 'H' HEADER CARRYING THE SNAPSHOT DATE, CLOSE WITH A  *
      *  'T' TRAILER WHOSE RECORD COUNT AND LOAN-AMOUNT TOTAL         *
      *  BALANCE TO THE DETAILS, AND HOLD ITS DETAILS IN ASCENDING    *
      *  ACCOUNT ORDER - OTHERWISE THE WHOLE FILE IS REJECTED WITH    *
      *  RC=8 AND NO BREAKS ARE REPORTED. EVERY BREAK CBSMBAT CAN     *
      *  APPLY IS ALSO WRITTEN TO A CORRECTION FILE IN THE CBSMTXR    *
      *  LAYOUT ('A' FOR AN ACCOUNT MISSING FROM THE MASTER, 'C'      *
      *  CARRYING ONLY THE MISMATCHED FIELDS), WITH ITS OWN 'H'       *
      *  HEADER (SOURCE ID 'ACRC') AND 'T' TRAILER, FOR REVIEW AND    *
      *  FEEDING TO CBSMBAT. BREAKS CBSMBAT CANNOT APPLY ARE          *
      *  REPORTED FOR MANUAL REVIEW ONLY. WRITES A RUN-CONTROL        *
      *  RECORD KEYED BY SNAPSHOT DATE - ROWS READ = SNAPSHOT         *
      *  ACCOUNTS, ROWS WRITTEN = CORRECTIONS RAISED.                 *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO SNAPIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-MAST-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO ACRCTXN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECON-RPT ASSIGN TO ACRCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
       01  FD-SNAPSHOT                 PIC X(80).

       FD  ACCOUNT-MASTER-FILE.
           COPY CBSMAST.

       FD  CORRECTION-FILE
           RECORDING MODE IS F.
       01  FD-CORRECTION-TXN           PIC X(80).

       FD  RECON-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       FD  RUN-CONTROL-FILE.
           COPY CBSRUNC.

       WORKING-STORAGE SECTION.
           COPY CBSSNPR.
           COPY CBSMTXR.

       01  WS-MAST-STATUS               PIC X(2) VALUE SPACES.
           88 MAST-OK                       VALUE '00'.
           88 MAST-END-OF-FILE              VALUE '10'.

       01  WS-RUNC-STATUS               PIC X(2) VALUE SPACES.
           88 RUNC-OK                       VALUE '00'.
           88 RUNC-DUPLICATE                VALUE '22'.

       01  WS-SWITCHES.
           05 WS-SNAP-EOF-SW            PIC X(1) VALUE 'N'.
              88 END-OF-SNAPSHOT             VALUE 'Y'.
           05 WS-MAST-EOF-SW            PIC X(1) VALUE 'N'.
              88 END-OF-MASTER               VALUE 'Y'.
           05 WS-DETAIL-FOUND-SW        PIC X(1) VALUE 'N'.
              88 SNAPSHOT-DETAIL-FOUND       VALUE 'Y'.
           05 WS-MATCH-ERROR-SW         PIC X(1) VALUE 'N'.
              88 MATCH-ERROR                 VALUE 'Y'.
           05 WS-VERIFY-EOF-SW          PIC X(1) VALUE 'N'.
              88 END-OF-VERIFY-PASS          VALUE 'Y'.
           05 WS-FILE-ACCEPT-SW         PIC X(1) VALUE 'Y'.
              88 FILE-ACCEPTED               VALUE 'Y'.
           05 WS-HEADER-SW              PIC X(1) VALUE 'N'.
              88 HEADER-SEEN                 VALUE 'Y'.
           05 WS-TRAILER-SW             PIC X(1) VALUE 'N'.
              88 TRAILER-SEEN                VALUE 'Y'.
           05 WS-CORRECTION-SW          PIC X(1) VALUE 'N'.
              88 CORRECTION-NEEDED           VALUE 'Y'.
           05 WS-BREAK-SW               PIC X(1) VALUE 'N'.
              88 ACCOUNT-IN-BREAK            VALUE 'Y'.

      *    MATCH KEYS ARE CARRIED AS DISPLAY TEXT SO AN EXHAUSTED
      *    FILE CAN SIT AT HIGH-VALUES AND SORT AFTER EVERY ACCOUNT.
       01  WS-MATCH-KEYS.
           05 WS-SNAP-KEY               PIC X(9).
           05 WS-MAST-KEY               PIC X(9).

       01  WS-COUNTERS.
           05 WS-SNAPSHOT-READ          PIC S9(9) COMP VALUE ZERO.
           05 WS-MASTER-READ            PIC S9(9) COMP VALUE ZERO.
           05 WS-ACCOUNTS-MATCHED       PIC S9(9) COMP VALUE ZERO.
           05 WS-ACCOUNTS-IN-BREAK      PIC S9(9) COMP VALUE ZERO.
           05 WS-NOT-ON-MASTER          PIC S9(9) COMP VALUE ZERO.
           05 WS-NOT-ON-SNAPSHOT        PIC S9(9) COMP VALUE ZERO.
           05 WS-STATUS-BREAKS          PIC S9(9) COMP VALUE ZERO.
           05 WS-CLOSE-DATE-BREAKS      PIC S9(9) COMP VALUE ZERO.
           05 WS-LOAN-AMOUNT-BREAKS     PIC S9(9) COMP VALUE ZERO.
           05 WS-CORRECTIONS-WRITTEN    PIC S9(9) COMP VALUE ZERO.
           05 WS-VER-DETAIL-COUNT       PIC S9(9) COMP VALUE ZERO.
           05 WS-VER-AFTER-TRAILER      PIC S9(9) COMP VALUE ZERO.

       01  WS-FILE-CONTROL-FIELDS.
           05 WS-SNAPSHOT-DATE          PIC X(10) VALUE SPACES.
           05 WS-SNAPSHOT-DATE-KEY      PIC X(8).
           05 WS-TRAILER-COUNT          PIC 9(9) VALUE ZERO.
           05 WS-TRAILER-LOAN-TOTAL     PIC 9(13)V99 VALUE ZERO.
           05 WS-VER-LOAN-TOTAL         PIC 9(13)V99 VALUE ZERO.
           05 WS-VER-PREV-ACCOUNT       PIC 9(9) VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05 WS-ACCT-NBR-EDIT          PIC ZZZZZZZZ9.
           05 WS-AMOUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.99-.

      *****************************************************************
      *  REPORT LINE LAYOUTS                                          *
      *****************************************************************
       01  WS-HEADING-1.
           05 FILLER                    PIC X(48)
              VALUE 'ACCOUNT MASTER / CORE BANKING RECONCILIATION'.

       01  WS-SNAPSHOT-DATE-LINE.
           05 FILLER                    PIC X(15)
              VALUE 'SNAPSHOT DATE '.
           05 WS-SD-SNAPSHOT-DATE       PIC X(10).

       01  WS-HEADING-2.
           05 FILLER                    PIC X(9)  VALUE 'ACCT NBR'.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 FILLER                    PIC X(22) VALUE 'BREAK'.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 FILLER                    PIC X(15) VALUE 'MASTER VALUE'.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 FILLER                    PIC X(15) VALUE 'CORE VALUE'.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 FILLER                    PIC X(34) VALUE 'CORRECTION'.

       01  WS-DETAIL-LINE.
           05 WS-DL-ACCT-NBR            PIC X(9).
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 WS-DL-BREAK               PIC X(22).
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 WS-DL-MASTER-VALUE        PIC X(15).
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 WS-DL-CORE-VALUE          PIC X(15).
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 WS-DL-DISPOSITION         PIC X(34).

       01  WS-SUMMARY-LINE.
           05 WS-SUM-LABEL              PIC X(30).
           05 WS-SUM-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.

       01  WS-FILE-REJECT-LINE.
           05 FILLER                    PIC X(22)
              VALUE 'FILE REJECTED - '.
           05 WS-FR-REASON              PIC X(50).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-VERIFY-SNAPSHOT-RECORD
               UNTIL END-OF-VERIFY-PASS
           PERFORM 1700-JUDGE-FILE-CONTROLS
           IF FILE-ACCEPTED
               PERFORM 1900-START-MATCH
               PERFORM 2000-MATCH-ACCOUNTS
                   UNTIL (END-OF-SNAPSHOT AND END-OF-MASTER)
                      OR MATCH-ERROR
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  SNAPSHOT-FILE
           OPEN INPUT  ACCOUNT-MASTER-FILE
           OPEN OUTPUT CORRECTION-FILE
           OPEN I-O    RUN-CONTROL-FILE
           OPEN OUTPUT RECON-RPT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-1.

      *    THE FIRST PASS ONLY COUNTS AND CHECKS. A SHORT OR
      *    UNSORTED SNAPSHOT WOULD REPORT EVERY ACCOUNT PAST THE
      *    DAMAGE AS MISSING AND RAISE A CORRECTION FILE FULL OF
      *    BOGUS ADDS, SO NOTHING IS MATCHED UNTIL THE CONTROLS
      *    HAVE PROVED OUT.
       1500-VERIFY-SNAPSHOT-RECORD.
           READ SNAPSHOT-FILE INTO CORE-SNAPSHOT-RECORD
               AT END SET END-OF-VERIFY-PASS TO TRUE
           END-READ
           IF NOT END-OF-VERIFY-PASS
               EVALUATE TRUE
                   WHEN SN-RECORD-HEADER
                       IF HEADER-SEEN
                           MOVE 'MORE THAN ONE HEADER RECORD'
                               TO WS-FR-REASON
                           PERFORM 1800-REJECT-FILE
                       ELSE
                           SET HEADER-SEEN TO TRUE
                           MOVE SH-SNAPSHOT-DATE TO WS-SNAPSHOT-DATE
                       END-IF
                   WHEN SN-RECORD-TRAILER
                       IF TRAILER-SEEN
                           MOVE 'MORE THAN ONE TRAILER RECORD'
                               TO WS-FR-REASON
                           PERFORM 1800-REJECT-FILE
                       ELSE
                           SET TRAILER-SEEN TO TRUE
                           IF ST-RECORD-COUNT NUMERIC
                               MOVE ST-RECORD-COUNT
                                 TO WS-TRAILER-COUNT
                           END-IF
                           IF ST-LOAN-AMOUNT-TOTAL NUMERIC
                               MOVE ST-LOAN-AMOUNT-TOTAL
                                 TO WS-TRAILER-LOAN-TOTAL
                           END-IF
                       END-IF
                   WHEN SN-RECORD-DETAIL
                       IF FILE-ACCEPTED AND NOT HEADER-SEEN
                           MOVE 'FILE DOES NOT OPEN WITH A HEADER'
                               TO WS-FR-REASON
                           PERFORM 1800-REJECT-FILE
                       END-IF
                       IF TRAILER-SEEN
                           ADD 1 TO WS-VER-AFTER-TRAILER
                       ELSE
                           ADD 1 TO WS-VER-DETAIL-COUNT
                           PERFORM 1600-VERIFY-DETAIL-FIELDS
                       END-IF
                   WHEN OTHER
                       IF FILE-ACCEPTED
                           MOVE 'UNKNOWN RECORD TYPE ON FILE'
                               TO WS-FR-REASON
                           PERFORM 1800-REJECT-FILE
                       END-IF
               END-EVALUATE
           END-IF.

      *    THE MATCH IS A SINGLE PASS OF BOTH FILES IN ACCOUNT
      *    ORDER, SO A DETAIL OUT OF SEQUENCE (OR REPEATED) WOULD
      *    SPLIT THE MATCH AND IS TREATED AS A DAMAGED FILE.
       1600-VERIFY-DETAIL-FIELDS.
           IF FILE-ACCEPTED AND SN-ACCOUNT-NUMBER NOT NUMERIC
               MOVE 'NON-NUMERIC ACCOUNT NUMBER' TO WS-FR-REASON
               PERFORM 1800-REJECT-FILE
           END-IF
           IF FILE-ACCEPTED AND SN-LOAN-AMOUNT NOT NUMERIC
               MOVE 'NON-NUMERIC LOAN AMOUNT' TO WS-FR-REASON
               PERFORM 1800-REJECT-FILE
           END-IF
           IF FILE-ACCEPTED
               IF SN-ACCOUNT-NUMBER NOT > WS-VER-PREV-ACCOUNT
                   MOVE 'DETAILS NOT IN ASCENDING ACCOUNT ORDER'
                       TO WS-FR-REASON
                   PERFORM 1800-REJECT-FILE
               ELSE
                   MOVE SN-ACCOUNT-NUMBER TO WS-VER-PREV-ACCOUNT
                   ADD SN-LOAN-AMOUNT TO WS-VER-LOAN-TOTAL
               END-IF
           END-IF.

       1700-JUDGE-FILE-CONTROLS.
           IF FILE-ACCEPTED AND NOT HEADER-SEEN
               MOVE 'NO HEADER RECORD ON FILE' TO WS-FR-REASON
               PERFORM 1800-REJECT-FILE
           END-IF
           IF FILE-ACCEPTED AND NOT TRAILER-SEEN
               MOVE 'NO TRAILER RECORD ON FILE' TO WS-FR-REASON
               PERFORM 1800-REJECT-FILE
           END-IF
           IF FILE-ACCEPTED AND WS-VER-AFTER-TRAILER > ZERO
               MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-FR-REASON
               PERFORM 1800-REJECT-FILE
           END-IF
           IF FILE-ACCEPTED
              AND WS-TRAILER-COUNT NOT = WS-VER-DETAIL-COUNT
               MOVE 'TRAILER COUNT DOES NOT BALANCE'
                   TO WS-FR-REASON
               PERFORM 1800-REJECT-FILE
           END-IF
           IF FILE-ACCEPTED
              AND WS-TRAILER-LOAN-TOTAL NOT = WS-VER-LOAN-TOTAL
               MOVE 'TRAILER LOAN-AMOUNT TOTAL DOES NOT BALANCE'
                   TO WS-FR-REASON
               PERFORM 1800-REJECT-FILE
           END-IF
           MOVE WS-SNAPSHOT-DATE TO WS-SD-SNAPSHOT-DATE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SNAPSHOT-DATE-LINE
           WRITE RPT-LINE FROM WS-HEADING-2.

       1800-REJECT-FILE.
           MOVE 'N' TO WS-FILE-ACCEPT-SW
           DISPLAY 'CBSACRC: FILE REJECTED - ' WS-FR-REASON
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-FILE-REJECT-LINE
           MOVE 8 TO RETURN-CODE.

      *    THE CORRECTION FILE TAKES THE SNAPSHOT DATE AS ITS
      *    CREATION DATE, SO CBSMBAT APPLIES EACH DAY'S CORRECTIONS
      *    ONCE - THE 'ACRC' SOURCE ID STAMPS THEM ON RUNCTL APART
      *    FROM THE ORIGINATION FILE OF THE SAME DATE.
       1900-START-MATCH.
           STRING WS-SNAPSHOT-DATE(1:4) WS-SNAPSHOT-DATE(6:2)
                  WS-SNAPSHOT-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-SNAPSHOT-DATE-KEY
           MOVE SPACES TO MASTER-TXN-RECORD
           SET MT-RECORD-HEADER TO TRUE
           MOVE WS-SNAPSHOT-DATE TO MH-CREATION-DATE
           SET MH-SOURCE-RECONCILIATION TO TRUE
           WRITE FD-CORRECTION-TXN FROM MASTER-TXN-RECORD
           CLOSE SNAPSHOT-FILE
           OPEN INPUT SNAPSHOT-FILE
           PERFORM 2100-READ-SNAPSHOT
           PERFORM 2200-READ-MASTER.

       2000-MATCH-ACCOUNTS.
           EVALUATE TRUE
               WHEN WS-SNAP-KEY = WS-MAST-KEY
                   PERFORM 2300-COMPARE-ACCOUNT
                   PERFORM 2100-READ-SNAPSHOT
                   PERFORM 2200-READ-MASTER
               WHEN WS-SNAP-KEY < WS-MAST-KEY
                   PERFORM 2400-REPORT-NOT-ON-MASTER
                   PERFORM 2100-READ-SNAPSHOT
               WHEN OTHER
                   PERFORM 2500-REPORT-NOT-ON-SNAPSHOT
                   PERFORM 2200-READ-MASTER
           END-EVALUATE.

       2100-READ-SNAPSHOT.
           MOVE 'N' TO WS-DETAIL-FOUND-SW
           PERFORM 2110-READ-SNAPSHOT-RECORD
               UNTIL SNAPSHOT-DETAIL-FOUND OR END-OF-SNAPSHOT
           IF END-OF-SNAPSHOT
               MOVE HIGH-VALUES TO WS-SNAP-KEY
           ELSE
               ADD 1 TO WS-SNAPSHOT-READ
               MOVE SN-ACCOUNT-NUMBER TO WS-SNAP-KEY
           END-IF.

       2110-READ-SNAPSHOT-RECORD.
           READ SNAPSHOT-FILE INTO CORE-SNAPSHOT-RECORD
               AT END SET END-OF-SNAPSHOT TO TRUE
           END-READ
           IF NOT END-OF-SNAPSHOT AND SN-RECORD-DETAIL
               SET SNAPSHOT-DETAIL-FOUND TO TRUE
           END-IF.

      *    A MASTER READ ERROR PART-WAY THROUGH WOULD REPORT THE
      *    REST OF THE SNAPSHOT AS MISSING FROM THE MASTER, SO THE
      *    MATCH STOPS HARD WITH RC=8 AND NO TRAILER IS WRITTEN -
      *    CBSMBAT WILL NOT ACCEPT THE PARTIAL CORRECTION FILE.
       2200-READ-MASTER.
           READ ACCOUNT-MASTER-FILE
               AT END SET END-OF-MASTER TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN END-OF-MASTER
                   MOVE HIGH-VALUES TO WS-MAST-KEY
               WHEN MAST-OK
                   ADD 1 TO WS-MASTER-READ
                   MOVE MA-ACCOUNT-NUMBER TO WS-MAST-KEY
               WHEN OTHER
                   DISPLAY 'CBSACRC: ACCTMAST READ FAILED, STATUS = '
                           WS-MAST-STATUS
                   SET MATCH-ERROR TO TRUE
                   SET END-OF-MASTER TO TRUE
                   MOVE HIGH-VALUES TO WS-MAST-KEY
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *    ONE 'C' CORRECTION PER ACCOUNT CARRIES ONLY THE FIELDS
      *    IN BREAK - EVERYTHING ELSE IS LEFT SPACE-FILLED (LOAN
      *    AMOUNT ZERO) SO CBSMBAT LEAVES IT UNCHANGED. A CORE VALUE
      *    CBSMBAT CANNOT APPLY - AN INVALID STATUS, A CLOSE DATE
      *    OR LOAN AMOUNT THE CORE HOLDS AS BLANK OR ZERO, WHICH A
      *    CHANGE RECORD WOULD READ AS 'UNCHANGED' - IS REPORTED
      *    FOR MANUAL REVIEW INSTEAD.
       2300-COMPARE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-MATCHED
           MOVE 'N' TO WS-CORRECTION-SW
           MOVE 'N' TO WS-BREAK-SW
           MOVE SPACES TO MASTER-TXN-RECORD
           SET MT-FUNCTION-CHANGE TO TRUE
           MOVE SN-ACCOUNT-NUMBER TO MT-ACCOUNT-NUMBER
           MOVE ZERO TO MT-LOAN-AMOUNT
           IF SN-ACCOUNT-STATUS NOT = MA-ACCOUNT-STATUS
               PERFORM 2310-REPORT-STATUS-BREAK
           END-IF
           IF SN-CLOSE-DATE NOT = MA-CLOSE-DATE
               PERFORM 2320-REPORT-CLOSE-DATE-BREAK
           END-IF
           IF SN-LOAN-AMOUNT NOT = MA-LOAN-AMOUNT
               PERFORM 2330-REPORT-LOAN-AMOUNT-BREAK
           END-IF
           IF ACCOUNT-IN-BREAK
               ADD 1 TO WS-ACCOUNTS-IN-BREAK
           END-IF
           IF CORRECTION-NEEDED
               PERFORM 2600-WRITE-CORRECTION
           END-IF.

       2310-REPORT-STATUS-BREAK.
           ADD 1 TO WS-STATUS-BREAKS
           MOVE 'STATUS MISMATCH'  TO WS-DL-BREAK
           MOVE MA-ACCOUNT-STATUS  TO WS-DL-MASTER-VALUE
           MOVE SN-ACCOUNT-STATUS  TO WS-DL-CORE-VALUE
           IF SN-STATUS-VALID
               MOVE SN-ACCOUNT-STATUS TO MT-ACCOUNT-STATUS
               SET CORRECTION-NEEDED TO TRUE
               MOVE 'CHANGE RAISED' TO WS-DL-DISPOSITION
           ELSE
               MOVE 'NONE - CORE STATUS NOT A, C OR P'
                   TO WS-DL-DISPOSITION
           END-IF
           PERFORM 2900-WRITE-BREAK-LINE.

       2320-REPORT-CLOSE-DATE-BREAK.
           ADD 1 TO WS-CLOSE-DATE-BREAKS
           MOVE 'CLOSE-DATE MISMATCH' TO WS-DL-BREAK
           MOVE MA-CLOSE-DATE      TO WS-DL-MASTER-VALUE
           MOVE SN-CLOSE-DATE      TO WS-DL-CORE-VALUE
           IF SN-CLOSE-DATE NOT = SPACES
               MOVE SN-CLOSE-DATE TO MT-CLOSE-DATE
               SET CORRECTION-NEEDED TO TRUE
               MOVE 'CHANGE RAISED' TO WS-DL-DISPOSITION
           ELSE
               MOVE 'NONE - MANUAL REVIEW, CORE BLANK'
                   TO WS-DL-DISPOSITION
           END-IF
           PERFORM 2900-WRITE-BREAK-LINE.

       2330-REPORT-LOAN-AMOUNT-BREAK.
           ADD 1 TO WS-LOAN-AMOUNT-BREAKS
           MOVE 'LOAN-AMOUNT DIFFERENCE' TO WS-DL-BREAK
           MOVE MA-LOAN-AMOUNT     TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT     TO WS-DL-MASTER-VALUE
           MOVE SN-LOAN-AMOUNT     TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT     TO WS-DL-CORE-VALUE
           IF SN-LOAN-AMOUNT > ZERO
               MOVE SN-LOAN-AMOUNT TO MT-LOAN-AMOUNT
               SET CORRECTION-NEEDED TO TRUE
               MOVE 'CHANGE RAISED' TO WS-DL-DISPOSITION
           ELSE
               MOVE 'NONE - MANUAL REVIEW, CORE ZERO'
                   TO WS-DL-DISPOSITION
           END-IF
           PERFORM 2900-WRITE-BREAK-LINE.

       2400-REPORT-NOT-ON-MASTER.
           ADD 1 TO WS-NOT-ON-MASTER
           MOVE 'NOT ON MASTER'    TO WS-DL-BREAK
           MOVE SPACES             TO WS-DL-MASTER-VALUE
           MOVE SN-ACCOUNT-STATUS  TO WS-DL-CORE-VALUE
           IF SN-STATUS-VALID
               MOVE SPACES TO MASTER-TXN-RECORD
               SET MT-FUNCTION-ADD TO TRUE
               MOVE SN-ACCOUNT-NUMBER TO MT-ACCOUNT-NUMBER
               MOVE SN-ACCOUNT-STATUS TO MT-ACCOUNT-STATUS
               MOVE SN-CUSTOMER-NAME  TO MT-CUSTOMER-NAME
               MOVE SN-LOAN-AMOUNT    TO MT-LOAN-AMOUNT
               MOVE SN-OPEN-DATE      TO MT-OPEN-DATE
               MOVE SN-CLOSE-DATE     TO MT-CLOSE-DATE
               PERFORM 2600-WRITE-CORRECTION
               MOVE 'ADD RAISED' TO WS-DL-DISPOSITION
           ELSE
               MOVE 'NONE - CORE STATUS NOT A, C OR P'
                   TO WS-DL-DISPOSITION
           END-IF
           PERFORM 2900-WRITE-BREAK-LINE
           ADD 1 TO WS-ACCOUNTS-IN-BREAK.

      *    AN ACCOUNT THE CORE DOES NOT HOLD IS NEVER DELETED FROM
      *    HERE - IT MAY STILL CARRY LOGGED ACTIVITY, A FRAUD HOLD
      *    OR A LEGAL HOLD, AND A SNAPSHOT THAT DROPPED IT IN ERROR
      *    WOULD OTHERWISE TAKE IT OFF THE MASTER. IT IS REPORTED
      *    FOR REVIEW; A DELETE, IF WARRANTED, GOES THROUGH MMNT OR
      *    THE ORIGINATION FILE WITH THEIR OWN CHECKS.
       2500-REPORT-NOT-ON-SNAPSHOT.
           ADD 1 TO WS-NOT-ON-SNAPSHOT
           MOVE 'NOT ON CORE SNAPSHOT' TO WS-DL-BREAK
           MOVE MA-ACCOUNT-STATUS  TO WS-DL-MASTER-VALUE
           MOVE SPACES             TO WS-DL-CORE-VALUE
           MOVE 'NONE - MANUAL REVIEW' TO WS-DL-DISPOSITION
           MOVE MA-ACCOUNT-NUMBER  TO WS-ACCT-NBR-EDIT
           MOVE WS-ACCT-NBR-EDIT   TO WS-DL-ACCT-NBR
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-ACCOUNTS-IN-BREAK.

       2600-WRITE-CORRECTION.
           WRITE FD-CORRECTION-TXN FROM MASTER-TXN-RECORD
           ADD 1 TO WS-CORRECTIONS-WRITTEN.

       2900-WRITE-BREAK-LINE.
           SET ACCOUNT-IN-BREAK TO TRUE
           MOVE SN-ACCOUNT-NUMBER  TO WS-ACCT-NBR-EDIT
           MOVE WS-ACCT-NBR-EDIT   TO WS-DL-ACCT-NBR
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       3000-TERMINATE.
           IF FILE-ACCEPTED AND NOT MATCH-ERROR
               MOVE SPACES TO MASTER-TXN-RECORD
               SET MT-RECORD-TRAILER TO TRUE
               MOVE WS-CORRECTIONS-WRITTEN TO MR-RECORD-COUNT
               WRITE FD-CORRECTION-TXN FROM MASTER-TXN-RECORD
           END-IF
           MOVE 'SNAPSHOT ACCOUNTS READ.......' TO WS-SUM-LABEL
           MOVE WS-SNAPSHOT-READ      TO WS-SUM-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           MOVE 'MASTER ACCOUNTS READ.........' TO WS-SUM-LABEL
           MOVE WS-MASTER-READ        TO WS-SUM-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           MOVE 'ACCOUNTS MATCHED.............' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-MATCHED   TO WS-SUM-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           MOVE 'ACCOUNTS IN BREAK............' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-IN-BREAK  TO WS-SUM-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           MOVE 'NOT ON MASTER................' TO WS-SUM-LABEL
           MOVE WS-NOT-ON-MASTER      TO WS-SUM-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           MOVE 'NOT ON CORE SNAPSHOT.........' TO WS-SUM-LABEL
           MOVE WS-NOT-ON-SNAPSHOT    TO WS-SUM-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           MOVE 'STATUS MISMATCHES............' TO WS-SUM-LABEL
           MOVE WS-STATUS-BREAKS      TO WS-SUM-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           MOVE 'CLOSE-DATE MISMATCHES........' TO WS-SUM-LABEL
           MOVE WS-CLOSE-DATE-BREAKS  TO WS-SUM-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           MOVE 'LOAN-AMOUNT DIFFERENCES......' TO WS-SUM-LABEL
           MOVE WS-LOAN-AMOUNT-BREAKS TO WS-SUM-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           MOVE 'CORRECTIONS WRITTEN..........' TO WS-SUM-LABEL
           MOVE WS-CORRECTIONS-WRITTEN TO WS-SUM-COUNT-EDIT
           PERFORM 3200-WRITE-SUMMARY-LINE
           IF FILE-ACCEPTED
               PERFORM 3100-WRITE-RUN-CONTROL
           END-IF
           CLOSE SNAPSHOT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE CORRECTION-FILE
           CLOSE RUN-CONTROL-FILE
           CLOSE RECON-RPT.

      *    A RERUN FOR THE SAME SNAPSHOT DATE REPLACES THE STAMP -
      *    THE MATCH ONLY READS THE MASTER, SO IT IS SAFE TO REPEAT,
      *    AND CBSMBAT STILL APPLIES THE DAY'S CORRECTIONS ONCE.
       3100-WRITE-RUN-CONTROL.
           MOVE 'CBSACRC ' TO RN-JOB-NAME
           MOVE WS-SNAPSHOT-DATE-KEY TO RN-RUN-DATE
           MOVE WS-SNAPSHOT-READ TO RN-ROWS-READ
           MOVE WS-CORRECTIONS-WRITTEN TO RN-ROWS-WRITTEN
           IF MATCH-ERROR
               SET RN-STATUS-FAILED TO TRUE
           ELSE
               SET RN-STATUS-COMPLETE TO TRUE
           END-IF
           WRITE RUN-CONTROL-RECORD
           IF RUNC-DUPLICATE
               REWRITE RUN-CONTROL-RECORD
           END-IF.

       3200-WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
