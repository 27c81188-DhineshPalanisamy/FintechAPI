       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSPLIC.
       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSPLIC - PAYLOAD CONTENT INTEGRITY CHECK                    *
      *  CBSLRVAL PROVES THE LAYREG REGISTRY IS WELL FORMED; THIS     *
      *  JOB PROVES THE DAY'S PAYLOADS ACTUALLY MATCH IT. EVERY       *
      *  CALL LOGGED ON CBS_API_LOG_DTL FOR THE RUN DATE (CBSRNDP     *
      *  DATECARD, AS CBSSLAR) IS REASSEMBLED THROUGH CBSLOGRD AND    *
      *  EACH FIELD REGISTERED FOR ITS API IS CHECKED AGAINST ITS     *
      *  LR-FIELD-TYPE: THE STORED PAYLOAD MUST BE LONG ENOUGH TO     *
      *  HOLD THE FIELD, A PD FIELD MUST HOLD VALID DIGIT NIBBLES     *
      *  AND A C, D OR F SIGN, AND A ZD FIELD MUST BE NUMERIC ZONED   *
      *  DATA (NO BLANKS). THE FIELD MARKED AS THE API'S ACCOUNT KEY  *
      *  (LR-ACCT-KEY-IND) MUST ALSO EQUAL THE ROW'S ACCOUNT_NUMBER.  *
      *  VIOLATIONS ARE COUNTED PER API NAME AND FIELD AND PRINTED    *
      *  WITH UP TO THREE SAMPLE CALL KEYS EACH, SO A BAD LAYOUT CAN  *
      *  BE PUSHED BACK TO THE CALLING TEAM BEFORE CBSPIRPT, CBSCASEF *
      *  AND CBSMASK DECODE OR MASK THE WRONG BYTES. ANY VIOLATION    *
      *  ENDS RC=4; AN UNREADABLE OR OVERFLOWED REGISTRY, OR A DB2    *
      *  ERROR, ENDS RC=8.                                            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-DATE-CARD-FILE ASSIGN TO DATECARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LAYOUT-REGISTRY-FILE ASSIGN TO LAYREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYREG-STATUS.

           SELECT INTEGRITY-RPT ASSIGN TO PLICRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-DATE-CARD-FILE
           RECORDING MODE IS F.
       01  FD-RUN-DATE-CARD            PIC X(80).

       FD  LAYOUT-REGISTRY-FILE
           RECORDING MODE IS F.
       01  FD-LAYOUT-RECORD            PIC X(80).

       FD  INTEGRITY-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(133).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY CBSLOG.
           COPY CBSLAYR.
           COPY CBSRNDP.
           COPY CBSBDX.
           COPY CBSLOGX.

       01  WS-LAYREG-STATUS             PIC X(2) VALUE SPACES.
           88 LAYREG-OK                     VALUE '00'.

       01  WS-RUN-DATE-FIELDS.
           05 WS-RUN-DATE              PIC X(10).
           05 WS-DATE-FROM             PIC X(8).
           05 WS-DATE-TO               PIC X(8).

       01  WS-SWITCHES.
           05 WS-CURSOR-EOF-SW         PIC X(1) VALUE 'N'.
              88 END-OF-CURSOR              VALUE 'Y'.
           05 WS-LAYREG-EOF-SW         PIC X(1) VALUE 'N'.
              88 END-OF-REGISTRY            VALUE 'Y'.
           05 WS-REGISTRY-ERROR-SW     PIC X(1) VALUE 'N'.
              88 REGISTRY-ERROR             VALUE 'Y'.
           05 WS-CALL-CLEAN-SW         PIC X(1).
              88 CALL-CLEAN                 VALUE 'Y'.
           05 WS-PACKED-OK-SW          PIC X(1).
              88 PACKED-OK                  VALUE 'Y'.
           05 WS-KEY-DECODED-SW        PIC X(1).
              88 KEY-DECODED                VALUE 'Y'.

       01  WS-VIOLATION-KIND            PIC X(1).
           88 NO-VIOLATION                  VALUE ' '.
           88 VIOLATION-SHORT               VALUE 'S'.
           88 VIOLATION-BAD-DATA            VALUE 'D'.
           88 VIOLATION-ACCT-KEY            VALUE 'K'.

       01  WS-VIOLATION-REASON          PIC X(20).

       01  WS-COUNTERS.
           05 WS-CALLS-CHECKED         PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-CALLS-IN-VIOLATION    PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-CALLS-NO-LAYOUT       PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-CALLS-NO-PAYLOAD      PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-FIELD-VIOLATIONS      PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-APIS-CHECKED          PIC S9(9) COMP-3 VALUE ZERO.

      *    TOTALS FOR THE API NOW BEING READ - THE CURSOR IS IN API
      *    NAME ORDER, SO EACH API IS PRINTED ONCE ON ITS BREAK.
       01  WS-API-WORK.
           05 WS-CUR-API-NAME          PIC X(15) VALUE LOW-VALUES.
           05 WS-API-FIRST-IDX         PIC S9(4) COMP.
           05 WS-API-LAST-IDX          PIC S9(4) COMP.
           05 WS-API-CALLS             PIC S9(9) COMP-3.
           05 WS-API-BAD-CALLS         PIC S9(9) COMP-3.
           05 WS-API-NO-PAYLOAD        PIC S9(9) COMP-3.

       01  WS-REGISTRY-COUNT            PIC S9(4) COMP VALUE ZERO.

       01  WS-REGISTRY-TABLE.
           05 WS-REGISTRY-ENTRY OCCURS 2000 TIMES
                                INDEXED BY REG-IDX.
              10 RT-API-NAME            PIC X(15).
              10 RT-FIELD-NAME          PIC X(20).
              10 RT-FIELD-OFFSET        PIC S9(8) COMP.
              10 RT-FIELD-LENGTH        PIC S9(8) COMP.
              10 RT-FIELD-TYPE          PIC X(2).
              10 RT-ACCT-KEY-IND        PIC X(1).
              10 RT-SHORT-COUNT         PIC S9(9) COMP.
              10 RT-BAD-DATA-COUNT      PIC S9(9) COMP.
              10 RT-ACCT-KEY-COUNT      PIC S9(9) COMP.
              10 RT-SAMPLE-COUNT        PIC S9(4) COMP.
              10 RT-SAMPLE OCCURS 3 TIMES.
                 15 RT-SMP-ACCOUNT      PIC S9(9) COMP.
                 15 RT-SMP-TIME-STAMP   PIC X(26).
                 15 RT-SMP-REASON       PIC X(20).

       01  WS-SAMPLE-SUB                PIC S9(4) COMP.

       01  WS-CHECK-WORK.
           05 WS-FIELD-END              PIC S9(8) COMP.
           05 WS-BYTE-IDX               PIC S9(8) COMP.
           05 WS-BYTE-POS               PIC S9(8) COMP.
           05 WS-BYTE-WORK              PIC 9(4) COMP.
           05 WS-BYTE-WORK-X REDEFINES WS-BYTE-WORK
                                        PIC X(2).
           05 WS-HIGH-NIBBLE            PIC 9(4) COMP.
           05 WS-LOW-NIBBLE             PIC 9(4) COMP.
           05 WS-ZD-WORK-X              PIC X(18).
           05 WS-ZD-WORK REDEFINES WS-ZD-WORK-X
                                        PIC S9(18).
           05 WS-PD-WORK-X              PIC X(10).
           05 WS-PD-WORK REDEFINES WS-PD-WORK-X
                                        PIC S9(18) COMP-3.
           05 WS-BI-WORK-X              PIC X(8).
           05 WS-BI-WORK REDEFINES WS-BI-WORK-X
                                        PIC S9(18) COMP.
           05 WS-KEY-VALUE              PIC S9(18) COMP-3.

      *****************************************************************
      *  REPORT LINE LAYOUTS                                          *
      *****************************************************************
       01  WS-HEADING-1.
           05 FILLER                   PIC X(45)
              VALUE 'PAYLOAD CONTENT INTEGRITY CHECK - CALLS FROM '.
           05 WS-H1-DATE-FROM          PIC X(8).
           05 FILLER                   PIC X(4)  VALUE ' TO '.
           05 WS-H1-DATE-TO            PIC X(8).

       01  WS-HEADING-2.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE 'FIELD NAME'.
           05 FILLER                   PIC X(8)  VALUE '  OFFSET'.
           05 FILLER                   PIC X(8)  VALUE '  LENGTH'.
           05 FILLER                   PIC X(6)  VALUE '  TYPE'.
           05 FILLER                   PIC X(5)  VALUE '  KEY'.
           05 FILLER                   PIC X(13)
              VALUE '    TOO SHORT'.
           05 FILLER                   PIC X(13)
              VALUE '     BAD DATA'.
           05 FILLER                   PIC X(13)
              VALUE ' ACCT KEY MIS'.

       01  WS-API-LINE.
           05 FILLER                   PIC X(4)  VALUE 'API '.
           05 WS-AL-API-NAME           PIC X(15).
           05 FILLER                   PIC X(16)
              VALUE '  CALLS CHECKED '.
           05 WS-AL-CALLS              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(14)
              VALUE '  IN VIOLATION'.
           05 WS-AL-BAD-CALLS          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(18)
              VALUE '  NOT REASSEMBLED '.
           05 WS-AL-NO-PAYLOAD         PIC ZZZ,ZZZ,ZZ9.

       01  WS-NO-LAYOUT-LINE.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(45)
              VALUE 'NO LAYOUT REGISTERED FOR THIS API NAME'.

       01  WS-FIELD-LINE.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 WS-FL-FIELD-NAME         PIC X(20).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-FL-OFFSET             PIC ZZZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-FL-LENGTH             PIC ZZZZ9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 WS-FL-TYPE               PIC X(2).
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 WS-FL-KEY                PIC X(1).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-FL-SHORT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-FL-BAD-DATA           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-FL-ACCT-KEY           PIC ZZZ,ZZZ,ZZ9.

       01  WS-SAMPLE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(7)  VALUE 'SAMPLE '.
           05 WS-SL-ACCT-NBR           PIC ZZZZZZZZ9.
           05 FILLER                   PIC X(3)  VALUE ' / '.
           05 WS-SL-TIME-STAMP         PIC X(26).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-SL-REASON             PIC X(20).

       01  WS-REGISTRY-ERROR-LINE.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(50) VALUE
              'LAYOUT REGISTRY UNAVAILABLE - CHECK NOT RUN'.

       01  WS-SQL-ERROR-LINE.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(50) VALUE
              'SQL ERROR READING CBS_API_LOG_DTL - CHECK STOPPED'.

       01  WS-SUMMARY-LINE-1.
           05 FILLER                   PIC X(28)
              VALUE 'APIS CHECKED...............'.
           05 WS-SUM-APIS-EDIT         PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05 FILLER                   PIC X(28)
              VALUE 'CALLS CHECKED..............'.
           05 WS-SUM-CHECKED-EDIT      PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05 FILLER                   PIC X(28)
              VALUE 'CALLS IN VIOLATION.........'.
           05 WS-SUM-BAD-CALLS-EDIT    PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-4.
           05 FILLER                   PIC X(28)
              VALUE 'FIELD VIOLATIONS...........'.
           05 WS-SUM-VIOLATIONS-EDIT   PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-5.
           05 FILLER                   PIC X(28)
              VALUE 'CALLS WITHOUT A LAYOUT.....'.
           05 WS-SUM-NOLAYOUT-EDIT     PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-6.
           05 FILLER                   PIC X(28)
              VALUE 'CALLS NOT REASSEMBLED......'.
           05 WS-SUM-NOPAYLOAD-EDIT    PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      *  DB2 HOST VARIABLES FOR THE CURSOR                             *
      *****************************************************************
       01  WS-SQL-HOST-VARS.
           05 HV-TIME-STAMP-LOW        PIC X(26).
           05 HV-TIME-STAMP-HIGH       PIC X(26).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT REGISTRY-ERROR
               PERFORM 2000-PROCESS-CURSOR
                   UNTIL END-OF-CURSOR
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-SET-SELECTION-WINDOW
           OPEN OUTPUT INTEGRITY-RPT
           MOVE WS-DATE-FROM TO WS-H1-DATE-FROM
           MOVE WS-DATE-TO   TO WS-H1-DATE-TO
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2
           PERFORM 1500-LOAD-REGISTRY
      *    AN UNREADABLE OR OVERFLOWED REGISTRY WOULD REPORT EVERY
      *    CALL AS UNREGISTERED OR CHECK ONLY PART OF ITS LAYOUT, SO
      *    THE RUN IS REFUSED OUTRIGHT - THE SAME DISCIPLINE AS
      *    CBSPDEC AND CBSMASK.
           IF REGISTRY-ERROR
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-REGISTRY-ERROR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               EXEC SQL
                   DECLARE PLIC-CSR CURSOR FOR
                   SELECT ACCOUNT_NUMBER, API_TYPE, API_NAME,
                          TIME_STAMP
                     FROM COREBK.CBS_API_LOG_DTL
                    WHERE TIME_STAMP BETWEEN :HV-TIME-STAMP-LOW
                                         AND :HV-TIME-STAMP-HIGH
                      AND SEQUENCE_NUMBER = 1
                    ORDER BY API_NAME, ACCOUNT_NUMBER, TIME_STAMP
               END-EXEC
               EXEC SQL
                   OPEN PLIC-CSR
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'CBSPLIC: OPEN OF PLIC CURSOR FAILED, '
                           'SQLCODE = ' SQLCODE
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE FROM WS-SQL-ERROR-LINE
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-CURSOR TO TRUE
               END-IF
           END-IF.

       1100-SET-SELECTION-WINDOW.
           OPEN INPUT RUN-DATE-CARD-FILE
           MOVE SPACES TO RUN-DATE-CARD
           READ RUN-DATE-CARD-FILE INTO RUN-DATE-CARD
               AT END CONTINUE
           END-READ
           CLOSE RUN-DATE-CARD-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           EVALUATE TRUE
               WHEN CC-RUN-DATE-FROM = SPACES
                 OR CC-RUN-DATE-FROM = LOW-VALUES
                   MOVE WS-RUN-DATE(1:8) TO WS-DATE-FROM
               WHEN CC-RUN-DATE-FROM = 'PREVBUSD'
                   PERFORM 1200-GET-PREV-BUSINESS-DAY
               WHEN OTHER
                   MOVE CC-RUN-DATE-FROM TO WS-DATE-FROM
           END-EVALUATE
           IF CC-RUN-DATE-TO = SPACES OR LOW-VALUES
               MOVE WS-DATE-FROM TO WS-DATE-TO
           ELSE
               MOVE CC-RUN-DATE-TO TO WS-DATE-TO
           END-IF
           STRING WS-DATE-FROM(1:4) '-' WS-DATE-FROM(5:2) '-'
                  WS-DATE-FROM(7:2) '-00.00.00.000000'
                  DELIMITED BY SIZE INTO HV-TIME-STAMP-LOW
           STRING WS-DATE-TO(1:4) '-' WS-DATE-TO(5:2) '-'
                  WS-DATE-TO(7:2) '-23.59.59.999999'
                  DELIMITED BY SIZE INTO HV-TIME-STAMP-HIGH.

       1200-GET-PREV-BUSINESS-DAY.
           MOVE WS-RUN-DATE(1:8) TO BX-REQUEST-DATE
           CALL 'CBSBDAY' USING CBSBDX-PARMS
           IF BX-RC-CALENDAR-ERROR
              OR BX-PREV-BUS-DATE = SPACES
               DISPLAY 'CBSPLIC: BUSINESS-DAY CALENDAR UNAVAILABLE '
                       '- RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BX-PREV-BUS-DATE TO WS-DATE-FROM.

       1500-LOAD-REGISTRY.
           OPEN INPUT LAYOUT-REGISTRY-FILE
           IF NOT LAYREG-OK
               DISPLAY 'CBSPLIC: LAYOUT REGISTRY COULD NOT BE OPENED'
               SET REGISTRY-ERROR TO TRUE
           ELSE
               PERFORM 1600-LOAD-REGISTRY-ENTRY
                   UNTIL END-OF-REGISTRY
               CLOSE LAYOUT-REGISTRY-FILE
           END-IF.

       1600-LOAD-REGISTRY-ENTRY.
           READ LAYOUT-REGISTRY-FILE INTO LAYOUT-REGISTRY-RECORD
               AT END SET END-OF-REGISTRY TO TRUE
           END-READ
           IF NOT END-OF-REGISTRY
               IF WS-REGISTRY-COUNT >= 2000
                   DISPLAY 'CBSPLIC: LAYOUT REGISTRY EXCEEDS 2000 '
                           'ENTRIES - CHECK REFUSED'
                   SET REGISTRY-ERROR TO TRUE
                   SET END-OF-REGISTRY TO TRUE
               ELSE
                   ADD 1 TO WS-REGISTRY-COUNT
                   SET REG-IDX TO WS-REGISTRY-COUNT
                   MOVE LR-API-NAME     TO RT-API-NAME(REG-IDX)
                   MOVE LR-FIELD-NAME   TO RT-FIELD-NAME(REG-IDX)
                   MOVE LR-FIELD-OFFSET TO RT-FIELD-OFFSET(REG-IDX)
                   MOVE LR-FIELD-LENGTH TO RT-FIELD-LENGTH(REG-IDX)
                   MOVE LR-FIELD-TYPE   TO RT-FIELD-TYPE(REG-IDX)
                   MOVE LR-ACCT-KEY-IND TO RT-ACCT-KEY-IND(REG-IDX)
                   MOVE ZERO TO RT-SHORT-COUNT(REG-IDX)
                                RT-BAD-DATA-COUNT(REG-IDX)
                                RT-ACCT-KEY-COUNT(REG-IDX)
                                RT-SAMPLE-COUNT(REG-IDX)
               END-IF
           END-IF.

       2000-PROCESS-CURSOR.
           EXEC SQL
               FETCH PLIC-CSR
                 INTO :H4-ACCOUNT-NUMBER, :H4-API-TYPE,
                      :H4-API-NAME, :H4-TIME-STAMP
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET END-OF-CURSOR TO TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'CBSPLIC: SQL ERROR ' SQLCODE
                           ' READING CBS_API_LOG_DTL - CHECK STOPPED'
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE FROM WS-SQL-ERROR-LINE
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-CURSOR TO TRUE
               WHEN OTHER
                   IF H4-API-NAME NOT = WS-CUR-API-NAME
                       IF WS-CUR-API-NAME NOT = LOW-VALUES
                           PERFORM 2800-REPORT-API
                       END-IF
                       PERFORM 2100-START-API
                   END-IF
                   PERFORM 2200-CHECK-ONE-CALL
           END-EVALUATE.

      *    LAYREG IS EXTRACTED IN KEY ORDER (API NAME, ASCENDING
      *    OFFSET), SO AN API'S FIELDS ARE ONE CONTIGUOUS RUN OF THE
      *    TABLE - FOUND ONCE HERE AND REUSED FOR EVERY CALL.
       2100-START-API.
           MOVE H4-API-NAME TO WS-CUR-API-NAME
           MOVE ZERO TO WS-API-FIRST-IDX
                        WS-API-LAST-IDX
                        WS-API-CALLS
                        WS-API-BAD-CALLS
                        WS-API-NO-PAYLOAD
           ADD 1 TO WS-APIS-CHECKED
           PERFORM 2150-FIND-API-FIELDS
               VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > WS-REGISTRY-COUNT.

       2150-FIND-API-FIELDS.
           IF RT-API-NAME(REG-IDX) = WS-CUR-API-NAME
               IF WS-API-FIRST-IDX = ZERO
                   SET WS-API-FIRST-IDX TO REG-IDX
               END-IF
               SET WS-API-LAST-IDX TO REG-IDX
           END-IF.

      *    A PAYLOAD TRUNCATED AT THE 32000-BYTE PARAMETER LIMIT IS
      *    STILL CHECKED - CBSLRVAL KEEPS EVERY REGISTERED FIELD
      *    INSIDE THAT LIMIT, SO NO FIELD FALLS IN THE LOST TAIL. A DB2
      *    ERROR IN CBSLOGRD STOPS THE CHECK LIKE A FETCH ERROR - IT IS
      *    NOT A CALL WITHOUT A PAYLOAD.
       2200-CHECK-ONE-CALL.
           ADD 1 TO WS-API-CALLS
           ADD 1 TO WS-CALLS-CHECKED
           IF WS-API-FIRST-IDX = ZERO
               ADD 1 TO WS-CALLS-NO-LAYOUT
           ELSE
               MOVE H4-ACCOUNT-NUMBER TO LX-ACCOUNT-NUMBER
               MOVE H4-API-TYPE       TO LX-API-TYPE
               MOVE H4-API-NAME       TO LX-API-NAME
               MOVE H4-TIME-STAMP     TO LX-TIME-STAMP
               MOVE ZERO              TO LX-PAYLOAD-LENGTH
               CALL 'CBSLOGRD' USING CBSLOGX-PARMS
               EVALUATE TRUE
                   WHEN LX-RC-OK OR LX-RC-TRUNCATED
                       MOVE 'Y' TO WS-CALL-CLEAN-SW
                       PERFORM 2300-CHECK-ONE-FIELD
                           VARYING REG-IDX FROM WS-API-FIRST-IDX BY 1
                           UNTIL REG-IDX > WS-API-LAST-IDX
                       IF NOT CALL-CLEAN
                           ADD 1 TO WS-API-BAD-CALLS
                           ADD 1 TO WS-CALLS-IN-VIOLATION
                       END-IF
                   WHEN LX-RC-SQL-ERROR
                       DISPLAY 'CBSPLIC: CBSLOGRD SQL ERROR FOR '
                               H4-API-NAME ' ' H4-ACCOUNT-NUMBER ' '
                               H4-TIME-STAMP ' - CHECK STOPPED'
                       MOVE SPACES TO RPT-LINE
                       WRITE RPT-LINE FROM WS-SQL-ERROR-LINE
                       MOVE 8 TO RETURN-CODE
                       SET END-OF-CURSOR TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-API-NO-PAYLOAD
                       ADD 1 TO WS-CALLS-NO-PAYLOAD
               END-EVALUATE
           END-IF.

      *    ONE VIOLATION PER FIELD PER CALL - A FIELD THE PAYLOAD
      *    DOES NOT REACH CANNOT BE TYPE-CHECKED, AND AN ACCOUNT KEY
      *    THAT IS NOT VALID DATA CANNOT BE COMPARED.
       2300-CHECK-ONE-FIELD.
           IF RT-API-NAME(REG-IDX) = WS-CUR-API-NAME
               MOVE SPACES TO WS-VIOLATION-KIND
               COMPUTE WS-FIELD-END =
                   RT-FIELD-OFFSET(REG-IDX)
                   + RT-FIELD-LENGTH(REG-IDX) - 1
               IF RT-FIELD-OFFSET(REG-IDX) < 1
                  OR RT-FIELD-LENGTH(REG-IDX) < 1
                  OR WS-FIELD-END > LX-PAYLOAD-LENGTH
                   SET VIOLATION-SHORT TO TRUE
                   MOVE 'PAYLOAD TOO SHORT' TO WS-VIOLATION-REASON
               ELSE
                   EVALUATE RT-FIELD-TYPE(REG-IDX)
                       WHEN 'ZD'
                           PERFORM 2400-CHECK-ZONED
                       WHEN 'PD'
                           PERFORM 2450-CHECK-PACKED
                   END-EVALUATE
               END-IF
               IF NO-VIOLATION
                  AND RT-ACCT-KEY-IND(REG-IDX) = 'Y'
                   PERFORM 2600-CHECK-ACCOUNT-KEY
               END-IF
               IF NOT NO-VIOLATION
                   PERFORM 2700-RECORD-VIOLATION
               END-IF
           END-IF.

      *    THE FIELD IS RIGHT-ALIGNED IN A ZONED WORK AREA, AS
      *    CBSPDEC DECODES IT, SO A TRAILING SIGN OVERPUNCH PASSES
      *    BUT BLANKS OR ANY OTHER NON-DIGIT BYTE FAILS.
       2400-CHECK-ZONED.
           IF RT-FIELD-LENGTH(REG-IDX) <= 18
               MOVE ALL '0' TO WS-ZD-WORK-X
               MOVE LX-PAYLOAD-TEXT(RT-FIELD-OFFSET(REG-IDX) :
                                    RT-FIELD-LENGTH(REG-IDX))
                 TO WS-ZD-WORK-X(19 - RT-FIELD-LENGTH(REG-IDX) :
                                 RT-FIELD-LENGTH(REG-IDX))
               IF WS-ZD-WORK NOT NUMERIC
                   SET VIOLATION-BAD-DATA TO TRUE
                   MOVE 'ZONED NOT NUMERIC' TO WS-VIOLATION-REASON
               END-IF
           END-IF.

      *    EACH BYTE IS SPLIT INTO ITS TWO NIBBLES THROUGH A BINARY
      *    HALFWORD: EVERY NIBBLE MUST BE A DIGIT 0-9 EXCEPT THE LAST,
      *    WHICH MUST BE A PREFERRED SIGN - C, D OR F.
       2450-CHECK-PACKED.
           IF RT-FIELD-LENGTH(REG-IDX) <= 10
               MOVE 'Y' TO WS-PACKED-OK-SW
               PERFORM 2460-CHECK-PACKED-BYTE
                   VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > RT-FIELD-LENGTH(REG-IDX)
                      OR NOT PACKED-OK
               IF NOT PACKED-OK
                   SET VIOLATION-BAD-DATA TO TRUE
                   MOVE 'BAD PACKED DATA' TO WS-VIOLATION-REASON
               END-IF
           END-IF.

       2460-CHECK-PACKED-BYTE.
           COMPUTE WS-BYTE-POS =
               RT-FIELD-OFFSET(REG-IDX) + WS-BYTE-IDX - 1
           MOVE LOW-VALUES TO WS-BYTE-WORK-X
           MOVE LX-PAYLOAD-TEXT(WS-BYTE-POS : 1)
             TO WS-BYTE-WORK-X(2:1)
           DIVIDE WS-BYTE-WORK BY 16
               GIVING WS-HIGH-NIBBLE
               REMAINDER WS-LOW-NIBBLE
           IF WS-HIGH-NIBBLE > 9
               MOVE 'N' TO WS-PACKED-OK-SW
           END-IF
           IF WS-BYTE-IDX < RT-FIELD-LENGTH(REG-IDX)
               IF WS-LOW-NIBBLE > 9
                   MOVE 'N' TO WS-PACKED-OK-SW
               END-IF
           ELSE
               IF WS-LOW-NIBBLE NOT = 12 AND NOT = 13 AND NOT = 15
                   MOVE 'N' TO WS-PACKED-OK-SW
               END-IF
           END-IF.

      *    THE KEY IS DECODED THE WAY CBSPDEC DECODES ITS TYPE -
      *    BINARY SIGN-EXTENDED - AND COMPARED NUMERICALLY, SO
      *    LEADING ZEROS OR A LONGER FIELD DO NOT FALSELY MISMATCH.
       2600-CHECK-ACCOUNT-KEY.
           MOVE 'Y' TO WS-KEY-DECODED-SW
           EVALUATE TRUE
               WHEN RT-FIELD-TYPE(REG-IDX) = 'ZD'
                AND RT-FIELD-LENGTH(REG-IDX) <= 18
                   MOVE WS-ZD-WORK TO WS-KEY-VALUE
               WHEN RT-FIELD-TYPE(REG-IDX) = 'PD'
                AND RT-FIELD-LENGTH(REG-IDX) <= 10
                   MOVE LOW-VALUES TO WS-PD-WORK-X
                   MOVE LX-PAYLOAD-TEXT(RT-FIELD-OFFSET(REG-IDX) :
                                        RT-FIELD-LENGTH(REG-IDX))
                     TO WS-PD-WORK-X(11 - RT-FIELD-LENGTH(REG-IDX) :
                                     RT-FIELD-LENGTH(REG-IDX))
                   MOVE WS-PD-WORK TO WS-KEY-VALUE
               WHEN RT-FIELD-TYPE(REG-IDX) = 'BI'
                AND RT-FIELD-LENGTH(REG-IDX) <= 8
                   IF LX-PAYLOAD-TEXT(RT-FIELD-OFFSET(REG-IDX) : 1)
                           >= X'80'
                       MOVE HIGH-VALUES TO WS-BI-WORK-X
                   ELSE
                       MOVE LOW-VALUES TO WS-BI-WORK-X
                   END-IF
                   MOVE LX-PAYLOAD-TEXT(RT-FIELD-OFFSET(REG-IDX) :
                                        RT-FIELD-LENGTH(REG-IDX))
                     TO WS-BI-WORK-X(9 - RT-FIELD-LENGTH(REG-IDX) :
                                     RT-FIELD-LENGTH(REG-IDX))
                   MOVE WS-BI-WORK TO WS-KEY-VALUE
               WHEN OTHER
                   MOVE 'N' TO WS-KEY-DECODED-SW
           END-EVALUATE
           IF KEY-DECODED
              AND WS-KEY-VALUE NOT = H4-ACCOUNT-NUMBER
               SET VIOLATION-ACCT-KEY TO TRUE
               MOVE 'ACCOUNT KEY MISMATCH' TO WS-VIOLATION-REASON
           END-IF.

       2700-RECORD-VIOLATION.
           MOVE 'N' TO WS-CALL-CLEAN-SW
           ADD 1 TO WS-FIELD-VIOLATIONS
           EVALUATE TRUE
               WHEN VIOLATION-SHORT
                   ADD 1 TO RT-SHORT-COUNT(REG-IDX)
               WHEN VIOLATION-BAD-DATA
                   ADD 1 TO RT-BAD-DATA-COUNT(REG-IDX)
               WHEN VIOLATION-ACCT-KEY
                   ADD 1 TO RT-ACCT-KEY-COUNT(REG-IDX)
           END-EVALUATE
           IF RT-SAMPLE-COUNT(REG-IDX) < 3
               ADD 1 TO RT-SAMPLE-COUNT(REG-IDX)
               MOVE RT-SAMPLE-COUNT(REG-IDX) TO WS-SAMPLE-SUB
               MOVE H4-ACCOUNT-NUMBER
                 TO RT-SMP-ACCOUNT(REG-IDX, WS-SAMPLE-SUB)
               MOVE H4-TIME-STAMP
                 TO RT-SMP-TIME-STAMP(REG-IDX, WS-SAMPLE-SUB)
               MOVE WS-VIOLATION-REASON
                 TO RT-SMP-REASON(REG-IDX, WS-SAMPLE-SUB)
           END-IF.

       2800-REPORT-API.
           MOVE WS-CUR-API-NAME   TO WS-AL-API-NAME
           MOVE WS-API-CALLS      TO WS-AL-CALLS
           MOVE WS-API-BAD-CALLS  TO WS-AL-BAD-CALLS
           MOVE WS-API-NO-PAYLOAD TO WS-AL-NO-PAYLOAD
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-API-LINE
           IF WS-API-FIRST-IDX = ZERO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-NO-LAYOUT-LINE
           ELSE
               PERFORM 2850-REPORT-FIELD
                   VARYING REG-IDX FROM WS-API-FIRST-IDX BY 1
                   UNTIL REG-IDX > WS-API-LAST-IDX
           END-IF.

       2850-REPORT-FIELD.
           IF RT-API-NAME(REG-IDX) = WS-CUR-API-NAME
              AND RT-SAMPLE-COUNT(REG-IDX) > ZERO
               MOVE RT-FIELD-NAME(REG-IDX)     TO WS-FL-FIELD-NAME
               MOVE RT-FIELD-OFFSET(REG-IDX)   TO WS-FL-OFFSET
               MOVE RT-FIELD-LENGTH(REG-IDX)   TO WS-FL-LENGTH
               MOVE RT-FIELD-TYPE(REG-IDX)     TO WS-FL-TYPE
               MOVE RT-ACCT-KEY-IND(REG-IDX)   TO WS-FL-KEY
               MOVE RT-SHORT-COUNT(REG-IDX)    TO WS-FL-SHORT
               MOVE RT-BAD-DATA-COUNT(REG-IDX) TO WS-FL-BAD-DATA
               MOVE RT-ACCT-KEY-COUNT(REG-IDX) TO WS-FL-ACCT-KEY
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM WS-FIELD-LINE
               PERFORM 2860-WRITE-SAMPLE
                   VARYING WS-SAMPLE-SUB FROM 1 BY 1
                   UNTIL WS-SAMPLE-SUB > RT-SAMPLE-COUNT(REG-IDX)
           END-IF.

       2860-WRITE-SAMPLE.
           MOVE RT-SMP-ACCOUNT(REG-IDX, WS-SAMPLE-SUB)
             TO WS-SL-ACCT-NBR
           MOVE RT-SMP-TIME-STAMP(REG-IDX, WS-SAMPLE-SUB)
             TO WS-SL-TIME-STAMP
           MOVE RT-SMP-REASON(REG-IDX, WS-SAMPLE-SUB)
             TO WS-SL-REASON
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SAMPLE-LINE.

       3000-TERMINATE.
           IF NOT REGISTRY-ERROR
               IF WS-CUR-API-NAME NOT = LOW-VALUES
                   PERFORM 2800-REPORT-API
               END-IF
               EXEC SQL
                   CLOSE PLIC-CSR
               END-EXEC
           END-IF
           MOVE WS-APIS-CHECKED       TO WS-SUM-APIS-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-CALLS-CHECKED      TO WS-SUM-CHECKED-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-2
           MOVE WS-CALLS-IN-VIOLATION TO WS-SUM-BAD-CALLS-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-3
           MOVE WS-FIELD-VIOLATIONS   TO WS-SUM-VIOLATIONS-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-4
           MOVE WS-CALLS-NO-LAYOUT    TO WS-SUM-NOLAYOUT-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-5
           MOVE WS-CALLS-NO-PAYLOAD   TO WS-SUM-NOPAYLOAD-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-6
           IF WS-FIELD-VIOLATIONS > ZERO
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE INTEGRITY-RPT.
