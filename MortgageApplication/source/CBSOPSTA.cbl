      *  AND THE CBS_API_LOG_DTL ROWS CURRENTLY SITTING AT 'RTRY'     *
      *  AND 'PARK'. EVERY LINE CARRIES AN OK / *CHECK* FLAG SO THE   *
      *  DAY SHIFT SEES WHAT NEEDS CHASING WITHOUT WAITING FOR        *
      *  PRINTED OUTPUT DISTRIBUTION. BELOW THE NIGHTLY LINES IT      *
      *  SHOWS WHETHER THE CBSAPHM INTRADAY HEALTH MONITOR HAS RUN    *
      *  CLEAN TODAY AND LISTS TODAY'S OPEN API HEALTH ALERTS FROM    *
      *  THE HMALERT KSDS, SO A LIVE INCIDENT SHOWS UP BESIDE LAST    *
      *  NIGHT'S RESULTS.                                             *
      *****************************************************************
       ENVIRONMENT DIVISION.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY DFHAID.
           COPY CBSRUNC.
           COPY CBSHMAL.
           COPY CBSOPSS.

       01  WS-RESP                     PIC S9(8) COMP.
           05 WS-SL-FLAG                PIC X(7).
           05 FILLER                    PIC X(17) VALUE SPACES.

       01  WS-ALERT-LINE.
           05 WS-XL-API-TYPE            PIC X(10).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-XL-API-NAME            PIC X(15).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-XL-OPENED-TIME         PIC X(8).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-XL-LAST-TIME           PIC X(8).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-XL-ERROR-PCT           PIC ZZ9.9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-XL-SLA-COUNT           PIC ZZZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-XL-DUP-PCT             PIC ZZ9.9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-XL-BREACH-FLAGS        PIC X(3).
           05 FILLER                    PIC X(2)  VALUE SPACES.

       01  WS-HHMMSS-TIME.
           05 WS-HT-HH                  PIC X(2).
           05 FILLER                    PIC X(1)  VALUE ':'.
           05 WS-HT-MI                  PIC X(2).
           05 FILLER                    PIC X(1)  VALUE ':'.
           05 WS-HT-SS                  PIC X(2).

       01  WS-ALERT-COUNT               PIC S9(4) COMP.
       01  WS-ALERT-BROWSE-SW           PIC X(1).
           88 ALERT-BROWSE-DONE             VALUE 'Y'.

       01  WS-ALERT-OVERFLOW-MSG.
           05 FILLER                    PIC X(19)
              VALUE 'STATUS REFRESHED - '.
           05 WS-AO-COUNT               PIC ZZ9.
           05 FILLER                    PIC X(38)
              VALUE ' OPEN INTRADAY ALERTS, FIRST 3 SHOWN'.

       01  WS-EDIT-FIELDS.
           05 WS-COUNT-EDIT             PIC ZZZ,ZZZ,ZZ9.

           MOVE 'PARK' TO HV-RESPONSE-CODE
           MOVE 12 TO WS-LINE-NBR
           PERFORM 2400-COUNT-FLAGGED-ROWS
           PERFORM 2600-CHECK-INTRADAY-MONITOR
           PERFORM 2700-LIST-OPEN-ALERTS
           PERFORM 2900-SEND-SCREEN.

      *    WITH FRSET ON THE MAPSET AN UNMODIFIED DATE FIELD IS NOT
               RESP(WS-RESP)
           END-EXEC.

      *    THE INTRADAY MONITOR AND ITS ALERTS ARE ALWAYS TODAY'S,
      *    WHATEVER NIGHT WAS KEYED FOR THE LINES ABOVE - THEY ARE
      *    THERE TO SHOW WHAT IS GOING WRONG NOW. THE MONITOR RUNS
      *    ALL DAY UNDER ONE RUNCTL KEY, ROWS READ = CALLS EXAMINED
      *    AND ROWS WRITTEN = BREACHING INTERVALS SO FAR TODAY.
       2600-CHECK-INTRADAY-MONITOR.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-DATE)
           END-EXEC
           MOVE 'CBSAPHM ' TO RN-JOB-NAME
           MOVE WS-TODAY-DATE TO RN-RUN-DATE
           PERFORM 2500-READ-RUN-CONTROL
           MOVE 'CBSAPHM' TO WS-SL-NAME
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NOT RUN'       TO WS-SL-STATUS
               MOVE SPACES          TO WS-SL-ROWS-READ
               MOVE SPACES          TO WS-SL-ROWS-WRITTEN
               MOVE '*CHECK*'       TO WS-SL-FLAG
           ELSE
               IF RN-STATUS-COMPLETE
                   MOVE 'MONITORING' TO WS-SL-STATUS
                   MOVE 'OK     '    TO WS-SL-FLAG
               ELSE
                   MOVE 'LAST RUN BAD' TO WS-SL-STATUS
                   MOVE '*CHECK*'      TO WS-SL-FLAG
               END-IF
               MOVE RN-ROWS-READ    TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT   TO WS-SL-ROWS-READ
               MOVE RN-ROWS-WRITTEN TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT   TO WS-SL-ROWS-WRITTEN
           END-IF
           MOVE WS-STATUS-LINE TO MONSTATO.

      *    ALERTS ARE KEYED DATE FIRST, SO TODAY'S ARE ONE RUN OF THE
      *    KSDS. CLEARED ALERTS ARE PASSED OVER; THE FIRST THREE OPEN
      *    ONES ARE LISTED AND THE MESSAGE LINE SAYS WHEN THERE ARE
      *    MORE.
       2700-LIST-OPEN-ALERTS.
           MOVE ZERO TO WS-ALERT-COUNT
           MOVE 'N'  TO WS-ALERT-BROWSE-SW
           MOVE WS-TODAY-DATE TO HA-ALERT-DATE
           MOVE LOW-VALUES    TO HA-API-TYPE
           MOVE LOW-VALUES    TO HA-API-NAME
           EXEC CICS STARTBR FILE('HMALERT')
               RIDFLD(HA-KEY) GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 2710-READ-NEXT-ALERT
                       UNTIL ALERT-BROWSE-DONE
                   EXEC CICS ENDBR FILE('HMALERT')
                   END-EXEC
                   IF WS-ALERT-COUNT = ZERO
                       MOVE 'NO OPEN INTRADAY ALERTS' TO ALRT1O
                   END-IF
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE 'NO OPEN INTRADAY ALERTS' TO ALRT1O
               WHEN OTHER
                   MOVE 'HMALERT NOT AVAILABLE - ALERTS CANNOT BE SHOWN'
                       TO ALRT1O
           END-EVALUATE.

       2710-READ-NEXT-ALERT.
           EXEC CICS READNEXT FILE('HMALERT')
               INTO(HEALTH-ALERT-RECORD)
               RIDFLD(HA-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR HA-ALERT-DATE NOT = WS-TODAY-DATE
               SET ALERT-BROWSE-DONE TO TRUE
           ELSE
               IF HA-STATUS-OPEN
                   ADD 1 TO WS-ALERT-COUNT
                   IF WS-ALERT-COUNT <= 3
                       PERFORM 2720-FORMAT-ALERT-LINE
                   END-IF
               END-IF
           END-IF.

       2720-FORMAT-ALERT-LINE.
           MOVE HA-API-TYPE          TO WS-XL-API-TYPE
           MOVE HA-API-NAME          TO WS-XL-API-NAME
           MOVE HA-OPENED-TIME(1:2)  TO WS-HT-HH
           MOVE HA-OPENED-TIME(3:2)  TO WS-HT-MI
           MOVE HA-OPENED-TIME(5:2)  TO WS-HT-SS
           MOVE WS-HHMMSS-TIME       TO WS-XL-OPENED-TIME
           MOVE HA-LAST-BREACH-TIME(1:2) TO WS-HT-HH
           MOVE HA-LAST-BREACH-TIME(3:2) TO WS-HT-MI
           MOVE HA-LAST-BREACH-TIME(5:2) TO WS-HT-SS
           MOVE WS-HHMMSS-TIME       TO WS-XL-LAST-TIME
           MOVE HA-ERROR-PCT         TO WS-XL-ERROR-PCT
           MOVE HA-SLA-BREACH-COUNT  TO WS-XL-SLA-COUNT
           MOVE HA-DUP-PCT           TO WS-XL-DUP-PCT
           MOVE '---'                TO WS-XL-BREACH-FLAGS
           IF HA-ERROR-BREACH
               MOVE 'E' TO WS-XL-BREACH-FLAGS(1:1)
           END-IF
           IF HA-SLA-BREACH
               MOVE 'S' TO WS-XL-BREACH-FLAGS(2:1)
           END-IF
           IF HA-DUP-BREACH
               MOVE 'D' TO WS-XL-BREACH-FLAGS(3:1)
           END-IF
           EVALUATE WS-ALERT-COUNT
               WHEN 1
                   MOVE WS-ALERT-LINE TO ALRT1O
               WHEN 2
                   MOVE WS-ALERT-LINE TO ALRT2O
               WHEN 3
                   MOVE WS-ALERT-LINE TO ALRT3O
           END-EVALUATE.

       2800-SET-STATUS-LINE.
           EVALUATE WS-LINE-NBR
               WHEN 1
       2900-SEND-SCREEN.
           MOVE CA-RUN-DATE TO RUNDATEO
           IF CA-RC-OK
               IF WS-ALERT-COUNT > 3
                   MOVE WS-ALERT-COUNT TO WS-AO-COUNT
                   MOVE WS-ALERT-OVERFLOW-MSG TO CA-MESSAGE
               ELSE
                   MOVE 'STATUS REFRESHED - ENTER=REFRESH PF3=EXIT'
                       TO CA-MESSAGE
               END-IF
           END-IF
           MOVE CA-MESSAGE TO MSGLINEO
           EXEC CICS SEND MAP(WS-MAP-NAME)
