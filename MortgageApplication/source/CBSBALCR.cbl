      *  CBSBALCR - NIGHTLY STREAM BALANCING AND RUN-CONTROL CHECK    *
      *  RUNS AS THE LAST STEP OF THE NIGHTLY CBS API LOG STREAM.     *
      *  READS THE RUN-CONTROL RECORDS (CBSRUNC) WRITTEN BY CBSFEXT,  *
      *  CBSVSMLD, CBSARCPG, CBSDACTR, CBSSLAR, CBSDUPR, CBSRECON,    *
      *  CBSSTATL AND THE CBSGWLD GATEWAY LOG LOAD FOR THE RUN DATE   *
      *  AND CROSS-FOOTS THEM AGAINST EACH OTHER AND AGAINST THE DB2  *
      *  ROW COUNT FOR THE DAY:                                       *
      *    - EVERY PREDECESSOR MUST HAVE COMPLETED                    *
      *    - CBSFEXT FEED COUNT MUST EQUAL THE DB2 DAY COUNT          *
      *    - CBSDACTR ROWS REPORTED MUST EQUAL THE DB2 DAY COUNT      *
      *    - CBSVSMLD ROWS LOADED MUST EQUAL ROWS FETCHED (NO         *
      *      HALF-LOADED MIRROR AFTER A SPACE ABEND)                  *
      *    - CBSARCPG ROWS ARCHIVED MUST EQUAL ROWS DELETED           *
      *    - CBSGWLD CALLS LOADED OR ALREADY ON THE TABLE MUST EQUAL  *
      *      THE GATEWAY RECORDS READ (NO REJECTED GATEWAY CALLS)     *
      *  ANY MISS SETS RETURN CODE 8 SO THE SCHEDULER STOPS THE       *
      *  STREAM INSTEAD OF LETTING BRSE SERVE STALE HISTORY. A RUN    *
      *  DATE THE BUSCAL CALENDAR MARKS AS A SCHEDULED NON-RUN DAY,   *
           05 FILLER                    PIC X(8) VALUE 'CBSDUPR '.
           05 FILLER                    PIC X(8) VALUE 'CBSRECON'.
           05 FILLER                    PIC X(8) VALUE 'CBSSTATL'.
           05 FILLER                    PIC X(8) VALUE 'CBSGWLD '.
       01  WS-JOB-TABLE-R REDEFINES WS-JOB-TABLE.
           05 WS-JOB-NAME               PIC X(8) OCCURS 9 TIMES.
       01  WS-JOB-IDX                   PIC S9(4) COMP.

       01  WS-CROSS-FOOT-WORK.
           05 WS-ARC-ARCHIVED           PIC S9(9) COMP VALUE ZERO.
           05 WS-ARC-DELETED            PIC S9(9) COMP VALUE ZERO.
           05 WS-DACTR-READ             PIC S9(9) COMP VALUE ZERO.
           05 WS-GWLD-READ              PIC S9(9) COMP VALUE ZERO.
           05 WS-GWLD-WRITTEN           PIC S9(9) COMP VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05 WS-COUNT-EDIT-1           PIC ZZZ,ZZZ,ZZ9.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-JOB-COMPLETIONS
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > 9
           IF SCHEDULED-NON-RUN-DAY AND WS-JOBS-FOUND = ZERO
               PERFORM 2800-REPORT-SCHEDULED-SKIP
           ELSE
                   MOVE RN-ROWS-WRITTEN TO WS-ARC-DELETED
               WHEN 'CBSDACTR'
                   MOVE RN-ROWS-READ    TO WS-DACTR-READ
               WHEN 'CBSGWLD '
                   MOVE RN-ROWS-READ    TO WS-GWLD-READ
                   MOVE RN-ROWS-WRITTEN TO WS-GWLD-WRITTEN
           END-EVALUATE.

       2500-GET-DB2-DAY-COUNT.
               TO WS-CL-DESCRIPTION
           MOVE WS-ARC-ARCHIVED TO WS-CF-VALUE-1
           MOVE WS-ARC-DELETED  TO WS-CF-VALUE-2
           PERFORM 2700-WRITE-CHECK-LINE
           MOVE 'CBSGWLD CALLS ACCOUNTED VS RECORDS READ'
               TO WS-CL-DESCRIPTION
           MOVE WS-GWLD-WRITTEN TO WS-CF-VALUE-1
           MOVE WS-GWLD-READ    TO WS-CF-VALUE-2
           PERFORM 2700-WRITE-CHECK-LINE.

      *    EACH CROSS-FOOT COMPARES TWO CONTROL TOTALS AND FLAGS THE
           OPEN I-O RUN-CONTROL-FILE
           MOVE 'CBSBALCR' TO RN-JOB-NAME
           MOVE WS-DATE-FROM TO RN-RUN-DATE
           MOVE 9 TO RN-ROWS-READ
           MOVE HV-DAY-COUNT TO RN-ROWS-WRITTEN
           IF STREAM-IN-BALANCE
               SET RN-STATUS-COMPLETE TO TRUE
