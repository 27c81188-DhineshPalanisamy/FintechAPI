      *          INTEGER NOT NULL WITH DEFAULT 1 (BACKFILLS EXISTING
      *          SINGLE-ROW CALLS AS SEQUENCE 1) - DCLGEN DOES NOT ECHO
      *          THE DEFAULT CLAUSE, NOTED HERE FOR MAINTAINERS.
             DURATION_MS                     INTEGER,
      *          END-TO-END CALL DURATION IN MILLISECONDS. TIME_STAMP
      *          REMAINS THE SINGLE LOGGED POINT-IN-TIME (CALL-END) FOR
      *          EVERY EXISTING KEY/CURSOR IN THIS APPLICATION, SO A
      *          RE-KEYING CBSLOGWR/CBSLOGRD, THE VSAM MIRROR (CBSVSAM),
      *          THE ARCHIVE LAYOUT (CBSARCR) AND THE CICS COMMAREA
      *          (CBSRSPM) FOR NO BENEFIT TO THE SLA REPORT ITSELF.
             PARKED_TIME_STAMP               TIMESTAMP,
             LAST_GW_RESPONSE                CHAR(4)
      *          BOTH ADDED VIA ALTER TABLE ... ADD COLUMN, NULLABLE.
      *          SET BY CBSRTRY ON THE ROW IT PARKS - WHEN THE CALL
      *          HIT THE RETRY CEILING AND THE GATEWAY RESPONSE CODE
      *          OF THAT LAST FAILED ATTEMPT, WHICH 'PARK' OVERWRITES
      *          IN API_RESPONSE_CODE. READ BY THE PARK WORK SCREEN
      *          (CBSPRKMT) AND THE PARK AGING REPORT (CBSPRKAR); A
      *          ROW PARKED BEFORE THE COLUMNS EXISTED HAS THEM NULL
      *          AND IS AGED FROM ITS TIME_STAMP INSTEAD.
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBS_API_LOG_DTL             *
      *    *************************************************************
      *                       DURATION_MS
           10 H4-DURATION-MS       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       PARKED_TIME_STAMP
           10 H4-PARKED-TIME-STAMP PIC X(26).
      *    *************************************************************
      *                       LAST_GW_RESPONSE
           10 H4-LAST-GW-RESPONSE  PIC X(4).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICBS-API-LOG-DTL.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 11 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
