             RETRY_COUNT                    INTEGER NOT NULL,
             ERROR_COUNT                    INTEGER NOT NULL,
             AVG_DURATION_MS                INTEGER,
             MAX_DURATION_MS                INTEGER,
             SLA_BREACH_COUNT               INTEGER
      *          ADDED VIA ALTER TABLE ... ADD COLUMN, NULLABLE. CALLS
      *          OF THE DAY WHOSE DURATION_MS EXCEEDED THE SLATHRSH
      *          THRESHOLD FOR THE API_TYPE/API_NAME, POSTED BY
      *          CBSSTATL SO THE MONTH-END CHARGEBACK (CBSCHGB) CAN
      *          PRICE SLA BREACHES AFTER THE CBSARCPG PURGE. NULL
      *          WHEN THE API HAS NO THRESHOLD, AND ON DAYS POSTED
      *          BEFORE THE COLUMN EXISTED.
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBS_API_STAT_HST            *
      *    *************************************************************
      *                       MAX_DURATION_MS
           10 SH-MAX-DURATION-MS    PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       SLA_BREACH_COUNT
           10 SH-SLA-BREACH-COUNT   PIC S9(9) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICBS-API-STAT-HST.
           10 STASTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
