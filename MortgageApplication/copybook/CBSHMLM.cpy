      ******************************************************************
      * CBSHMLM - ALERT LIMIT RECORD FOR THE INTRADAY API HEALTH       *
      *           MONITOR (CBSAPHM). ONE 80-BYTE CARD PER API_TYPE/    *
      *           API_NAME COMBINATION ON HMLIMITS. AN INTERVAL WITH   *
      *           FEWER CALLS THAN THE MINIMUM IS NOT JUDGED - A RATE  *
      *           OVER TWO OR THREE CALLS IS NOISE. A ZERO LIMIT       *
      *           SWITCHES THAT MEASURE OFF FOR THE API. PERCENTAGES   *
      *           CARRY ONE DECIMAL PLACE (0150 = 15.0 PER CENT). AN   *
      *           API WITH NO CARD IS COUNTED BUT NEVER ALERTED.       *
      ******************************************************************
       01  HEALTH-LIMIT-RECORD.
           05 HL-API-TYPE             PIC X(10).
           05 HL-API-NAME             PIC X(15).
           05 HL-MIN-CALLS            PIC 9(5).
           05 HL-MAX-ERROR-PCT        PIC 9(3)V9.
           05 HL-MAX-SLA-BREACHES     PIC 9(5).
           05 HL-MAX-DUP-PCT          PIC 9(3)V9.
           05 FILLER                  PIC X(37).
