      ******************************************************************
      * CBSHMCK - WINDOW CHECKPOINT RECORD FOR THE INTRADAY API        *
      *           HEALTH MONITOR (CBSAPHM). HOLDS THE END OF THE LAST  *
      *           INTERVAL THAT RAN TO COMPLETION, SO EACH RUN LOOKS   *
      *           ONLY AT CBS_API_LOG_DTL ROWS LOGGED SINCE THEN. A    *
      *           FAILED RUN LEAVES IT ALONE AND THE NEXT RUN PICKS    *
      *           UP THE SAME ROWS AGAIN.                              *
      ******************************************************************
       01  HEALTH-MONITOR-CHECKPOINT.
           05 HC-LAST-WINDOW-END      PIC X(26).
           05 HC-LAST-RUN-DATE        PIC X(8).
           05 HC-LAST-RUN-TIME        PIC X(6).
