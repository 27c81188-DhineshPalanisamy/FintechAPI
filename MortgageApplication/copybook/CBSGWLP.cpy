      ******************************************************************
      * CBSGWLP - CONTROL CARD PARAMETERS FOR THE API GATEWAY LOG      *
      *           LOADER (CBSGWLD). ONE 80-BYTE CARD.                  *
      ******************************************************************
       01  GATEWAY-LOAD-CONTROL-CARD.
           05 CC-COMMIT-INTERVAL      PIC 9(5).
           05 FILLER                  PIC X(75).
