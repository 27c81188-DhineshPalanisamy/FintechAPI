      ******************************************************************
      * CBSRSKP - CONTROL CARD PARAMETERS FOR THE NIGHTLY ACCOUNT RISK *
      *           WATCHLIST (CBSRSKW SCORING, CBSRSKR RANKED REPORT).  *
      *           ONE 80-BYTE CARD, SHARED BY BOTH STEPS. AN ACCOUNT   *
      *           IS FLAGGED AS A JUMP WHEN ITS SCORE ROSE BY AT LEAST *
      *           THE JUMP POINTS SINCE THE PRIOR WATCHLIST (ZERO =    *
      *           ANY RISE). THE RANKED REPORT LISTS CUSTOMERS SCORING *
      *           AT LEAST THE REPORT FLOOR, PLUS EVERY JUMPED ACCOUNT *
      *           WHATEVER ITS CUSTOMER'S SCORE.                       *
      ******************************************************************
       01  RISK-CONTROL-CARD.
           05 CC-JUMP-POINTS          PIC 9(5).
           05 CC-REPORT-FLOOR         PIC 9(5).
           05 FILLER                  PIC X(70).
