      ******************************************************************
      * CBSHMAL - INTRADAY API HEALTH ALERT RECORD ON THE HMALERT      *
      *           KSDS, KEYED ON ALERT DATE PLUS API_TYPE/API_NAME -   *
      *           ONE INCIDENT PER API PER DAY. RAISED BY CBSAPHM WHEN *
      *           AN INTERVAL BREACHES THE API'S HMLIMITS CARD AND     *
      *           REFRESHED WITH THE FIGURES OF EVERY LATER BREACHING  *
      *           INTERVAL; CLEARED BY CBSAPHM WHEN AN INTERVAL WITH   *
      *           ENOUGH CALLS TO JUDGE COMES BACK WITHIN LIMITS, AND  *
      *           REOPENED IF THE API BREACHES AGAIN THE SAME DAY.     *
      *           THE OPEN ALERTS FOR TODAY ARE LISTED ON OPST.        *
      ******************************************************************
       01  HEALTH-ALERT-RECORD.
           05 HA-KEY.
              10 HA-ALERT-DATE        PIC X(8).
              10 HA-API-TYPE          PIC X(10).
              10 HA-API-NAME          PIC X(15).
           05 HA-ALERT-STATUS         PIC X(1).
              88 HA-STATUS-OPEN           VALUE 'O'.
              88 HA-STATUS-CLEARED        VALUE 'C'.
           05 HA-OPENED-TIME          PIC X(6).
           05 HA-LAST-BREACH-TIME     PIC X(6).
           05 HA-CLEARED-TIME         PIC X(6).
           05 HA-BREACH-RUNS          PIC S9(4)   USAGE COMP.
           05 HA-WINDOW-FROM          PIC X(26).
           05 HA-WINDOW-TO            PIC X(26).
           05 HA-CALL-COUNT           PIC S9(9)   USAGE COMP.
           05 HA-ERROR-COUNT          PIC S9(9)   USAGE COMP.
           05 HA-ERROR-PCT            PIC S9(3)V9 USAGE COMP-3.
           05 HA-SLA-BREACH-COUNT     PIC S9(9)   USAGE COMP.
           05 HA-DUP-COUNT            PIC S9(9)   USAGE COMP.
           05 HA-DUP-PCT              PIC S9(3)V9 USAGE COMP-3.
           05 HA-BREACH-FLAGS.
              10 HA-ERROR-BREACH-SW   PIC X(1).
                 88 HA-ERROR-BREACH       VALUE 'Y'.
              10 HA-SLA-BREACH-SW     PIC X(1).
                 88 HA-SLA-BREACH         VALUE 'Y'.
              10 HA-DUP-BREACH-SW     PIC X(1).
                 88 HA-DUP-BREACH         VALUE 'Y'.
           05 FILLER                  PIC X(19).
