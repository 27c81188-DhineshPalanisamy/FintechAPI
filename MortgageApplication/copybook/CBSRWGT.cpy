      ******************************************************************
      * CBSRWGT - RISK SIGNAL WEIGHT CARD FOR CBSRSKW. ONE 80-BYTE     *
      *           CARD PER SIGNAL TYPE, OR PER TYPE AND GRADE WHERE    *
      *           THE SOURCE GRADES ITS SIGNALS (FRAL H/M/L). A BLANK  *
      *           GRADE MATCHES ANY GRADE NOT GIVEN A CARD OF ITS OWN. *
      *           POINTS ARE SCORED PER OCCURRENCE UP TO THE CAP FOR   *
      *           THE DAY; A ZERO CAP MEANS UNCAPPED. A SIGNAL WITH NO *
      *           CARD IS COUNTED BUT SCORES NOTHING.                  *
      ******************************************************************
       01  RISK-WEIGHT-RECORD.
           05 WG-SIGNAL-TYPE          PIC X(4).
           05 WG-SIGNAL-GRADE         PIC X(1).
           05 WG-POINTS-EACH          PIC 9(3)V99.
           05 WG-POINTS-CAP           PIC 9(5)V99.
           05 WG-DESCRIPTION          PIC X(30).
           05 FILLER                  PIC X(33).
