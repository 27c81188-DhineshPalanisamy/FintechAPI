      ******************************************************************
      * CBSRSIG - PER-ACCOUNT RISK SIGNAL RECORD. ONE 80-BYTE RECORD   *
      *           PER ACCOUNT PER SIGNAL, WRITTEN TO RISKSIG BY THE    *
      *           NIGHTLY EXCEPTION JOBS AND SCORED BY CBSRSKW:        *
      *             DUPL - CBSDUPR SUPPRESSED DUPLICATE CALLS          *
      *             FRAL - CBSFRIN MATCHED FRAUD ALERT (GRADE H/M/L)   *
      *             PARK - CBSRTRY CALL PARKED AT THE RETRY CEILING    *
      *             SLAB - CBSSLAR RESPONSE-TIME SLA BREACH            *
      *             MAUD - CBSAUDR MANUAL MAINTENANCE ON THE ACCOUNT   *
      *           THE COUNT IS THE NUMBER OF OCCURRENCES THE RECORD    *
      *           STANDS FOR. GRADE IS BLANK UNLESS THE SOURCE GRADES  *
      *           ITS SIGNALS. THE DATE IS THE LAST DAY REPORTED ON    *
      *           FOR DUPL AND SLAB, THE RUN DATE FOR THE OTHERS -     *
      *           CBSRSKW SKIPS AN EARLIER-DATED SIGNAL AS STALE.      *
      ******************************************************************
       01  RISK-SIGNAL-RECORD.
           05 SG-ACCOUNT-NUMBER       PIC 9(9).
           05 SG-SIGNAL-TYPE          PIC X(4).
              88 SG-DUPLICATE-CALLS       VALUE 'DUPL'.
              88 SG-FRAUD-ALERT           VALUE 'FRAL'.
              88 SG-PARKED-CALL           VALUE 'PARK'.
              88 SG-SLA-BREACH            VALUE 'SLAB'.
              88 SG-MANUAL-MAINT          VALUE 'MAUD'.
           05 SG-SIGNAL-GRADE         PIC X(1).
           05 SG-SIGNAL-COUNT         PIC 9(7).
           05 SG-SIGNAL-DATE          PIC X(8).
           05 SG-SOURCE-JOB           PIC X(8).
           05 FILLER                  PIC X(43).
