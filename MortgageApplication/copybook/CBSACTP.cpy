      ******************************************************************
      * CBSACTP - CONTROL CARD PARAMETERS FOR THE ARCHIVE GENERATION   *
      *           SELECTION (CBSACTSL). ONE 80-BYTE CARD: THE ARCHIVE  *
      *           CONTENT ('L' = API CALL LOG, 'A' = MAINTENANCE       *
      *           AUDIT), THE DD NAME THE CONCATENATION IS BUILT FOR   *
      *           (SPACES = ARCHIN FOR 'L', AUDARCIN FOR 'A'), THE     *
      *           ACCOUNT NUMBER (ZERO = ALL ACCOUNTS) AND THE DATE    *
      *           RANGE YYYY-MM-DD (SPACES = OPEN AT THAT END).        *
      ******************************************************************
       01  ARCHIVE-SELECT-CARD.
           05 CC-CONTENT-TYPE         PIC X(1).
              88 CC-CONTENT-API-LOG       VALUE 'L'.
              88 CC-CONTENT-AUDIT         VALUE 'A'.
           05 CC-DD-NAME              PIC X(8).
           05 CC-ACCOUNT-NUMBER       PIC 9(9).
           05 CC-DATE-FROM            PIC X(10).
           05 CC-DATE-TO              PIC X(10).
           05 FILLER                  PIC X(42).
