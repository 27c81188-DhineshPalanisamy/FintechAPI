      *           WITH THE DETAIL RECORD COUNT - CBSMBAT REJECTS THE   *
      *           WHOLE FILE WHEN EITHER IS MISSING, THE TRAILER       *
      *           DOES NOT BALANCE, OR THE CREATION DATE WAS ALREADY   *
      *           APPLIED. THE HEADER SOURCE ID TELLS THE FEEDS        *
      *           APART: SPACES FOR THE ORIGINATION FILE, 'ACRC' FOR   *
      *           THE CORRECTION FILE CBSACRC RAISES FROM THE CORE     *
      *           BANKING RECONCILIATION. EACH FEED'S CREATION DATES   *
      *           ARE STAMPED ON RUNCTL UNDER ITS OWN JOB NAME.        *
      ******************************************************************
       01  MASTER-TXN-RECORD.
           05 MT-FUNCTION             PIC X(1).
       01  MASTER-TXN-HEADER REDEFINES MASTER-TXN-RECORD.
           05 MH-RECORD-TYPE          PIC X(1).
           05 MH-CREATION-DATE        PIC X(10).
           05 MH-SOURCE-ID            PIC X(4).
              88 MH-SOURCE-RECONCILIATION VALUE 'ACRC'.
           05 FILLER                  PIC X(65).

       01  MASTER-TXN-TRAILER REDEFINES MASTER-TXN-RECORD.
           05 MR-RECORD-TYPE          PIC X(1).
