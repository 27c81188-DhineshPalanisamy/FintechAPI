      ******************************************************************
      * CBSLGHR - LEGAL-HOLD REGISTER RECORD (LEGALHLD VSAM KSDS,      *
      *           KEYED ON ACCOUNT NUMBER). ONE RECORD PER ACCOUNT     *
      *           LEGAL HAS PLACED UNDER A LITIGATION OR REGULATORY    *
      *           HOLD. MAINTAINED ONLY THROUGH THE LGHM TRANSACTION   *
      *           (CBSLGHMT), WHICH AUDITS EVERY CHANGE VIA CBSAUDWR.  *
      *           WHILE A RECORD EXISTS THE ACCOUNT IS EXEMPT FROM     *
      *           THE CBSARCPG PURGE, THE CBSPIIMK/CBSPIIMA MASKING    *
      *           AND THE CBSAUDAR AUDIT ARCHIVING (ALL THROUGH THE    *
      *           CBSLGHCK LOOKUP). THE EXPIRY DATE IS A REVIEW DATE,  *
      *           NOT AN AUTOMATIC RELEASE - A HOLD PAST ITS EXPIRY    *
      *           STILL PROTECTS THE ACCOUNT UNTIL LEGAL RELEASES IT,  *
      *           AND IS CALLED OUT ON THE WEEKLY CBSLGHRP INVENTORY.  *
      *           DATES ARE YYYY-MM-DD; A BLANK EXPIRY MEANS OPEN-     *
      *           ENDED.                                               *
      ******************************************************************
       01  LEGAL-HOLD-RECORD.
           05 LH-ACCOUNT-NUMBER       PIC 9(9).
           05 LH-HOLD-REASON          PIC X(30).
           05 LH-MATTER-REFERENCE     PIC X(20).
           05 LH-PLACED-BY            PIC X(8).
           05 LH-PLACED-DATE          PIC X(10).
           05 LH-EXPIRY-DATE          PIC X(10).
           05 FILLER                  PIC X(13).
