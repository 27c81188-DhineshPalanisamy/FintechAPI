      ******************************************************************
      * CBSLGHX - CALL PARAMETER AREA FOR THE CBSLGHCK LEGAL-HOLD      *
      *           LOOKUP. THE CALLER SUPPLIES AN ACCOUNT NUMBER;       *
      *           CBSLGHCK ANSWERS WHETHER THE ACCOUNT IS ON THE       *
      *           LEGALHLD REGISTER AND, IF SO, UNDER WHICH MATTER.    *
      *           RC 12 MEANS THE REGISTER COULD NOT BE READ - A       *
      *           PURGE OR MASKING JOB THAT CANNOT SEE THE HOLDS MUST  *
      *           STOP RATHER THAN TREAT EVERY ACCOUNT AS UNHELD.      *
      ******************************************************************
       01  CBSLGHX-PARMS.
           05 LG-ACCOUNT-NUMBER        PIC S9(9) USAGE COMP.
           05 LG-HOLD-SW               PIC X(1).
              88 LG-ACCOUNT-HELD           VALUE 'Y'.
              88 LG-ACCOUNT-NOT-HELD       VALUE 'N'.
           05 LG-MATTER-REFERENCE      PIC X(20).
           05 LG-RETURN-CODE           PIC X(2).
              88 LG-RC-OK                  VALUE '00'.
              88 LG-RC-REGISTER-ERROR      VALUE '12'.
