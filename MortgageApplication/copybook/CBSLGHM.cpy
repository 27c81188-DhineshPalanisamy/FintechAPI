      ******************************************************************
      * CBSLGHM - COMMAREA LAYOUT FOR THE CBSLGHMT LEGAL-HOLD          *
      *           REGISTER MAINTENANCE TRANSACTION (TRAN LGHM).        *
      *           CARRIES THE LAST FUNCTION AND ACCOUNT KEYED ACROSS   *
      *           PSEUDO-CONVERSATIONS.                                *
      ******************************************************************
       01  DFHCOMMAREA.
           05 CA-FUNCTION               PIC X(1).
              88 CA-FUNCTION-ADD            VALUE 'A'.
              88 CA-FUNCTION-CHANGE         VALUE 'C'.
              88 CA-FUNCTION-RELEASE        VALUE 'R'.
              88 CA-FUNCTION-INQUIRE        VALUE 'I'.
           05 CA-ACCOUNT-NUMBER         PIC 9(9).
           05 CA-RETURN-CODE            PIC X(2).
              88 CA-RC-OK                   VALUE '00'.
              88 CA-RC-NOT-FOUND            VALUE '04'.
              88 CA-RC-DUPLICATE            VALUE '08'.
              88 CA-RC-VSAM-ERROR           VALUE '12'.
              88 CA-RC-NOT-AUTHORISED       VALUE '16'.
           05 CA-MESSAGE                PIC X(60).
