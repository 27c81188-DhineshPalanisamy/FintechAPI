      ******************************************************************
      * CBSENTX - COMMAREA FOR THE CBSENTCK OPERATOR ENTITLEMENT       *
      *           CHECK, LINKED TO BY EVERY ONLINE MAINTENANCE         *
      *           TRANSACTION BEFORE IT ACTS. THE CALLER SUPPLIES ITS  *
      *           OWN TRANSACTION CODE AS A LITERAL (NOT EIBTRNID, SO  *
      *           AN ALIAS TRANSACTION CANNOT SIDESTEP THE PROFILE),   *
      *           THE FUNCTION CODE KEYED AND THE RESOURCE AND ROW     *
      *           KEY IT WAS ABOUT TO TOUCH. CBSENTCK RETURNS THE      *
      *           SIGNED-ON USER ID, A GRANTED/REFUSED ANSWER AND A    *
      *           SCREEN MESSAGE FOR A REFUSAL. A REFUSAL HAS ALREADY  *
      *           BEEN LOGGED TO CBS_MAINT_AUDIT WHEN CONTROL COMES    *
      *           BACK. ANY RC OTHER THAN 00 IS A REFUSAL.             *
      ******************************************************************
       01  CBSENTX-PARMS.
           05 EX-TRAN-ID               PIC X(4).
           05 EX-FUNCTION-CODE         PIC X(1).
           05 EX-RESOURCE-NAME         PIC X(18).
           05 EX-ROW-KEY               PIC X(60).
           05 EX-OPERATOR-ID           PIC X(8).
           05 EX-ACCESS-SW             PIC X(1).
              88 EX-ACCESS-GRANTED         VALUE 'Y'.
              88 EX-ACCESS-REFUSED         VALUE 'N'.
           05 EX-MESSAGE               PIC X(60).
           05 EX-RETURN-CODE           PIC X(2).
              88 EX-RC-OK                  VALUE '00'.
              88 EX-RC-NO-PROFILE          VALUE '04'.
              88 EX-RC-NOT-ENTITLED        VALUE '08'.
              88 EX-RC-FILE-ERROR          VALUE '12'.
