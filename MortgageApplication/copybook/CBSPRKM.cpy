      ******************************************************************
      * CBSPRKM - COMMAREA LAYOUT FOR THE CBSPRKMT PARKED-CALL WORK    *
      *           QUEUE TRANSACTION (TRAN PARK). CARRIES THE KEYS OF   *
      *           THE CALLS LISTED ON THE SCREEN, SO A KEYED LINE      *
      *           NUMBER RESOLVES TO ITS CBS_API_LOG_DTL ROW, AND THE  *
      *           LIST POSITION (PARKED TIME, THEN ACCOUNT, API NAME   *
      *           AND CALL TIME STAMP) WHERE THE CURRENT PAGE STARTED  *
      *           AND WHERE IT ENDED, SO ENTER CAN REFRESH THE PAGE    *
      *           AND PF8 CAN RESUME OLDEST-FIRST FROM THE LAST LINE.  *
      ******************************************************************
       01  DFHCOMMAREA.
           05 CA-LIST-SW                PIC X(1).
              88 CA-LIST-SHOWN              VALUE 'Y'.
           05 CA-LINE-COUNT             PIC S9(4) USAGE COMP.
           05 CA-LISTED-CALL            OCCURS 10 TIMES.
              10 CA-LC-ACCOUNT-NUMBER   PIC S9(9) USAGE COMP.
              10 CA-LC-API-NAME         PIC X(15).
              10 CA-LC-TIME-STAMP       PIC X(26).
           05 CA-PAGE-START.
              10 CA-PS-PARKED-TS        PIC X(26).
              10 CA-PS-ACCOUNT-NUMBER   PIC S9(9) USAGE COMP.
              10 CA-PS-API-NAME         PIC X(15).
              10 CA-PS-TIME-STAMP       PIC X(26).
           05 CA-LAST-LISTED.
              10 CA-LL-PARKED-TS        PIC X(26).
              10 CA-LL-ACCOUNT-NUMBER   PIC S9(9) USAGE COMP.
              10 CA-LL-API-NAME         PIC X(15).
              10 CA-LL-TIME-STAMP       PIC X(26).
           05 CA-MORE-DATA-SW           PIC X(1).
              88 CA-MORE-DATA               VALUE 'Y'.
           05 CA-RETURN-CODE            PIC X(2).
              88 CA-RC-OK                   VALUE '00'.
              88 CA-RC-NOT-FOUND            VALUE '04'.
              88 CA-RC-SQL-ERROR            VALUE '12'.
              88 CA-RC-NOT-AUTHORISED       VALUE '16'.
           05 CA-MESSAGE                PIC X(60).
