      ******************************************************************
      * CBSRWLR - ACCOUNT RISK WATCHLIST RECORD, 120 BYTES, WRITTEN    *
      *           IN ACCOUNT ORDER BY CBSRSKW TO THE WATCHLIST GDG.    *
      *           ONE RECORD PER ACCOUNT THAT SCORED A SIGNAL TODAY.   *
      *           THE CUSTOMER SCORE IS THE SUM OF THE SCORES OF ALL   *
      *           THE CUSTOMER'S ACCOUNTS ON CUSTXREF. THE PRIOR SCORE *
      *           COMES FROM THE PREVIOUS GENERATION (ZERO WHEN THE    *
      *           ACCOUNT WAS NOT ON IT); THE JUMP FLAG IS SET WHEN    *
      *           THE SCORE ROSE BY AT LEAST THE CONTROL-CARD AMOUNT.  *
      ******************************************************************
       01  WATCHLIST-RECORD.
           05 WL-ACCOUNT-NUMBER       PIC 9(9).
           05 WL-CUSTOMER-NAME        PIC X(30).
           05 WL-RUN-DATE             PIC X(8).
           05 WL-ACCOUNT-SCORE        PIC 9(7)V99.
           05 WL-CUSTOMER-SCORE       PIC 9(7)V99.
           05 WL-PRIOR-SCORE          PIC 9(7)V99.
           05 WL-SCORE-CHANGE         PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05 WL-JUMP-FLAG            PIC X(1).
              88 WL-SCORE-JUMPED          VALUE 'J'.
           05 WL-PRIOR-FLAG           PIC X(1).
              88 WL-ON-PRIOR-LIST         VALUE 'Y'.
              88 WL-NEW-TO-LIST           VALUE 'N'.
           05 WL-DUP-COUNT            PIC 9(5).
           05 WL-FRAUD-HIGH-COUNT     PIC 9(3).
           05 WL-FRAUD-MED-COUNT      PIC 9(3).
           05 WL-FRAUD-LOW-COUNT      PIC 9(3).
           05 WL-PARK-COUNT           PIC 9(5).
           05 WL-SLA-COUNT            PIC 9(5).
           05 WL-MAINT-COUNT          PIC 9(5).
           05 FILLER                  PIC X(5).
