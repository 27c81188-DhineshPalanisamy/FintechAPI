      ******************************************************************
      * CBSCHGP - CONTROL CARD PARAMETERS FOR THE MONTH-END API USAGE  *
      *           CHARGEBACK (CBSCHGB). ONE 80-BYTE CARD: THE BILLING  *
      *           MONTH YYYY-MM (SPACES = THE MONTH BEFORE THE RUN     *
      *           DATE, SO THE JOB CAN RUN ON THE FIRST NIGHT OF THE   *
      *           NEW MONTH AFTER THE LAST DAY'S STATISTICS ARE        *
      *           POSTED), THE PLATFORM COST CENTRE CREDITED WITH THE  *
      *           RECOVERY, AND THE GENERAL-LEDGER ACCOUNTS FOR THE    *
      *           BUSINESS-UNIT DEBITS AND THE PLATFORM CREDIT.        *
      ******************************************************************
       01  CHARGEBACK-CONTROL-CARD.
           05 CC-BILL-MONTH           PIC X(7).
           05 CC-PLATFORM-CC          PIC X(8).
           05 CC-DEBIT-GL-ACCOUNT     PIC X(10).
           05 CC-CREDIT-GL-ACCOUNT    PIC X(10).
           05 FILLER                  PIC X(45).
