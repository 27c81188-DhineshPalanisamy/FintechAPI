      *           CBSPDEC DECODER SO A STORED PAYLOAD CAN BE TURNED    *
      *           INTO LABELED FIELD/VALUE LINES WITHOUT HAND-         *
      *           COUNTING BYTE OFFSETS AGAINST PRINTED COPYBOOKS.     *
      *           LR-ACCT-KEY-IND MARKS THE ONE FIELD PER API THAT     *
      *           CARRIES THE ACCOUNT NUMBER, SO CBSPLIC CAN CHECK IT  *
      *           AGAINST THE LOGGED ROW'S ACCOUNT_NUMBER.             *
      ******************************************************************
       01  LAYOUT-REGISTRY-RECORD.
           05 LR-API-NAME             PIC X(15).
              88 LR-TYPE-BINARY           VALUE 'BI'.
           05 LR-PII-IND              PIC X(1).
              88 LR-PII-SENSITIVE         VALUE 'Y'.
           05 LR-ACCT-KEY-IND         PIC X(1).
              88 LR-ACCOUNT-KEY           VALUE 'Y'.
           05 FILLER                  PIC X(31).
