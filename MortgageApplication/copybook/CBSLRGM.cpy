              88 LM-TYPE-VALID            VALUE 'CH' 'ZD' 'PD' 'BI'.
           05 LM-PII-IND              PIC X(1).
              88 LM-PII-VALID             VALUE 'Y' 'N' ' '.
           05 LM-ACCT-KEY-IND         PIC X(1).
              88 LM-ACCT-KEY-VALID        VALUE 'Y' 'N' ' '.
              88 LM-ACCOUNT-KEY           VALUE 'Y'.
           05 FILLER                  PIC X(31).
