      ******************************************************************
      * CBSGLJR - GENERAL-LEDGER JOURNAL INTERFACE RECORD (GLJRNL      *
      *           FILE), 80 BYTES FIXED. A LEADING 'H' HEADER CARRIES  *
      *           THE SOURCE SYSTEM, CREATION DATE AND ACCOUNTING      *
      *           PERIOD; EACH 'D' DETAIL IS ONE DEBIT OR CREDIT TO A  *
      *           COST CENTRE AND GL ACCOUNT, AMOUNT UNSIGNED WITH A   *
      *           D/C INDICATOR; THE CLOSING 'T' TRAILER CARRIES THE   *
      *           DETAIL COUNT AND THE DEBIT AND CREDIT TOTALS, WHICH  *
      *           MUST BE EQUAL FOR THE LEDGER TO ACCEPT THE BATCH.    *
      *           WRITTEN BY THE MONTH-END CHARGEBACK (CBSCHGB).       *
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           05 JD-RECORD-TYPE          PIC X(1).
              88 JD-RECORD-DETAIL         VALUE 'D'.
              88 JD-RECORD-HEADER         VALUE 'H'.
              88 JD-RECORD-TRAILER        VALUE 'T'.
           05 JD-JOURNAL-DATE         PIC X(10).
           05 JD-COST-CENTRE          PIC X(8).
           05 JD-GL-ACCOUNT           PIC X(10).
           05 JD-DR-CR-IND            PIC X(1).
              88 JD-DEBIT                 VALUE 'D'.
              88 JD-CREDIT                VALUE 'C'.
           05 JD-AMOUNT               PIC 9(11)V99.
           05 JD-PERIOD               PIC X(7).
           05 JD-SOURCE-SYSTEM        PIC X(8).
           05 JD-DESCRIPTION          PIC X(22).

       01  GL-JOURNAL-HEADER REDEFINES GL-JOURNAL-RECORD.
           05 JH-RECORD-TYPE          PIC X(1).
           05 JH-CREATION-DATE        PIC X(10).
           05 JH-SOURCE-SYSTEM        PIC X(8).
           05 JH-PERIOD               PIC X(7).
           05 FILLER                  PIC X(54).

       01  GL-JOURNAL-TRAILER REDEFINES GL-JOURNAL-RECORD.
           05 JT-RECORD-TYPE          PIC X(1).
           05 JT-RECORD-COUNT         PIC 9(9).
           05 JT-TOTAL-DEBITS         PIC 9(13)V99.
           05 JT-TOTAL-CREDITS        PIC 9(13)V99.
           05 FILLER                  PIC X(40).
