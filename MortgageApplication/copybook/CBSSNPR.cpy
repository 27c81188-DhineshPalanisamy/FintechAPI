      ******************************************************************
      * CBSSNPR - CORE BANKING DAILY ACCOUNT SNAPSHOT RECORD. ONE      *
      *           80-BYTE 'D' DETAIL RECORD PER ACCOUNT ON THE SYSTEM  *
      *           OF RECORD, IN ASCENDING ACCOUNT-NUMBER ORDER,        *
      *           RECONCILED AGAINST THE ACCOUNT MASTER BY CBSACRC.    *
      *           THE FILE CARRIES A LEADING 'H' HEADER RECORD WITH    *
      *           THE SNAPSHOT BUSINESS DATE AND A CLOSING 'T'         *
      *           TRAILER WITH THE DETAIL RECORD COUNT AND THE TOTAL   *
      *           OF THE DETAIL LOAN AMOUNTS - CBSACRC REJECTS THE     *
      *           WHOLE FILE WHEN EITHER IS MISSING, A CONTROL TOTAL   *
      *           DOES NOT BALANCE, OR THE DETAILS ARE OUT OF ORDER.   *
      ******************************************************************
       01  CORE-SNAPSHOT-RECORD.
           05 SN-RECORD-TYPE          PIC X(1).
              88 SN-RECORD-DETAIL         VALUE 'D'.
              88 SN-RECORD-HEADER         VALUE 'H'.
              88 SN-RECORD-TRAILER        VALUE 'T'.
           05 SN-ACCOUNT-NUMBER       PIC 9(9).
           05 SN-ACCOUNT-STATUS       PIC X(1).
              88 SN-STATUS-VALID          VALUE 'A' 'C' 'P'.
           05 SN-CUSTOMER-NAME        PIC X(30).
           05 SN-LOAN-AMOUNT          PIC 9(9)V99.
           05 SN-OPEN-DATE            PIC X(10).
           05 SN-CLOSE-DATE           PIC X(10).
           05 FILLER                  PIC X(8).

       01  CORE-SNAPSHOT-HEADER REDEFINES CORE-SNAPSHOT-RECORD.
           05 SH-RECORD-TYPE          PIC X(1).
           05 SH-SNAPSHOT-DATE        PIC X(10).
           05 FILLER                  PIC X(69).

       01  CORE-SNAPSHOT-TRAILER REDEFINES CORE-SNAPSHOT-RECORD.
           05 ST-RECORD-TYPE          PIC X(1).
           05 ST-RECORD-COUNT         PIC 9(9).
           05 ST-LOAN-AMOUNT-TOTAL    PIC 9(13)V99.
           05 FILLER                  PIC X(55).
