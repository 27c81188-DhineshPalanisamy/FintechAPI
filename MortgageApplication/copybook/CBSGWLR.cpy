      ******************************************************************
      * CBSGWLR - OFF-HOST API GATEWAY CALL LOG RECORD. ONE 'D'        *
      *           DETAIL RECORD PER API CALL MADE THROUGH THE          *
      *           DISTRIBUTED GATEWAY, LOADED INTO CBS_API_LOG_DTL     *
      *           BY CBSGWLD. THE PAYLOAD IS CARRIED WHOLE (UP TO THE  *
      *           32000 BYTES CBSLOGWR ACCEPTS) AND CHUNKED ON THE     *
      *           WAY IN. THE FILE CARRIES A LEADING 'H' HEADER WITH   *
      *           THE CREATION DATE (THE BUSINESS DATE OF THE CALLS)   *
      *           AND A CLOSING 'T' TRAILER WITH THE DETAIL RECORD     *
      *           COUNT - CBSGWLD REJECTS THE WHOLE FILE WHEN EITHER   *
      *           IS MISSING, THE TRAILER DOES NOT BALANCE, OR THE     *
      *           CREATION DATE WAS ALREADY LOADED.                    *
      ******************************************************************
       01  GATEWAY-LOG-RECORD.
           05 GW-RECORD-TYPE          PIC X(1).
              88 GW-RECORD-DETAIL         VALUE 'D'.
              88 GW-RECORD-HEADER         VALUE 'H'.
              88 GW-RECORD-TRAILER        VALUE 'T'.
           05 GW-ACCOUNT-NUMBER       PIC 9(9).
           05 GW-API-TYPE             PIC X(10).
           05 GW-API-NAME             PIC X(15).
           05 GW-TIME-STAMP           PIC X(26).
           05 GW-RESPONSE-CODE        PIC X(4).
           05 GW-DURATION-MS          PIC 9(9).
           05 GW-PAYLOAD-LENGTH       PIC 9(5).
           05 GW-PAYLOAD-TEXT         PIC X(32000).

       01  GATEWAY-LOG-HEADER REDEFINES GATEWAY-LOG-RECORD.
           05 GH-RECORD-TYPE          PIC X(1).
           05 GH-CREATION-DATE        PIC X(10).
           05 FILLER                  PIC X(32068).

       01  GATEWAY-LOG-TRAILER REDEFINES GATEWAY-LOG-RECORD.
           05 GT-RECORD-TYPE          PIC X(1).
           05 GT-RECORD-COUNT         PIC 9(9).
           05 FILLER                  PIC X(32069).
