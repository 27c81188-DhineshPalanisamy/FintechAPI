      ******************************************************************
      * CBSCHGR - API CHARGEBACK RATE TABLE RECORD (CHGRATE FILE). ONE *
      *           80-BYTE CARD PER API_TYPE/API_NAME NAMING THE COST   *
      *           CENTRE THAT OWNS THE API'S VOLUME AND THE RATES THE  *
      *           MONTH-END CHARGEBACK (CBSCHGB) PRICES THE MONTH'S    *
      *           CBS_API_STAT_HST ROWS AT: A CHARGE PER CALL, PLUS A  *
      *           SURCHARGE PER CALL OVER THE API'S SLA THRESHOLD AND  *
      *           PER CALL IN THE RETRY RESPONSE CLASS. A CARD WITH A  *
      *           BLANK API NAME IS THE DEFAULT FOR EVERY NAME OF ITS  *
      *           API TYPE; A CARD FOR THE EXACT TYPE AND NAME WINS.   *
      *           RATES ARE IN CURRENCY UNITS TO FOUR DECIMAL PLACES.  *
      ******************************************************************
       01  CHARGEBACK-RATE-RECORD.
           05 CR-API-TYPE             PIC X(10).
           05 CR-API-NAME             PIC X(15).
           05 CR-COST-CENTRE          PIC X(8).
           05 CR-RATE-PER-CALL        PIC 9(3)V9(4).
           05 CR-SLA-SURCHARGE        PIC 9(3)V9(4).
           05 CR-RETRY-SURCHARGE      PIC 9(3)V9(4).
           05 FILLER                  PIC X(26).
