       AUTHOR.        MORTGAGE-APPLICATION-TEAM.
      *****************************************************************
      *  CBSRCLS - RESPONSE-CODE CLASSIFIER SUBPROGRAM (BATCH)        *
      *  API_RESPONSE_CODE IS A FREE-FORM CHAR(4) WHOSE MEANINGS USED *
      *  TO LIVE IN HARDCODED LITERAL LISTS AND PEOPLE'S HEADS. THIS  *
      *  SUBPROGRAM ANSWERS CLASS AND DESCRIPTION QUESTIONS FROM THE  *
      *  RESPCODE REFERENCE KSDS (CBSRCDR RECORDS), LOADED INTO       *
      *  WORKING STORAGE ON THE FIRST CALL AND HELD FOR THE LIFE OF   *
      *  THE RUN - THE SAME DISCIPLINE AS THE CBSPDEC REGISTRY LOAD.  *
      *  CALLED BY CBSSTATL, THE ACTIVITY AND SLA REPORTS, THE        *
      *  INTRADAY HEALTH MONITOR CBSAPHM AND THE CBSRCEXR             *
      *  UNKNOWN-CODE EXCEPTION REPORT. A SPACE CODE (NULL COLUMN)    *
      *  CLASSES OK; A CODE NOT ON THE TABLE CLASSES ERROR WITH RC    *
      *  04. BATCH ONLY - THE TABLE IS READ WITH NATIVE FILE I-O      *
      *  (BRSE READS THE KSDS DIRECTLY).                              *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
