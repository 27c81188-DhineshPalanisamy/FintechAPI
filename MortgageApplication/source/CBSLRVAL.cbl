      *  LENGTH OF AT LEAST 1, LENGTH CONSISTENT WITH THE FIELD       *
      *  TYPE, NO FIELD PAST THE 32000-BYTE PAYLOAD LIMIT, NO         *
      *  OVERLAPPING OR OUT-OF-SEQUENCE OFFSETS WITHIN AN API, AND    *
      *  NO DUPLICATE FIELD NAMES WITHIN AN API, AND AT MOST ONE      *
      *  ACCOUNT-KEY FIELD PER API, TYPED ZD, PD OR BI. IT THEN       *
      *  CROSS-CHECKS CBS_API_LOG_DTL FOR API NAMES THAT HAVE LOGGED  *
      *  CALLS BUT NO REGISTRY LAYOUT - THE GAP THAT SILENTLY         *
      *  MIS-DECODES DISPUTE REPORTS AND LEAVES PII UNMASKED. ONLY    *
      *  WHEN EVERY CHECK PASSES IS THE LAYREG FLAT FILE (CBSLAYR     *
              10 RT-FIELD-LENGTH        PIC 9(5).
              10 RT-FIELD-TYPE          PIC X(2).
              10 RT-PII-IND             PIC X(1).
              10 RT-ACCT-KEY-IND        PIC X(1).

       01  WS-GROUP-WORK.
           05 WS-PREV-API-NAME         PIC X(15) VALUE LOW-VALUES.
           05 WS-FIELD-END             PIC S9(8) COMP.
           05 WS-NAME-COUNT            PIC S9(4) COMP VALUE ZERO.
           05 WS-NAME-IDX              PIC S9(4) COMP.
           05 WS-ACCT-KEY-COUNT        PIC S9(4) COMP VALUE ZERO.

       01  WS-API-NAME-TABLE.
           05 WS-API-FIELD-NAME        PIC X(20) OCCURS 500 TIMES.
                     TO RT-FIELD-TYPE(WS-REGISTRY-COUNT)
                   MOVE LM-PII-IND
                     TO RT-PII-IND(WS-REGISTRY-COUNT)
                   MOVE LM-ACCT-KEY-IND
                     TO RT-ACCT-KEY-IND(WS-REGISTRY-COUNT)
                   PERFORM 2100-VALIDATE-ENTRY
               END-IF
           END-IF.
               MOVE LM-API-NAME TO WS-PREV-API-NAME
               MOVE ZERO        TO WS-PREV-FIELD-END
               MOVE ZERO        TO WS-NAME-COUNT
               MOVE ZERO        TO WS-ACCT-KEY-COUNT
           END-IF
           COMPUTE WS-FIELD-END =
               LM-FIELD-OFFSET + LM-FIELD-LENGTH - 1
               PERFORM 2400-WRITE-ERROR
           END-IF
           PERFORM 2200-CHECK-TYPE-LENGTH
           PERFORM 2250-CHECK-ACCOUNT-KEY
           IF WS-FIELD-END > WS-MAX-PAYLOAD
               MOVE 'FIELD EXTENDS PAST 32000-BYTE LIMIT'
                   TO WS-EL-REASON
                   END-IF
           END-EVALUATE.

      *    THE ACCOUNT-KEY FIELD IS COMPARED WITH THE ROW'S NUMERIC
      *    ACCOUNT_NUMBER BY CBSPLIC, SO IT MUST BE A NUMERIC TYPE -
      *    AND AN API WITH TWO OF THEM WOULD GIVE TWO ANSWERS.
       2250-CHECK-ACCOUNT-KEY.
           IF NOT LM-ACCT-KEY-VALID
               MOVE 'ACCOUNT KEY IND NOT Y, N OR BLANK'
                   TO WS-EL-REASON
               PERFORM 2400-WRITE-ERROR
           END-IF
           IF LM-ACCOUNT-KEY
               ADD 1 TO WS-ACCT-KEY-COUNT
               IF LM-FIELD-TYPE NOT = 'ZD' AND NOT = 'PD'
                                       AND NOT = 'BI'
                   MOVE 'ACCOUNT KEY NOT ZD, PD OR BI'
                       TO WS-EL-REASON
                   PERFORM 2400-WRITE-ERROR
               END-IF
               IF WS-ACCT-KEY-COUNT > 1
                   MOVE 'MORE THAN ONE ACCOUNT KEY IN API'
                       TO WS-EL-REASON
                   PERFORM 2400-WRITE-ERROR
               END-IF
           END-IF.

       2300-CHECK-DUPLICATE-NAME.
           MOVE 'N' TO WS-MATCH-SW
           IF WS-NAME-COUNT > ZERO
           MOVE RT-FIELD-LENGTH(REG-IDX) TO LR-FIELD-LENGTH
           MOVE RT-FIELD-TYPE(REG-IDX)   TO LR-FIELD-TYPE
           MOVE RT-PII-IND(REG-IDX)      TO LR-PII-IND
           MOVE RT-ACCT-KEY-IND(REG-IDX) TO LR-ACCT-KEY-IND
           MOVE LAYOUT-REGISTRY-RECORD   TO FD-LAYOUT-RECORD
           WRITE FD-LAYOUT-RECORD.
