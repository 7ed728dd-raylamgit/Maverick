               AT END SET WS-EOF TO TRUE
           END-READ.

      *    TYPE C CHARGEBACK ENTRIES DUPLICATE THE SAME TRAFFIC BY     *
      *    PRODCODE FOR HBRCHRG AND ARE NOT PART OF THE TREND.         *
       2100-ACCUMULATE-RECORD.
           IF HBRSTS-DATE < WS-CUTOFF-DATE OR
              HBRSTS-DATE > WS-RUN-DATE
               GO TO 2100-EXIT
           END-IF
           IF HBRSTS-TYPE = 'C'
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           SET WS-ENTRY-IDX TO 1
           SEARCH WS-ENTRY
