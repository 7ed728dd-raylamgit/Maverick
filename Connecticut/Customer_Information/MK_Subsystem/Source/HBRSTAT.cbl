      *    AND SEND-ATTEMPT TOTALS COVER ONLY CALLS THAT REACHED THE    *
      *    SEND LOOP (THE HBRRPT3 RULE), COUNTED SEPARATELY AS          *
      *    TIMED-CALLS SO THE STORED AVERAGE IS HONEST.                 *
      *                                                                 *
      *    IT ALSO APPENDS ONE TYPE C CHARGEBACK ENTRY PER PRODCODE AND *
      *    RULEAPP-PATH PAIR FOR HBRCHRG'S MONTH-END BILLING. THOSE     *
      *    ALSO LEAVE OUT VALIDATE-ONLY (DRY-RUN) CALLS - SEE HBRSTS.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRSTAT.
              10 WS-PATH-ELAPSED PIC 9(15) VALUE 0.
              10 WS-PATH-WORST PIC 9(8) VALUE 0.
              10 WS-PATH-SENDS PIC 9(9) VALUE 0.
       01  WS-MAX-CHARGES PIC 9(4) VALUE 500.
       01  WS-CHARGE-COUNT PIC 9(4) VALUE 0.
       01  WS-CHARGE-OVERFLOW PIC 9(9) VALUE 0.
       01  WS-CHARGE-TABLE.
           05 WS-CHARGE-ENTRY OCCURS 500 INDEXED BY WS-CHARGE-IDX.
              10 WS-CHARGE-PRODCODE PIC X(4).
              10 WS-CHARGE-PATH PIC X(256).
              10 WS-CHARGE-CALLS PIC 9(9) VALUE 0.
              10 WS-CHARGE-FAILS PIC 9(9) VALUE 0.
              10 WS-CHARGE-TIMED PIC 9(9) VALUE 0.
              10 WS-CHARGE-ELAPSED PIC 9(15) VALUE 0.
              10 WS-CHARGE-WORST PIC 9(8) VALUE 0.
              10 WS-CHARGE-SENDS PIC 9(9) VALUE 0.
       01  WS-SUB PIC 9(4).
       01  WS-FOUND-SW PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
       01  WS-RECORDS-WRITTEN PIC 9(4) VALUE 0.
       01  WS-PROBE-QUOTIENT PIC S9(8) COMP.
       01  WS-PROBE-BIT PIC S9(8) COMP.
       01  WS-SHADOW-QUOTIENT PIC S9(8) COMP.
       01  WS-SHADOW-BIT PIC S9(8) COMP.
       01  WS-DRY-RUN-QUOTIENT PIC S9(8) COMP.
       01  WS-DRY-RUN-BIT PIC S9(8) COMP.
       01  WS-PROBE-SW PIC X VALUE 'N'.
           88 WS-PROBE-CALL VALUE 'Y'.
       01  WS-SHADOW-SW PIC X VALUE 'N'.
           88 WS-SHADOW-CALL VALUE 'Y'.
       01  WS-DRY-RUN-SW PIC X VALUE 'N'.
           88 WS-DRY-RUN-CALL VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
               GO TO 2100-EXIT
           END-IF
           PERFORM 2150-CHECK-PROBE-CALL
           PERFORM 2160-CHECK-SHADOW-CALL
           IF WS-PROBE-CALL OR WS-SHADOW-CALL
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO WS-TIMED-SW
               SET WS-TIMED-CALL TO TRUE
           END-IF
           PERFORM 2200-ACCUMULATE-BY-SSID THRU 2200-EXIT
           PERFORM 2300-ACCUMULATE-BY-PATH THRU 2300-EXIT
           PERFORM 2170-CHECK-DRY-RUN-CALL
           IF NOT WS-DRY-RUN-CALL
               PERFORM 2400-ACCUMULATE-CHARGEBACK THRU 2400-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

               SET WS-PROBE-CALL TO TRUE
           END-IF.

      *    HBRBATC'S CHAMPION/CHALLENGER SHADOW CALLS CARRY BIT VALUE  *
      *    8 (HBRA-FLAG-SHADOW-CALL) - THE CANDIDATE RULE APP'S SECOND *
      *    DRIVE OF A CUSTOMER ALREADY COUNTED ON THE PRODUCTION PATH, *
      *    SO THEY ARE LEFT OUT THE SAME WAY AS PROBES.                *
       2160-CHECK-SHADOW-CALL.
           MOVE 'N' TO WS-SHADOW-SW
           COMPUTE WS-SHADOW-QUOTIENT =
               FUNCTION INTEGER(HBRAUD-FLAGS / 8)
           COMPUTE WS-SHADOW-BIT = FUNCTION MOD(WS-SHADOW-QUOTIENT, 2)
           IF WS-SHADOW-BIT = 1
               SET WS-SHADOW-CALL TO TRUE
           END-IF.

      *    VALIDATE-ONLY CALLS CARRY BIT VALUE 2 OF HBRAUD-FLAGS. THEY *
      *    STAY IN THE S AND P ENTRIES - THEY DID LOAD THE REGION -    *
      *    BUT NO LINE OF BUSINESS IS BILLED FOR THEM, SO THEY ARE     *
      *    KEPT OUT OF THE TYPE C CHARGEBACK ENTRIES ONLY.             *
       2170-CHECK-DRY-RUN-CALL.
           MOVE 'N' TO WS-DRY-RUN-SW
           COMPUTE WS-DRY-RUN-QUOTIENT =
               FUNCTION INTEGER(HBRAUD-FLAGS / 2)
           COMPUTE WS-DRY-RUN-BIT =
               FUNCTION MOD(WS-DRY-RUN-QUOTIENT, 2)
           IF WS-DRY-RUN-BIT = 1
               SET WS-DRY-RUN-CALL TO TRUE
           END-IF.

       2200-ACCUMULATE-BY-SSID.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-SSID-IDX TO 1
       2300-EXIT.
           EXIT.

      *    ONE CHARGEBACK ENTRY PER PRODCODE AND RULEAPP-PATH PAIR, SO *
      *    HBRCHRG CAN PRICE THE TRAFFIC TO WHICHEVER OWNER THE        *
      *    HBROWNF FILE NAMES FOR EITHER. A NIGHT WITH MORE PAIRS THAN *
      *    THE TABLE HOLDS IS COUNTED AND REPORTED, NOT SILENTLY LOST. *
       2400-ACCUMULATE-CHARGEBACK.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CHARGE-IDX TO 1
           SEARCH WS-CHARGE-ENTRY
               AT END CONTINUE
               WHEN WS-CHARGE-PRODCODE(WS-CHARGE-IDX) = HBRAUD-PRODCODE
                AND WS-CHARGE-PATH(WS-CHARGE-IDX) = HBRAUD-RULEAPP-PATH
                   SET WS-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-FOUND
               IF WS-CHARGE-COUNT < WS-MAX-CHARGES
                   ADD 1 TO WS-CHARGE-COUNT
                   SET WS-CHARGE-IDX TO WS-CHARGE-COUNT
                   MOVE HBRAUD-PRODCODE
                       TO WS-CHARGE-PRODCODE(WS-CHARGE-IDX)
                   MOVE HBRAUD-RULEAPP-PATH
                       TO WS-CHARGE-PATH(WS-CHARGE-IDX)
                   MOVE 0 TO WS-CHARGE-CALLS(WS-CHARGE-IDX)
                   MOVE 0 TO WS-CHARGE-FAILS(WS-CHARGE-IDX)
                   MOVE 0 TO WS-CHARGE-TIMED(WS-CHARGE-IDX)
                   MOVE 0 TO WS-CHARGE-ELAPSED(WS-CHARGE-IDX)
                   MOVE 0 TO WS-CHARGE-WORST(WS-CHARGE-IDX)
                   MOVE 0 TO WS-CHARGE-SENDS(WS-CHARGE-IDX)
               ELSE
                   ADD 1 TO WS-CHARGE-OVERFLOW
                   GO TO 2400-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-CHARGE-CALLS(WS-CHARGE-IDX)
           IF HBRAUD-COMPLETION-CODE NOT = 0
               ADD 1 TO WS-CHARGE-FAILS(WS-CHARGE-IDX)
           END-IF
           IF WS-TIMED-CALL
               ADD 1 TO WS-CHARGE-TIMED(WS-CHARGE-IDX)
               ADD HBRAUD-ELAPSED-TIME
                   TO WS-CHARGE-ELAPSED(WS-CHARGE-IDX)
               ADD HBRAUD-SEND-ATTEMPTS
                   TO WS-CHARGE-SENDS(WS-CHARGE-IDX)
               IF HBRAUD-ELAPSED-TIME > WS-CHARGE-WORST(WS-CHARGE-IDX)
                   MOVE HBRAUD-ELAPSED-TIME
                       TO WS-CHARGE-WORST(WS-CHARGE-IDX)
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

       3000-WRITE-HISTORY.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SSID-COUNT
               WRITE HBRSTS-RECORD
               ADD 1 TO WS-RECORDS-WRITTEN
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CHARGE-COUNT
               INITIALIZE HBRSTS-RECORD
               MOVE WS-RUN-DATE TO HBRSTS-DATE
               MOVE 'C' TO HBRSTS-TYPE
               MOVE WS-CHARGE-PRODCODE(WS-SUB) TO HBRSTS-PRODCODE
               MOVE WS-CHARGE-PATH(WS-SUB) TO HBRSTS-RULEAPP-PATH
               MOVE WS-CHARGE-CALLS(WS-SUB) TO HBRSTS-CALLS
               MOVE WS-CHARGE-FAILS(WS-SUB) TO HBRSTS-FAILURES
               MOVE WS-CHARGE-TIMED(WS-SUB) TO HBRSTS-TIMED-CALLS
               IF WS-CHARGE-TIMED(WS-SUB) > 0
                   COMPUTE HBRSTS-AVG-ELAPSED ROUNDED =
                       WS-CHARGE-ELAPSED(WS-SUB)
                       / WS-CHARGE-TIMED(WS-SUB)
               END-IF
               MOVE WS-CHARGE-WORST(WS-SUB) TO HBRSTS-WORST-ELAPSED
               MOVE WS-CHARGE-SENDS(WS-SUB) TO HBRSTS-SEND-ATTEMPTS
               WRITE HBRSTS-RECORD
               ADD 1 TO WS-RECORDS-WRITTEN
           END-PERFORM
           DISPLAY 'HBRSTAT - DATE=' WS-RUN-DATE
               ' HISTORY RECORDS WRITTEN=' WS-RECORDS-WRITTEN
           IF WS-CHARGE-OVERFLOW > 0
               DISPLAY 'HBRSTAT - CHARGEBACK TABLE FULL AT '
                   WS-MAX-CHARGES ' PAIRS - ' WS-CHARGE-OVERFLOW
                   ' CALLS NOT IN TYPE C ENTRIES'
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           CLOSE HBRAUDT-FILE
