      *    BY RULEAPP-PATH. LOCALLY-REJECTED CALLS NEVER REACHED THE   *
      *    SEND LOOP (ZERO ATTEMPTS) AND ARE LEFT OUT SO THEY DO NOT   *
      *    DRAG THE AVERAGES DOWN.                                     *
      *                                                                *
      *    EACH LINE ALSO COUNTS THE CALLS THAT RAN SOMEWHERE OTHER    *
      *    THAN THEIR PRIMARY SSID, SPLIT TWO WAYS: REROUTES ARE       *
      *    GENUINE FAILOVERS AFTER A FAILED SEND, PLANNED ARE CALLS    *
      *    HBRDRV SENT STRAIGHT TO A BACKUP BECAUSE THE PRIMARY WAS IN *
      *    A PLANNED HBRMWNF MAINTENANCE WINDOW (HBRA-FLAG-PLANNED-    *
      *    REROUTE).                                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRRPT3.
              10 WS-SSID-ELAPSED PIC 9(15) VALUE 0.
              10 WS-SSID-WORST PIC 9(8) VALUE 0.
              10 WS-SSID-SENDS PIC 9(9) VALUE 0.
              10 WS-SSID-REROUTES PIC 9(9) VALUE 0.
              10 WS-SSID-PLANNED PIC 9(9) VALUE 0.
       01  WS-MAX-PATHS PIC 9(4) VALUE 200.
       01  WS-PATH-COUNT PIC 9(4) VALUE 0.
       01  WS-PATH-TABLE.
              10 WS-PATH-ELAPSED PIC 9(15) VALUE 0.
              10 WS-PATH-WORST PIC 9(8) VALUE 0.
              10 WS-PATH-SENDS PIC 9(9) VALUE 0.
              10 WS-PATH-REROUTES PIC 9(9) VALUE 0.
              10 WS-PATH-PLANNED PIC 9(9) VALUE 0.
       01  WS-SUB PIC 9(4).
       01  WS-FOUND-SW PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
       01  WS-RUN-DATE PIC 9(8).
       01  WS-PROBE-QUOTIENT PIC S9(8) COMP.
       01  WS-PROBE-BIT PIC S9(8) COMP.
       01  WS-SHADOW-QUOTIENT PIC S9(8) COMP.
       01  WS-SHADOW-BIT PIC S9(8) COMP.
       01  WS-REROUTE-QUOTIENT PIC S9(8) COMP.
       01  WS-REROUTE-BIT PIC S9(8) COMP.
       01  WS-PROBE-SW PIC X VALUE 'N'.
           88 WS-PROBE-CALL VALUE 'Y'.
       01  WS-SHADOW-SW PIC X VALUE 'N'.
           88 WS-SHADOW-CALL VALUE 'Y'.
       01  WS-REROUTE-SW PIC X VALUE 'N'.
           88 WS-GENUINE-REROUTE VALUE 'G'.
           88 WS-PLANNED-REROUTE VALUE 'P'.
       01  WS-HDR-LINE-1.
           05 FILLER PIC X(30) VALUE "HBRA-CONN-AREA DAILY RESPONSE ".
           05 FILLER PIC X(20) VALUE "TIME REPORT         ".
              "SSID / RULEAPP-PATH".
           05 FILLER PIC X(42) VALUE
              "CALLS      AVG-CS    WORST-CS       SENDS".
           05 FILLER PIC X(26) VALUE
              "     REROUTES      PLANNED".
       01  WS-HDR-LINE-4.
           05 FILLER PIC X(72) VALUE
              "BY RULEAPP-PATH".
           05 WS-DET-WORST PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-SENDS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-REROUTES PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-PLANNED PIC ZZZ,ZZZ,ZZ9.
       01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
               GO TO 2100-EXIT
           END-IF
           PERFORM 2150-CHECK-PROBE-CALL
           PERFORM 2160-CHECK-SHADOW-CALL
           IF WS-PROBE-CALL OR WS-SHADOW-CALL
               GO TO 2100-EXIT
           END-IF
           PERFORM 2170-CHECK-REROUTE
           PERFORM 2200-ACCUMULATE-BY-SSID THRU 2200-EXIT
           PERFORM 2300-ACCUMULATE-BY-PATH THRU 2300-EXIT.
       2100-EXIT.
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

      *    A CALL THAT RAN ON OTHER THAN ITS PRIMARY SSID IS A PLANNED *
      *    REROUTE WHEN HBRDRV SET BIT VALUE 16 (HBRA-FLAG-PLANNED-    *
      *    REROUTE) AND A GENUINE FAILOVER OTHERWISE.                  *
       2170-CHECK-REROUTE.
           MOVE 'N' TO WS-REROUTE-SW
           IF HBRAUD-SSID NOT = HBRAUD-SSID-USED
               COMPUTE WS-REROUTE-QUOTIENT =
                   FUNCTION INTEGER(HBRAUD-FLAGS / 16)
               COMPUTE WS-REROUTE-BIT =
                   FUNCTION MOD(WS-REROUTE-QUOTIENT, 2)
               IF WS-REROUTE-BIT = 1
                   SET WS-PLANNED-REROUTE TO TRUE
               ELSE
                   SET WS-GENUINE-REROUTE TO TRUE
               END-IF
           END-IF.

       2200-ACCUMULATE-BY-SSID.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-SSID-IDX TO 1
                   MOVE 0 TO WS-SSID-ELAPSED(WS-SSID-IDX)
                   MOVE 0 TO WS-SSID-WORST(WS-SSID-IDX)
                   MOVE 0 TO WS-SSID-SENDS(WS-SSID-IDX)
                   MOVE 0 TO WS-SSID-REROUTES(WS-SSID-IDX)
                   MOVE 0 TO WS-SSID-PLANNED(WS-SSID-IDX)
               ELSE
                   GO TO 2200-EXIT
               END-IF
           ADD 1 TO WS-SSID-CALLS(WS-SSID-IDX)
           ADD HBRAUD-ELAPSED-TIME TO WS-SSID-ELAPSED(WS-SSID-IDX)
           ADD HBRAUD-SEND-ATTEMPTS TO WS-SSID-SENDS(WS-SSID-IDX)
           IF WS-GENUINE-REROUTE
               ADD 1 TO WS-SSID-REROUTES(WS-SSID-IDX)
           END-IF
           IF WS-PLANNED-REROUTE
               ADD 1 TO WS-SSID-PLANNED(WS-SSID-IDX)
           END-IF
           IF HBRAUD-ELAPSED-TIME > WS-SSID-WORST(WS-SSID-IDX)
               MOVE HBRAUD-ELAPSED-TIME TO WS-SSID-WORST(WS-SSID-IDX)
           END-IF.
                   MOVE 0 TO WS-PATH-ELAPSED(WS-PATH-IDX)
                   MOVE 0 TO WS-PATH-WORST(WS-PATH-IDX)
                   MOVE 0 TO WS-PATH-SENDS(WS-PATH-IDX)
                   MOVE 0 TO WS-PATH-REROUTES(WS-PATH-IDX)
                   MOVE 0 TO WS-PATH-PLANNED(WS-PATH-IDX)
               ELSE
                   GO TO 2300-EXIT
               END-IF
           ADD 1 TO WS-PATH-CALLS(WS-PATH-IDX)
           ADD HBRAUD-ELAPSED-TIME TO WS-PATH-ELAPSED(WS-PATH-IDX)
           ADD HBRAUD-SEND-ATTEMPTS TO WS-PATH-SENDS(WS-PATH-IDX)
           IF WS-GENUINE-REROUTE
               ADD 1 TO WS-PATH-REROUTES(WS-PATH-IDX)
           END-IF
           IF WS-PLANNED-REROUTE
               ADD 1 TO WS-PATH-PLANNED(WS-PATH-IDX)
           END-IF
           IF HBRAUD-ELAPSED-TIME > WS-PATH-WORST(WS-PATH-IDX)
               MOVE HBRAUD-ELAPSED-TIME TO WS-PATH-WORST(WS-PATH-IDX)
           END-IF.
               MOVE WS-AVG-CS TO WS-DET-AVG
               MOVE WS-SSID-WORST(WS-SUB) TO WS-DET-WORST
               MOVE WS-SSID-SENDS(WS-SUB) TO WS-DET-SENDS
               MOVE WS-SSID-REROUTES(WS-SUB) TO WS-DET-REROUTES
               MOVE WS-SSID-PLANNED(WS-SUB) TO WS-DET-PLANNED
               WRITE HBRRPT3-LINE FROM WS-DETAIL-LINE
           END-PERFORM
           WRITE HBRRPT3-LINE FROM WS-BLANK-LINE
               MOVE WS-AVG-CS TO WS-DET-AVG
               MOVE WS-PATH-WORST(WS-SUB) TO WS-DET-WORST
               MOVE WS-PATH-SENDS(WS-SUB) TO WS-DET-SENDS
               MOVE WS-PATH-REROUTES(WS-SUB) TO WS-DET-REROUTES
               MOVE WS-PATH-PLANNED(WS-SUB) TO WS-DET-PLANNED
               WRITE HBRRPT3-LINE FROM WS-DETAIL-LINE
           END-PERFORM.

