       01  WS-RUN-DATE PIC 9(8).
       01  WS-PROBE-QUOTIENT PIC S9(8) COMP.
       01  WS-PROBE-BIT PIC S9(8) COMP.
       01  WS-SHADOW-QUOTIENT PIC S9(8) COMP.
       01  WS-SHADOW-BIT PIC S9(8) COMP.
       01  WS-PROBE-SW PIC X VALUE 'N'.
           88 WS-PROBE-CALL VALUE 'Y'.
       01  WS-SHADOW-SW PIC X VALUE 'N'.
           88 WS-SHADOW-CALL VALUE 'Y'.
       01  WS-HDR-LINE-1.
           05 FILLER PIC X(30) VALUE "HBRA-CONN-AREA DAILY CALL VOLU".
           05 FILLER PIC X(20) VALUE "ME / FAILURE REPORT ".
               GO TO 2100-EXIT
           END-IF
           PERFORM 2150-CHECK-PROBE-CALL
           PERFORM 2160-CHECK-SHADOW-CALL
           IF WS-PROBE-CALL OR WS-SHADOW-CALL
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND-SW
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

       3000-PRODUCE-REPORT.
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           WRITE HBRRPT1-LINE FROM WS-HDR-LINE-1
