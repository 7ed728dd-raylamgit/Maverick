      *    ARRANGEMENT HBRALRT USES FOR HBRTHRSH. DEFAULTS ARE 10     *
      *    MINUTES AND 500 (FIVE SECONDS) WHEN THE QUEUE IS ABSENT.    *
      *                                                                *
      *    A REGION INSIDE A PLANNED MAINTENANCE WINDOW (HBRMWNF,      *
      *    CHECKED THROUGH HBRMWCK) IS NOT PROBED - IT IS DOWN ON      *
      *    PURPOSE, AND A PROBE WOULD ONLY RAISE A FALSE 'PRBF'.       *
      *                                                                *
      *    NOTE: THIS PROGRAM USES EXEC CICS AND MUST BE TRANSLATED   *
      *    WITH THE CICS COMMAND TRANSLATOR BEFORE COMPILING ON A     *
      *    CICS-CAPABLE COBOL COMPILER. IT CANNOT BE SYNTAX CHECKED   *
       01  WS-ELAPSED-CS PIC 9(8) VALUE 0.
       01  WS-PROBES-FIRED PIC 9(4) VALUE 0.
       01  WS-PROBES-FAILED PIC 9(4) VALUE 0.
       01  WS-PROBES-SKIPPED PIC 9(4) VALUE 0.
       01  WS-WINDOW-STATUS PIC X.
           88 WS-CANDIDATE-IN-WINDOW VALUE '1'.
       COPY hbrssn.
       COPY hbrprb.
       COPY hbrws.
           ELSE
               IF HBRPRB-SSID NOT = SPACES
                   MOVE HBRPRB-SSID TO WS-CANDIDATE-SSID
                   PERFORM 4000-FIRE-ONE-PROBE THRU 4000-EXIT
               ELSE
                   PERFORM VARYING WS-SSID-SUB FROM 1 BY 1
                           UNTIL WS-SSID-SUB > WS-SSID-COUNT
                       MOVE WS-SSID-VALUE(WS-SSID-SUB)
                           TO WS-CANDIDATE-SSID
                       PERFORM 4000-FIRE-ONE-PROBE THRU 4000-EXIT
                   END-PERFORM
               END-IF
           END-IF.
      *    IT GETS THE SAME VALIDATION, ROUTING AND AUDIT TRAIL AS     *
      *    PRODUCTION TRAFFIC - ONLY THE PROBE FLAG BIT MARKS IT.      *
       4000-FIRE-ONE-PROBE.
           CALL 'HBRMWCK' USING WS-CANDIDATE-SSID, WS-WINDOW-STATUS
           END-CALL
           IF WS-CANDIDATE-IN-WINDOW
               ADD 1 TO WS-PROBES-SKIPPED
               GO TO 4000-EXIT
           END-IF
           INITIALIZE HBRA-CONN-AREA
           MOVE 'HBRC' TO HBRA-CONN-EYE
           MOVE +1 TO HBRA-CONN-FLAGS
                   PERFORM 4300-RAISE-PROBE-ALERT
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

       4100-ADD-CANNED-PARAMETERS.
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1

       4300-RAISE-PROBE-ALERT.
           CALL 'HBRALRT' USING WS-ALERT-EVENT, WS-CANDIDATE-SSID,
               WS-CANDIDATE-SSID, HBRA-CONN-RULEAPP-PATH,
               WS-CANDIDATE-SSID
           END-CALL.

       8000-REARM-HEARTBEAT.
