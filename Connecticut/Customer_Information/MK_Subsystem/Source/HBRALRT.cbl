      *    BY HBRFAIL AND HBRCCSV - GOOD ENOUGH TO CATCH A DYING       *
      *    REGION AT 02:10 WITHOUT ANY SHARED-STATE SERIALIZATION.     *
      *                                                                *
      *    LS-FAILED-SSID IS THE SSID WHOSE SEND (OR PROBE) FAILED.    *
      *    WHEN THAT REGION IS INSIDE A PLANNED MAINTENANCE WINDOW     *
      *    (HBRMWNF, CHECKED THROUGH HBRMWCK) THE EVENT IS EXPECTED:   *
      *    NO ALERT IS WRITTEN AND THE PATH COUNTER IS NOT BUMPED.     *
      *                                                                *
      *    NOTE: THIS PROGRAM USES EXEC CICS AND MUST BE TRANSLATED   *
      *    WITH THE CICS COMMAND TRANSLATOR BEFORE COMPILING ON A     *
      *    CICS-CAPABLE COBOL COMPILER. IT CANNOT BE SYNTAX CHECKED   *
           05 WS-TIME-NOW-TT PIC 9(2).
       01  WS-NOW-SECS PIC 9(8) COMP.
       01  WS-WINDOW-AGE PIC S9(8) COMP.
       01  WS-MAINT-WINDOW-STATUS PIC X.
           88 WS-FAILED-SSID-IN-WINDOW VALUE '1'.
       01  WS-MAX-PATHS PIC 9(4) VALUE 50.
       01  WS-PATH-COUNT PIC 9(4) VALUE 0.
       01  WS-PATH-TABLE.
       01  LS-PRIMARY-SSID PIC X(4).
       01  LS-TARGET-SSID PIC X(4).
       01  LS-RULEAPP-PATH PIC X(256).
       01  LS-FAILED-SSID PIC X(4).
       PROCEDURE DIVISION USING LS-EVENT, LS-PRIMARY-SSID,
               LS-TARGET-SSID, LS-RULEAPP-PATH, LS-FAILED-SSID.
       0000-MAIN.
           CALL 'HBRMWCK' USING LS-FAILED-SSID, WS-MAINT-WINDOW-STATUS
           END-CALL
           IF WS-FAILED-SSID-IN-WINDOW
               GOBACK
           END-IF
           IF NOT WS-CONFIG-IS-LOADED
               PERFORM 1000-LOAD-CONFIG
           END-IF
