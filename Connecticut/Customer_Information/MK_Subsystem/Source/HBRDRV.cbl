      *    CALL SHOULD BUILD HBRA-CONN-AREA AND CALL 'HBRDRV' RATHER   *
      *    THAN LINKING TO THE RULE ENGINE DIRECTLY. THIS KEEPS        *
      *    AUDIT LOGGING, SSID ROUTING, AND VALIDATION IN ONE PLACE.   *
      *                                                                *
      *    WHEN THE PRIMARY SSID IS INSIDE A PLANNED MAINTENANCE       *
      *    WINDOW (HBRMWNF, CHECKED THROUGH HBRMWCK) THE CALL GOES     *
      *    STRAIGHT TO THE FIRST HBRSSNF BACKUP WITHOUT TRYING THE     *
      *    PRIMARY, AND HBRA-FLAG-PLANNED-REROUTE IS SET SO THE AUDIT  *
      *    READERS CAN TELL A PLANNED REROUTE FROM A GENUINE FAILOVER. *
      *                                                                *
      *    NO CALL IS DISPATCHED UNLESS AN HBRENTF GRANT (CHECKED      *
      *    THROUGH HBRENTL) ENTITLES THE CALLING TRANSACTION AND       *
      *    USERID TO DRIVE THAT RULEAPP-PATH ON THAT SSID, LIVE OR     *
      *    VALIDATE-ONLY AS ASKED. A REFUSED CALL IS A LOCAL REJECT    *
      *    (HBRA-REASON-NOT-ENTITLED), AUDITED LIKE ANY OTHER. EACH    *
      *    STEP OF A CHAIN IS CHECKED ON ITS OWN PATH, AND A REFUSED   *
      *    STEP ENDS THE CHAIN LIKE A FAILED ONE.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRDRV.
       01  WS-PROBE-CALL-STATUS PIC X.
           88 WS-PROBE-CALL-MODE VALUE '1'.
       01  WS-FAILED-SSID PIC X(4).
       01  WS-PLANNED-FLAG-STATUS PIC X.
       01  WS-WINDOW-STATUS PIC X.
           88 WS-PRIMARY-IN-WINDOW VALUE '1'.
       01  WS-CHAIN-IDX PIC 9(4) VALUE 0.
       01  WS-CHAIN-CONTINUE-SW PIC X VALUE 'Y'.
           88 WS-CHAIN-CONTINUE VALUE 'Y'.
       01  WS-ELAPSED-CS PIC 9(8) VALUE 0.
       01  WS-SEND-ATTEMPTS PIC 9(2) VALUE 0.
       01  WS-ALERT-EVENT PIC X(4).
       01  WS-ENTITLED-STATUS PIC X.
           88 WS-CALLER-NOT-ENTITLED VALUE '1'.
       01  WS-PARM-IDX PIC S9(8) COMP.
       01  WS-VALUES-PTR USAGE POINTER.
       01  WS-VALUE-OFFSET PIC S9(8) COMP.
       LINKAGE SECTION.
       COPY hbrws.
       PROCEDURE DIVISION USING HBRA-CONN-AREA.
       0000-MAIN.
           MOVE 'N' TO WS-LOCAL-REJECT-SW
           PERFORM 0020-LOCATE-PARM-VALUES
           PERFORM 0050-CLEAR-PLANNED-REROUTE
           PERFORM 0100-VALIDATE-CCSID
           IF NOT WS-LOCALLY-REJECTED
               PERFORM 0150-VALIDATE-CHAIN-COUNT
           END-IF
           IF NOT WS-LOCALLY-REJECTED
              AND HBRA-CHAIN-COUNT = 0
               PERFORM 0200-CHECK-ENTITLEMENT
           END-IF
           IF WS-LOCALLY-REJECTED
               MOVE HBRA-CONN-SSID TO WS-TARGET-SSID
               MOVE 0 TO WS-ELAPSED-CS
           END-IF
           GOBACK.

      *    A LINK THROUGH HBRBEXCI CARRIES THE PARAMETER VALUES IN     *
      *    THE COMMAREA STRAIGHT AFTER HBRA-CONN-AREA, EACH ENTRY      *
      *    HOLDING ITS VALUE'S OFFSET INTO THEM. THE OFFSETS BECOME    *
      *    ADDRESSES IN THIS REGION HERE, BEFORE ANYTHING (HBRSEND,    *
      *    HBRPDMW) FOLLOWS THEM. A LOCAL CALLER'S TABLE ALREADY HOLDS *
      *    ADDRESSES AND HBRA-RA-VALUES-LENGTH IS ZERO.                *
       0020-LOCATE-PARM-VALUES.
           IF HBRA-RA-VALUES-LENGTH > 0
               SET WS-VALUES-PTR TO ADDRESS OF HBRA-CONN-AREA
               COMPUTE WS-VALUE-OFFSET = FUNCTION LENGTH(HBRA-CONN-AREA)
               SET WS-VALUES-PTR UP BY WS-VALUE-OFFSET
               PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                       UNTIL WS-PARM-IDX > HBRA-RA-PARM-COUNT
                   MOVE HBRA-RA-DATA-OFFSET(WS-PARM-IDX)
                       TO WS-VALUE-OFFSET
                   SET HBRA-RA-DATA-ADDRESS(WS-PARM-IDX)
                       TO WS-VALUES-PTR
                   SET HBRA-RA-DATA-ADDRESS(WS-PARM-IDX)
                       UP BY WS-VALUE-OFFSET
               END-PERFORM
               MOVE 0 TO HBRA-RA-VALUES-LENGTH
           END-IF.

      *    THE PLANNED-REROUTE BIT DESCRIBES THIS DRIVE ONLY - A       *
      *    CALLER REUSING ITS CONN AREA MUST NOT CARRY IT FORWARD.     *
       0050-CLEAR-PLANNED-REROUTE.
           MOVE 'CLR ' TO WS-FLAG-FUNCTION
           CALL 'HBRFLAG' USING HBRA-CONN-AREA, WS-FLAG-FUNCTION,
               HBRA-FLAG-PLANNED-REROUTE, WS-PLANNED-FLAG-STATUS
           END-CALL.

       0100-VALIDATE-CCSID.
           MOVE HBRA-CONN-RULE-CCSID TO WS-CCSID-CHECK
           CALL 'HBRCCSV' USING WS-CCSID-CHECK, WS-CCSID-STATUS
               SET WS-LOCALLY-REJECTED TO TRUE
           END-IF.

       0200-CHECK-ENTITLEMENT.
           PERFORM 1050-CHECK-VALIDATE-ONLY
           CALL 'HBRENTL' USING HBRA-CONN-AREA, WS-VALIDATE-ONLY-STATUS,
               WS-ENTITLED-STATUS
           END-CALL
           IF WS-CALLER-NOT-ENTITLED
               MOVE HBRA-COMPLETION-LOCAL-REJECT
                   TO HBRA-CONN-COMPLETION-CODE
               MOVE HBRA-REASON-NOT-ENTITLED
                   TO HBRA-CONN-REASON-CODE
               SET WS-LOCALLY-REJECTED TO TRUE
           END-IF.

      *    A REFUSED STEP IS AUDITED AS SENT NOWHERE, AND THE PLANNED- *
      *    REROUTE BIT LEFT BY THE STEP BEFORE IT IS CLEARED FIRST.    *
       2000-DRIVE-CHAIN.
           MOVE 1 TO WS-CHAIN-IDX
           MOVE 'Y' TO WS-CHAIN-CONTINUE-SW
                   OR NOT WS-CHAIN-CONTINUE
               MOVE HBRA-CHAIN-RULEAPP-PATH(WS-CHAIN-IDX)
                   TO HBRA-CONN-RULEAPP-PATH
               PERFORM 0200-CHECK-ENTITLEMENT
               IF WS-LOCALLY-REJECTED
                   PERFORM 0050-CLEAR-PLANNED-REROUTE
                   MOVE HBRA-CONN-SSID TO WS-TARGET-SSID
                   MOVE 0 TO WS-ELAPSED-CS
                   MOVE 0 TO WS-SEND-ATTEMPTS
               ELSE
                   PERFORM 1000-DRIVE-CALL
                   PERFORM 1900-CHECK-RESPONSE-TRUNCATION
               END-IF
               PERFORM 8000-WRITE-AUDIT
               IF HBRA-CONN-COMPLETION-CODE NOT = 0
                   MOVE 'N' TO WS-CHAIN-CONTINUE-SW
           COMPUTE HBRA-CONN-LENTH = FUNCTION LENGTH(HBRA-CONN-AREA)
           PERFORM 1050-CHECK-VALIDATE-ONLY
           PERFORM 1060-CHECK-PROBE-CALL
           PERFORM 1070-CHECK-MAINTENANCE-WINDOW
           ACCEPT WS-TIME-START FROM TIME
           PERFORM UNTIL NOT WS-KEEP-TRYING
               CALL 'HBRSEND' USING HBRA-CONN-AREA, WS-TARGET-SSID,
               HBRA-FLAG-PROBE-CALL, WS-PROBE-CALL-STATUS
           END-CALL.

      *    A PRIMARY IN A PLANNED WINDOW IS SKIPPED BY STARTING THE    *
      *    CALL AT FAILOVER ATTEMPT 1, SO A FAILED SEND TO THE FIRST   *
      *    BACKUP MOVES ON TO THE SECOND IN THE NORMAL WAY. WITH NO    *
      *    BACKUP DEFINED THE PRIMARY IS TRIED AS USUAL - THE CALL HAS *
      *    NOWHERE ELSE TO GO.                                         *
       1070-CHECK-MAINTENANCE-WINDOW.
           PERFORM 0050-CLEAR-PLANNED-REROUTE
           CALL 'HBRMWCK' USING HBRA-CONN-SSID, WS-WINDOW-STATUS
           END-CALL
           IF WS-PRIMARY-IN-WINDOW
               MOVE 1 TO WS-FAILOVER-ATTEMPT
               CALL 'HBRFAIL' USING HBRA-CONN-SSID, WS-FAILOVER-ATTEMPT,
                   WS-TARGET-SSID, WS-FAILOVER-STATUS
               END-CALL
               IF WS-FAILOVER-FOUND
                   MOVE 'SET ' TO WS-FLAG-FUNCTION
                   CALL 'HBRFLAG' USING HBRA-CONN-AREA,
                       WS-FLAG-FUNCTION, HBRA-FLAG-PLANNED-REROUTE,
                       WS-PLANNED-FLAG-STATUS
                   END-CALL
               ELSE
                   MOVE HBRA-CONN-SSID TO WS-TARGET-SSID
                   MOVE 0 TO WS-FAILOVER-ATTEMPT
               END-IF
           END-IF.

      *    EVERY FAILED SEND RAISES A REAL-TIME OPERATOR ALERT         *
      *    THROUGH HBRALRT - A REROUTE WHEN A BACKUP EXISTS, AN        *
      *    EXHAUSTED ALERT WHEN IT DOES NOT - AND FEEDS THE ROLLING    *
      *    BACK COMPLETION ZERO AFTER THE REROUTE, SO THE PER-SEND     *
      *    EVENT IS THE ONLY PLACE THE PROBE CAN EXPOSE IT - AND       *
      *    HBRALRT KEEPS PROBE EVENTS OUT OF THE PRODUCTION PATH       *
      *    COUNTER. THE SSID THAT FAILED IS ALWAYS PASSED SO HBRALRT   *
      *    CAN STAY QUIET ABOUT A REGION IN A PLANNED WINDOW.          *
       1100-TRY-NEXT-BACKUP-SSID.
           MOVE WS-TARGET-SSID TO WS-FAILED-SSID
           ADD 1 TO WS-FAILOVER-ATTEMPT
           IF WS-PROBE-CALL-MODE
               MOVE 'PRBF' TO WS-ALERT-EVENT
               CALL 'HBRALRT' USING WS-ALERT-EVENT, HBRA-CONN-SSID,
                   WS-FAILED-SSID, HBRA-CONN-RULEAPP-PATH,
                   WS-FAILED-SSID
               END-CALL
           ELSE
               CALL 'HBRALRT' USING WS-ALERT-EVENT, HBRA-CONN-SSID,
                   WS-TARGET-SSID, HBRA-CONN-RULEAPP-PATH,
                   WS-FAILED-SSID
               END-CALL
           END-IF.

