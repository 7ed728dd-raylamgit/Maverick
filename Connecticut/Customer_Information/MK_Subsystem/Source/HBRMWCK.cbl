      ******************************************************************
      *    HBRMWCK - IS AN SSID INSIDE A PLANNED MAINTENANCE WINDOW?   *
      *    CHECKS THE HBRMWNF MAINTENANCE-WINDOW CALENDAR FOR A WINDOW *
      *    ON LS-SSID THAT COVERS THE CURRENT DATE AND TIME (START     *
      *    INCLUSIVE, END EXCLUSIVE). CALLED BY HBRDRV BEFORE IT SENDS *
      *    TO A PRIMARY SSID, BY HBRPROB BEFORE IT PROBES A REGION AND *
      *    BY HBRALRT BEFORE IT RAISES A FAILURE ALERT, SO A REGION    *
      *    TAKEN DOWN FOR PLANNED WORK IS ROUTED AROUND QUIETLY        *
      *    INSTEAD OF BEING FAILED OVER TO AND ALERTED ON.             *
      *                                                                *
      *    HBRMWNF IS A CICS-OWNED VSAM KSDS, BROWSED ONCE PER RUN     *
      *    UNIT VIA EXEC CICS STARTBR/READNEXT/ENDBR THE SAME WAY      *
      *    HBRCCSV LOADS HBRCCSF. WINDOWS THAT HAD ALREADY ENDED WHEN  *
      *    THE TABLE WAS LOADED ARE NOT KEPT. THE TABLE IS RELOADED    *
      *    ONLY WHEN THIS PROGRAM IS NEWCOPIED, AND ONLY HBRMNT ACTION *
      *    F (REFRESH) DOES THAT - APPLYING AN APPROVED WINDOW CHANGE  *
      *    DOES NOT, SO RUN ACTION F AFTER ONE.                        *
      *       LS-WINDOW-STATUS '1' = SSID IS IN A WINDOW NOW           *
      *                        '0' = SSID IS NOT IN A WINDOW           *
      *                                                                *
      *    NOTE: THIS PROGRAM USES EXEC CICS AND MUST BE TRANSLATED   *
      *    WITH THE CICS COMMAND TRANSLATOR BEFORE COMPILING ON A     *
      *    CICS-CAPABLE COBOL COMPILER. IT CANNOT BE SYNTAX CHECKED   *
      *    WITH A PLAIN, NON-CICS COBOL COMPILER.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRMWCK.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CICS-RESP PIC S9(8) COMP.
       01  WS-BROWSE-KEY PIC X(20) VALUE LOW-VALUES.
       01  WS-TABLE-LOADED-SW PIC X VALUE 'N'.
           88 WS-TABLE-IS-LOADED VALUE 'Y'.
       01  WS-WINDOW-EOF-SW PIC X VALUE 'N'.
           88 WS-WINDOW-EOF VALUE 'Y'.
       01  WS-MAX-WINDOWS PIC 9(4) VALUE 100.
       01  WS-WINDOW-COUNT PIC 9(4) VALUE 0.
       01  WS-OVERFLOW-LOGGED-SW PIC X VALUE 'N'.
           88 WS-OVERFLOW-LOGGED VALUE 'Y'.
       01  WS-OVERFLOW-MSG PIC X(79) VALUE
           'HBRMWCK - HBRMWNF EXCEEDS WS-MAX-WINDOWS - TABLE TRUNCATED'.
       01  WS-NOW.
           05 WS-NOW-DATE PIC 9(8).
           05 WS-NOW-TIME PIC 9(8).
       01  WS-WINDOW-END.
           05 WS-WINDOW-END-DATE PIC 9(8).
           05 WS-WINDOW-END-TIME PIC 9(8).
       01  WS-WINDOW-TABLE.
           05 WS-WINDOW-ENTRY OCCURS 100 INDEXED BY WS-WINDOW-IDX.
              10 WS-WINDOW-SSID PIC X(4).
              10 WS-WINDOW-START PIC X(16).
              10 WS-WINDOW-STOP PIC X(16).
       COPY hbrmwn.
       LINKAGE SECTION.
       01  LS-SSID PIC X(4).
       01  LS-WINDOW-STATUS PIC X.
           88 LS-SSID-IN-WINDOW VALUE '1'.
           88 LS-SSID-NOT-IN-WINDOW VALUE '0'.
       PROCEDURE DIVISION USING LS-SSID, LS-WINDOW-STATUS.
       0000-MAIN.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           IF NOT WS-TABLE-IS-LOADED
               PERFORM 1000-LOAD-WINDOW-TABLE
           END-IF
           PERFORM 2000-CHECK-WINDOW
           GOBACK.

       1000-LOAD-WINDOW-TABLE.
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           EXEC CICS STARTBR FILE('HBRMWNF')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-WINDOW-EOF
                   EXEC CICS READNEXT FILE('HBRMWNF')
                       INTO(HBRMWN-RECORD)
                       RIDFLD(WS-BROWSE-KEY)
                       RESP(WS-CICS-RESP)
                   END-EXEC
                   IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                       SET WS-WINDOW-EOF TO TRUE
                   ELSE
                       PERFORM 1050-KEEP-WINDOW
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('HBRMWNF') END-EXEC
           END-IF
           SET WS-TABLE-IS-LOADED TO TRUE.

      *    A WINDOW THAT HAS ALREADY ENDED CAN NEVER MATCH AGAIN, SO   *
      *    IT IS NOT GIVEN A TABLE SLOT.                               *
       1050-KEEP-WINDOW.
           MOVE HBRMWN-END-DATE TO WS-WINDOW-END-DATE
           MOVE HBRMWN-END-TIME TO WS-WINDOW-END-TIME
           IF WS-WINDOW-END > WS-NOW
               IF WS-WINDOW-COUNT < WS-MAX-WINDOWS
                   ADD 1 TO WS-WINDOW-COUNT
                   SET WS-WINDOW-IDX TO WS-WINDOW-COUNT
                   MOVE HBRMWN-SSID TO WS-WINDOW-SSID(WS-WINDOW-IDX)
                   MOVE HBRMWN-KEY(5:16)
                       TO WS-WINDOW-START(WS-WINDOW-IDX)
                   MOVE WS-WINDOW-END TO WS-WINDOW-STOP(WS-WINDOW-IDX)
               ELSE
                   PERFORM 1100-LOG-OVERFLOW-ONCE
               END-IF
           END-IF.

       1100-LOG-OVERFLOW-ONCE.
           IF NOT WS-OVERFLOW-LOGGED
               EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(WS-OVERFLOW-MSG)
                   LENGTH(LENGTH OF WS-OVERFLOW-MSG)
               END-EXEC
               SET WS-OVERFLOW-LOGGED TO TRUE
           END-IF.

       2000-CHECK-WINDOW.
           SET LS-SSID-NOT-IN-WINDOW TO TRUE
           IF LS-SSID NOT = SPACES
               PERFORM VARYING WS-WINDOW-IDX FROM 1 BY 1
                       UNTIL WS-WINDOW-IDX > WS-WINDOW-COUNT
                          OR LS-SSID-IN-WINDOW
                   IF WS-WINDOW-SSID(WS-WINDOW-IDX) = LS-SSID
                      AND WS-WINDOW-START(WS-WINDOW-IDX) NOT > WS-NOW
                      AND WS-WINDOW-STOP(WS-WINDOW-IDX) > WS-NOW
                       SET LS-SSID-IN-WINDOW TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
