      ******************************************************************
      *    HBRENTM - CALLER ENTITLEMENT TABLE BUILD AND MATCH          *
      *    HOLDS THE ONE SET OF MATCHING RULES FOR HBRENTF GRANTS (SEE *
      *    HBRENT) SO THE ONLINE CHECK IN HBRENTL AND THE USAGE CREDIT *
      *    IN THE HBRENTR DAILY REPORT ALWAYS AGREE ON WHICH GRANT, IF *
      *    ANY, COVERS A CALL. NO EXEC CICS - CALLED FROM BOTH SIDES.  *
      *       LS-FUNCTION = 'ADD ' - ADDS HBRENT-RECORD TO THE TABLE.  *
      *                     STATUS '2' WHEN THE TABLE IS FULL OR THE   *
      *                     GRANT HAS A BLANK TRANSID, USERID MASK,    *
      *                     SSID OR PATH (IT COULD NEVER BE MEANT).    *
      *       LS-FUNCTION = 'CHEK' - CHECKS THE CALL IN HBRENTT-       *
      *                     REQUEST. STATUS '0' AND THE TABLE ENTRY IN *
      *                     HBRENTT-REQ-MATCH WHEN A GRANT COVERS IT,  *
      *                     '1' WHEN NONE DOES. GRANTS ARE TRIED IN    *
      *                     THE ORDER ADDED (HBRENTF KEY ORDER).       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRENTM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MAX-ENTRIES PIC 9(4) VALUE 300.
       01  WS-PREFIX-LEN PIC 9(4) COMP.
       01  WS-ENTRY-MATCH-SW PIC X VALUE 'N'.
           88 WS-ENTRY-MATCHES VALUE 'Y'.
       LINKAGE SECTION.
       01  LS-FUNCTION PIC X(4).
           88 LS-FUNCTION-ADD VALUE 'ADD '.
           88 LS-FUNCTION-CHECK VALUE 'CHEK'.
       COPY hbrent.
       COPY hbrentt.
       PROCEDURE DIVISION USING LS-FUNCTION, HBRENT-RECORD,
               HBRENTT-TABLE, HBRENTT-REQUEST.
       0000-MAIN.
           MOVE 0 TO HBRENTT-REQ-MATCH
           IF LS-FUNCTION-ADD
               PERFORM 1000-ADD-ENTRY
           END-IF
           IF LS-FUNCTION-CHECK
               PERFORM 2000-CHECK-CALL
           END-IF
           GOBACK.

       1000-ADD-ENTRY.
           SET HBRENTT-REQ-ENTITLED TO TRUE
           IF HBRENT-TRANSID = SPACES
              OR HBRENT-USERID-MASK = SPACES
              OR HBRENT-SSID = SPACES
              OR HBRENT-RULEAPP-PATH = SPACES
              OR HBRENTT-COUNT NOT < WS-MAX-ENTRIES
               SET HBRENTT-REQ-REJECTED TO TRUE
           ELSE
               ADD 1 TO HBRENTT-COUNT
               SET HBRENTT-IDX TO HBRENTT-COUNT
               MOVE HBRENT-TRANSID TO HBRENTT-TRANSID(HBRENTT-IDX)
               MOVE HBRENT-SEQNO TO HBRENTT-SEQNO(HBRENTT-IDX)
               MOVE HBRENT-USERID-MASK
                   TO HBRENTT-USERID-MASK(HBRENTT-IDX)
               MOVE HBRENT-SSID TO HBRENTT-SSID(HBRENTT-IDX)
               MOVE HBRENT-RULEAPP-PATH
                   TO HBRENTT-RULEAPP-PATH(HBRENTT-IDX)
               MOVE HBRENT-ALLOW-LIVE TO HBRENTT-ALLOW-LIVE(HBRENTT-IDX)
               MOVE HBRENT-ALLOW-DRY-RUN
                   TO HBRENTT-ALLOW-DRY-RUN(HBRENTT-IDX)
               MOVE 0 TO WS-PREFIX-LEN
               INSPECT HBRENT-USERID-MASK TALLYING WS-PREFIX-LEN
                   FOR CHARACTERS BEFORE INITIAL '*'
               MOVE WS-PREFIX-LEN TO HBRENTT-USERID-LEN(HBRENTT-IDX)
               MOVE 0 TO WS-PREFIX-LEN
               INSPECT HBRENT-RULEAPP-PATH TALLYING WS-PREFIX-LEN
                   FOR CHARACTERS BEFORE INITIAL '*'
               MOVE WS-PREFIX-LEN TO HBRENTT-PATH-LEN(HBRENTT-IDX)
           END-IF.

       2000-CHECK-CALL.
           SET HBRENTT-REQ-NOT-ENTITLED TO TRUE
           PERFORM VARYING HBRENTT-IDX FROM 1 BY 1
                   UNTIL HBRENTT-IDX > HBRENTT-COUNT
                      OR HBRENTT-REQ-ENTITLED
               PERFORM 2100-MATCH-ENTRY
               IF WS-ENTRY-MATCHES
                   SET HBRENTT-REQ-ENTITLED TO TRUE
                   SET HBRENTT-REQ-MATCH TO HBRENTT-IDX
               END-IF
           END-PERFORM.

       2100-MATCH-ENTRY.
           MOVE 'N' TO WS-ENTRY-MATCH-SW
           IF HBRENTT-TRANSID(HBRENTT-IDX) = '*'
              OR HBRENTT-TRANSID(HBRENTT-IDX) = HBRENTT-REQ-TRANSID
               IF HBRENTT-SSID(HBRENTT-IDX) = '*'
                  OR HBRENTT-SSID(HBRENTT-IDX) = HBRENTT-REQ-SSID
                   IF (HBRENTT-REQ-DRY-RUN = 'Y'
                       AND HBRENTT-ALLOW-DRY-RUN(HBRENTT-IDX) = 'Y')
                      OR (HBRENTT-REQ-DRY-RUN NOT = 'Y'
                       AND HBRENTT-ALLOW-LIVE(HBRENTT-IDX) = 'Y')
                       PERFORM 2110-MATCH-USERID-AND-PATH
                   END-IF
               END-IF
           END-IF.

      *    A BARE '*' (PREFIX LENGTH ZERO) MATCHES ANYTHING AND IS     *
      *    TESTED ON ITS OWN, NEVER AS A REFERENCE MODIFICATION OF     *
      *    LENGTH ZERO.                                                *
       2110-MATCH-USERID-AND-PATH.
           MOVE HBRENTT-USERID-LEN(HBRENTT-IDX) TO WS-PREFIX-LEN
           IF WS-PREFIX-LEN = 0
               PERFORM 2120-MATCH-PATH
           ELSE
               IF HBRENTT-REQ-USERID(1:WS-PREFIX-LEN) =
                  HBRENTT-USERID-MASK(HBRENTT-IDX)(1:WS-PREFIX-LEN)
                   PERFORM 2120-MATCH-PATH
               END-IF
           END-IF.

       2120-MATCH-PATH.
           MOVE HBRENTT-PATH-LEN(HBRENTT-IDX) TO WS-PREFIX-LEN
           IF WS-PREFIX-LEN = 0
               SET WS-ENTRY-MATCHES TO TRUE
           ELSE
               IF HBRENTT-REQ-RULEAPP-PATH(1:WS-PREFIX-LEN) =
                  HBRENTT-RULEAPP-PATH(HBRENTT-IDX)(1:WS-PREFIX-LEN)
                   SET WS-ENTRY-MATCHES TO TRUE
               END-IF
           END-IF.
