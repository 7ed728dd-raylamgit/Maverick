      ******************************************************************
      *    HBRENTL - IS THIS CALLER ENTITLED TO DRIVE THIS CALL?       *
      *    CALLED BY HBRDRV BEFORE EVERY DISPATCH (EACH STEP OF A      *
      *    CHAIN INCLUDED). CHECKS THE CALLING TRANSACTION (EIBTRNID), *
      *    THE SIGNED-ON USERID, THE PRIMARY SSID AND THE RULEAPP-PATH *
      *    IN HBRA-CONN-AREA, LIVE OR VALIDATE-ONLY, AGAINST THE       *
      *    HBRENTF GRANTS (SEE HBRENT) THROUGH HBRENTM. A BATCH CALL   *
      *    ARRIVING THROUGH HBRBEXCI RUNS UNDER THE EXCI MIRROR        *
      *    TRANSACTION AND THE JOB'S USERID, SO THE GRANTS FOR HBRBATC *
      *    ARE WRITTEN AGAINST THOSE.                                  *
      *                                                                *
      *    HBRENTF IS A CICS-OWNED VSAM KSDS, BROWSED ONCE PER RUN     *
      *    UNIT VIA EXEC CICS STARTBR/READNEXT/ENDBR THE SAME WAY      *
      *    HBRMWCK LOADS HBRMWNF. AFTER HBRENTF IS RELOADED THIS       *
      *    PROGRAM IS NEWCOPIED SO THE NEW GRANTS TAKE EFFECT.         *
      *    - HBRENTF NOT DEFINED TO THE REGION (FILENOTFOUND): THE     *
      *      CONTROL IS NOT IN FORCE THERE AND EVERY CALL IS ALLOWED,  *
      *      AS BEFORE THE CONTROL EXISTED. LOGGED ONCE TO CSMT.       *
      *    - HBRENTF DEFINED BUT EMPTY: NO CALL IS ENTITLED.           *
      *    - ANY OTHER BROWSE FAILURE (CLOSED, DISABLED, I/O ERROR):   *
      *      THE CALL IS REFUSED, LOGGED ONCE TO CSMT, AND THE LOAD IS *
      *      TRIED AGAIN ON THE NEXT CALL - AN UNREADABLE GRANT FILE   *
      *      MUST NOT OPEN THE RULE ENGINE TO EVERY CALLER.            *
      *       LS-DRY-RUN-STATUS  '1' = THE CALL IS VALIDATE-ONLY       *
      *       LS-ENTITLED-STATUS '0' = CALLER ENTITLED                 *
      *                          '1' = CALLER NOT ENTITLED             *
      *                                                                *
      *    NOTE: THIS PROGRAM USES EXEC CICS AND MUST BE TRANSLATED   *
      *    WITH THE CICS COMMAND TRANSLATOR BEFORE COMPILING ON A     *
      *    CICS-CAPABLE COBOL COMPILER. IT CANNOT BE SYNTAX CHECKED   *
      *    WITH A PLAIN, NON-CICS COBOL COMPILER.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRENTL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CICS-RESP PIC S9(8) COMP.
       01  WS-BROWSE-KEY PIC X(8) VALUE LOW-VALUES.
       01  WS-TABLE-LOADED-SW PIC X VALUE 'N'.
           88 WS-TABLE-IS-LOADED VALUE 'Y'.
       01  WS-CONTROL-OFF-SW PIC X VALUE 'N'.
           88 WS-CONTROL-OFF VALUE 'Y'.
       01  WS-GRANT-EOF-SW PIC X VALUE 'N'.
           88 WS-GRANT-EOF VALUE 'Y'.
       01  WS-ENTM-FUNCTION PIC X(4).
       01  WS-CALLER-USERID PIC X(8).
       01  WS-SKIP-LOGGED-SW PIC X VALUE 'N'.
           88 WS-SKIP-LOGGED VALUE 'Y'.
       01  WS-SKIP-MSG PIC X(79) VALUE
           'HBRENTL - HBRENTF GRANT SKIPPED - BLANK FIELD/TABLE FULL'.
       01  WS-OFF-MSG PIC X(79) VALUE
           'HBRENTL - HBRENTF NOT DEFINED - ENTITLEMENT NOT IN FORCE'.
       01  WS-FAIL-LOGGED-SW PIC X VALUE 'N'.
           88 WS-FAIL-LOGGED VALUE 'Y'.
       01  WS-FAIL-MSG PIC X(79) VALUE
           'HBRENTL - HBRENTF UNREADABLE - RULE ENGINE CALLS REFUSED'.
       COPY hbrent.
       COPY hbrentt.
       LINKAGE SECTION.
       COPY hbrws.
       01  LS-DRY-RUN-STATUS PIC X.
           88 LS-DRY-RUN-CALL VALUE '1'.
       01  LS-ENTITLED-STATUS PIC X.
           88 LS-CALLER-ENTITLED VALUE '0'.
           88 LS-CALLER-NOT-ENTITLED VALUE '1'.
       PROCEDURE DIVISION USING HBRA-CONN-AREA, LS-DRY-RUN-STATUS,
               LS-ENTITLED-STATUS.
       0000-MAIN.
           IF NOT WS-TABLE-IS-LOADED
               PERFORM 1000-LOAD-GRANT-TABLE
           END-IF
           IF WS-CONTROL-OFF
               SET LS-CALLER-ENTITLED TO TRUE
           ELSE
               IF WS-TABLE-IS-LOADED
                   PERFORM 2000-CHECK-CALLER
               ELSE
                   SET LS-CALLER-NOT-ENTITLED TO TRUE
               END-IF
           END-IF
           GOBACK.

       1000-LOAD-GRANT-TABLE.
           MOVE 0 TO HBRENTT-COUNT
           MOVE 'N' TO WS-GRANT-EOF-SW
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           EXEC CICS STARTBR FILE('HBRENTF')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-CICS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-CICS-RESP = DFHRESP(NORMAL)
                   PERFORM UNTIL WS-GRANT-EOF
                       EXEC CICS READNEXT FILE('HBRENTF')
                           INTO(HBRENT-RECORD)
                           RIDFLD(WS-BROWSE-KEY)
                           RESP(WS-CICS-RESP)
                       END-EXEC
                       IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                           SET WS-GRANT-EOF TO TRUE
                       ELSE
                           PERFORM 1050-KEEP-GRANT
                       END-IF
                   END-PERFORM
                   EXEC CICS ENDBR FILE('HBRENTF') END-EXEC
                   IF WS-CICS-RESP = DFHRESP(ENDFILE)
                       SET WS-TABLE-IS-LOADED TO TRUE
                   ELSE
                       PERFORM 1200-LOG-FAILURE-ONCE
                   END-IF
               WHEN WS-CICS-RESP = DFHRESP(NOTFND)
                   SET WS-TABLE-IS-LOADED TO TRUE
               WHEN WS-CICS-RESP = DFHRESP(FILENOTFOUND)
                   SET WS-CONTROL-OFF TO TRUE
                   SET WS-TABLE-IS-LOADED TO TRUE
                   EXEC CICS WRITEQ TD QUEUE('CSMT')
                       FROM(WS-OFF-MSG)
                       LENGTH(LENGTH OF WS-OFF-MSG)
                   END-EXEC
               WHEN OTHER
                   PERFORM 1200-LOG-FAILURE-ONCE
           END-EVALUATE.

       1050-KEEP-GRANT.
           MOVE 'ADD ' TO WS-ENTM-FUNCTION
           CALL 'HBRENTM' USING WS-ENTM-FUNCTION, HBRENT-RECORD,
               HBRENTT-TABLE, HBRENTT-REQUEST
           END-CALL
           IF HBRENTT-REQ-REJECTED
               PERFORM 1100-LOG-SKIP-ONCE
           END-IF.

       1100-LOG-SKIP-ONCE.
           IF NOT WS-SKIP-LOGGED
               EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(WS-SKIP-MSG)
                   LENGTH(LENGTH OF WS-SKIP-MSG)
               END-EXEC
               SET WS-SKIP-LOGGED TO TRUE
           END-IF.

       1200-LOG-FAILURE-ONCE.
           IF NOT WS-FAIL-LOGGED
               EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(WS-FAIL-MSG)
                   LENGTH(LENGTH OF WS-FAIL-MSG)
               END-EXEC
               SET WS-FAIL-LOGGED TO TRUE
           END-IF.

       2000-CHECK-CALLER.
           EXEC CICS ASSIGN USERID(WS-CALLER-USERID) END-EXEC
           MOVE EIBTRNID TO HBRENTT-REQ-TRANSID
           MOVE WS-CALLER-USERID TO HBRENTT-REQ-USERID
           MOVE HBRA-CONN-SSID TO HBRENTT-REQ-SSID
           MOVE HBRA-CONN-RULEAPP-PATH TO HBRENTT-REQ-RULEAPP-PATH
           IF LS-DRY-RUN-CALL
               MOVE 'Y' TO HBRENTT-REQ-DRY-RUN
           ELSE
               MOVE 'N' TO HBRENTT-REQ-DRY-RUN
           END-IF
           MOVE 'CHEK' TO WS-ENTM-FUNCTION
           CALL 'HBRENTM' USING WS-ENTM-FUNCTION, HBRENT-RECORD,
               HBRENTT-TABLE, HBRENTT-REQUEST
           END-CALL
           IF HBRENTT-REQ-ENTITLED
               SET LS-CALLER-ENTITLED TO TRUE
           ELSE
               SET LS-CALLER-NOT-ENTITLED TO TRUE
           END-IF.
