      *    THE HBRPDMO DD IS OPTIONAL ONCE THE OLD GENERATIONS AGE     *
      *    OFF THE RETENTION PERIOD.                                   *
      *                                                                *
      *    HBRAUDA GENERATIONS WRITTEN BEFORE THE CALLING TRANSACTION  *
      *    AND USERID WERE ADDED TO THE AUDIT RECORD ARE LIKEWISE IN   *
      *    THE OLD, SHORTER SHAPE (SEE HBRAUDO) AND ARRIVE OLDEST-     *
      *    FIRST ON THEIR OWN, EQUALLY OPTIONAL, HBRAUDO DD. EVERY ONE *
      *    PREDATES EVERYTHING ON HBRAUDC, SO THAT STREAM IS READ TO   *
      *    THE END FIRST AND HBRAUDC AFTER IT, KEEPING THE ONE         *
      *    ASCENDING ORDER THE SNAPSHOT MERGE DEPENDS ON. THOSE CALLS  *
      *    PRINT WITH A BLANK TRANSACTION AND USERID.                  *
      *                                                                *
      *    CONTROL PARAMETERS ARE READ FROM HBRRSCHP:                 *
      *       POS 1-12  INSTCODE (SPACES = ALL CUSTOMERS)              *
      *       POS 13-16 PRODCODE (SPACES = ALL PRODUCTS)               *
           SELECT HBRAUDC-FILE ASSIGN TO "HBRAUDC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDC-STATUS.
           SELECT HBRAUDO-FILE ASSIGN TO "HBRAUDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDO-STATUS.
           SELECT HBRPDMC-FILE ASSIGN TO "HBRPDMC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDMC-STATUS.
       FD  HBRAUDC-FILE
           RECORDING MODE IS F.
           COPY hbraud.
       FD  HBRAUDO-FILE
           RECORDING MODE IS F.
           COPY hbraudo.
       FD  HBRPDMC-FILE
           RECORDING MODE IS F.
           COPY hbrpdm.
       01  WS-REPORT-STATUS PIC XX VALUE SPACES.
       01  WS-AUDC-EOF-SW PIC X VALUE 'N'.
           88 WS-AUDC-EOF VALUE 'Y'.
       01  WS-AUDO-STATUS PIC XX VALUE SPACES.
       01  WS-AUDO-EOF-SW PIC X VALUE 'N'.
           88 WS-AUDO-EOF VALUE 'Y'.
       01  WS-PDMC-EOF-SW PIC X VALUE 'N'.
           88 WS-PDMC-EOF VALUE 'Y'.
       01  WS-PDMO-STATUS PIC XX VALUE SPACES.
           05 WS-DET-SENDS PIC Z9.
           05 FILLER PIC X(12) VALUE "  TRUNCATED:".
           05 WS-DET-TRUNC PIC X.
           05 FILLER PIC X(8) VALUE "  TRAN: ".
           05 WS-DET-TRANSID PIC X(4).
           05 FILLER PIC X(8) VALUE "  USER: ".
           05 WS-DET-USERID PIC X(8).
       01  WS-CALL-LINE-4.
           05 FILLER PIC X(9) VALUE "  PATH:  ".
           05 WS-DET-PATH PIC X(60).
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-REASON-TABLE UNTIL WS-RSNF-EOF
           PERFORM 2050-PROCESS-OLD-AUDIT-STREAM UNTIL WS-AUDO-EOF
           PERFORM 1900-START-AUDIT-STREAM
           PERFORM 2000-PROCESS-AUDIT-STREAM UNTIL WS-AUDC-EOF
           PERFORM 4000-PRODUCE-TOTALS
           PERFORM 9000-TERMINATE
                   AT END SET WS-PDMO-EOF TO TRUE
               END-READ
           END-IF
      *    NO HBRAUDO DD MEANS NO OLD-FORMAT AUDIT GENERATIONS REMAIN. *
           OPEN INPUT HBRAUDO-FILE
           IF WS-AUDO-STATUS = "35"
               SET WS-AUDO-EOF TO TRUE
           ELSE
               READ HBRAUDO-FILE
                   AT END SET WS-AUDO-EOF TO TRUE
               END-READ
           END-IF.

       1500-LOAD-REASON-TABLE.
           IF WS-REASON-COUNT < WS-MAX-REASONS
               AT END SET WS-RSNF-EOF TO TRUE
           END-READ.

      *    THE OLD-FORMAT RECORDS ARE PASSED THROUGH THE HBRAUDC       *
      *    RECORD AREA, SO ITS FIRST READ WAITS UNTIL THEY ARE DONE.   *
       1900-START-AUDIT-STREAM.
           READ HBRAUDC-FILE
               AT END SET WS-AUDC-EOF TO TRUE
           END-READ.

       2000-PROCESS-AUDIT-STREAM.
           ADD 1 TO WS-AUDIT-READ
           PERFORM 2100-CHECK-ONE-CALL THRU 2100-EXIT
               AT END SET WS-AUDC-EOF TO TRUE
           END-READ.

       2050-PROCESS-OLD-AUDIT-STREAM.
           ADD 1 TO WS-AUDIT-READ
           MOVE HBRAUDO-RECORD TO HBRAUD-RECORD
           PERFORM 2100-CHECK-ONE-CALL THRU 2100-EXIT
           READ HBRAUDO-FILE
               AT END SET WS-AUDO-EOF TO TRUE
           END-READ.

       2100-CHECK-ONE-CALL.
           IF HBRAUD-DATE < WS-SEL-FROM-DATE OR
              HBRAUD-DATE > WS-SEL-TO-DATE
               MOVE 0 TO WS-DET-SENDS
           END-IF
           MOVE HBRAUD-RESPONSE-TRUNCATED TO WS-DET-TRUNC
           MOVE HBRAUD-TRANSID TO WS-DET-TRANSID
           MOVE HBRAUD-USERID TO WS-DET-USERID
           WRITE HBRRSCHO-LINE FROM WS-CALL-LINE-3
           MOVE HBRAUD-RULEAPP-PATH(1:60) TO WS-DET-PATH
           WRITE HBRRSCHO-LINE FROM WS-CALL-LINE-4

       9000-TERMINATE.
           CLOSE HBRAUDC-FILE
           IF NOT WS-AUDO-STATUS = "35"
               CLOSE HBRAUDO-FILE
           END-IF
           CLOSE HBRPDMC-FILE
           IF NOT WS-PDMO-STATUS = "35"
               CLOSE HBRPDMO-FILE
