      ******************************************************************
      *    HBRERRG - CUSTOMER ERASURE REGISTER UPDATE                  *
      *    FIRST STEP OF AN ERASURE RUN. EVERY INSTCODE ON THE HBRERRQ *
      *    REQUEST FILE IS TURNED INTO ITS ERASURE TOKEN (HBRTOKN,     *
      *    WITH THE SITE KEY FROM HBRERKY) AND ENTERED ON THE HBRERGF  *
      *    ERASURE REGISTER (SEE HBRERG) WITH ITS ORDER REFERENCE. THE *
      *    HBRERAS STEPS THAT FOLLOW THEN REWRITE EACH FILE AND        *
      *    ARCHIVE GENERATION AGAINST THE WHOLE REGISTER, AND HBRERCT  *
      *    PRINTS THE CERTIFICATES. A RUN WITH NO HBRERRQ DD (OR AN    *
      *    EMPTY ONE) ADDS NOTHING AND IS HOW A RESTORED ARCHIVE TAPE  *
      *    IS RE-SCRUBBED AGAINST EVERY CUSTOMER ALREADY ERASED.       *
      *                                                                *
      *    THE REGISTER RUNS AGAINST SEQUENTIAL FILES THE SAME WAY AS  *
      *    HBRDHLD: OLD REGISTER IN ON HBRERGF (NO DD ON THE FIRST     *
      *    RUN), NEW REGISTER OUT ON HBRERGN IN ASCENDING TOKEN ORDER, *
      *    COPIED BACK BY THE JCL. A CUSTOMER ALREADY ON THE REGISTER  *
      *    KEEPS ITS ORIGINAL ENTRY AND IS REPORTED AS SUCH. NO        *
      *    INSTCODE IS PRINTED OR WRITTEN - THE ACKNOWLEDGEMENT REPORT *
      *    SHOWS THE ORDER REFERENCE AND TOKEN ONLY.                   *
      *                                                                *
      *    A MISSING OR BLANK SITE KEY, OR A REGISTER OUT OF TOKEN     *
      *    ORDER, STOPS THE STEP WITH RETURN CODE 8 AND NO NEW         *
      *    REGISTER; THE JCL RUNS NOTHING AFTER A NON-ZERO RETURN CODE *
      *    HERE. A REQUEST WITH A BLANK INSTCODE, ONE THAT DOES NOT    *
      *    FIT THE REGISTER TABLE, OR ONE HBRTOKN COULD NOT TOKENISE   *
      *    (THE HASH SERVICE FAILED), IS REJECTED AND ALSO SETS RC 8.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRERRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HBRERKY-FILE ASSIGN TO "HBRERKY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEY-STATUS.
           SELECT HBRERRQ-FILE ASSIGN TO "HBRERRQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERRQ-STATUS.
           SELECT HBRERGF-FILE ASSIGN TO "HBRERGF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERGF-STATUS.
           SELECT HBRERGN-FILE ASSIGN TO "HBRERGN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERGN-STATUS.
           SELECT HBRERRO-FILE ASSIGN TO "HBRERRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HBRERKY-FILE
           RECORDING MODE IS F.
       01  HBRERKY-RECORD.
           05 HBRERKY-SITE-KEY PIC X(16).
       FD  HBRERRQ-FILE
           RECORDING MODE IS F.
           COPY hbrerq.
       FD  HBRERGF-FILE
           RECORDING MODE IS F.
           COPY hbrerg.
       FD  HBRERGN-FILE
           RECORDING MODE IS F.
       01  HBRERGN-RECORD PIC X(80).
       FD  HBRERRO-FILE
           RECORDING MODE IS F.
       01  HBRERRO-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-KEY-STATUS PIC XX VALUE SPACES.
       01  WS-ERRQ-STATUS PIC XX VALUE SPACES.
       01  WS-ERGF-STATUS PIC XX VALUE SPACES.
       01  WS-ERGN-STATUS PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS PIC XX VALUE SPACES.
       01  WS-ERRQ-EOF-SW PIC X VALUE 'N'.
           88 WS-ERRQ-EOF VALUE 'Y'.
       01  WS-ERGF-EOF-SW PIC X VALUE 'N'.
           88 WS-ERGF-EOF VALUE 'Y'.
       01  WS-ABANDON-SW PIC X VALUE 'N'.
           88 WS-ABANDON VALUE 'Y'.
       01  WS-ERGN-OPEN-SW PIC X VALUE 'N'.
           88 WS-ERGN-OPEN VALUE 'Y'.
       01  WS-FOUND-SW PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
       01  WS-SLOT-FOUND-SW PIC X VALUE 'N'.
           88 WS-SLOT-FOUND VALUE 'Y'.
       01  WS-RUN-DATE PIC 9(8).
       01  WS-SITE-KEY PIC X(16) VALUE SPACES.
       01  WS-TOKEN PIC X(12).
       01  WS-TOKEN-STATUS PIC X.
           88 WS-TOKEN-OK VALUE '0'.
           88 WS-TOKEN-FAILED VALUE '1'.
       01  WS-LAST-TOKEN PIC X(12) VALUE LOW-VALUES.
       01  WS-STATUS-TEXT PIC X(30).
       01  WS-SUB PIC 9(5) COMP.
      *    THE WHOLE REGISTER, KEPT IN TOKEN ORDER. UNUSED SLOTS HOLD  *
      *    HIGH-VALUES SO SEARCH ALL NEVER STOPS SHORT OF THE END.     *
       01  WS-MAX-REGISTER PIC 9(5) VALUE 20000.
       01  WS-REG-COUNT PIC 9(5) VALUE 0.
       01  WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 20000
                   ASCENDING KEY IS WS-REG-TOKEN
                   INDEXED BY WS-REG-IDX.
              10 WS-REG-TOKEN PIC X(12).
              10 WS-REG-REST PIC X(68).
       01  WS-NEW-ENTRY.
           05 WS-NEW-TOKEN PIC X(12).
           05 WS-NEW-ORDER-REF PIC X(16).
           05 WS-NEW-REQUEST-DATE PIC 9(8).
           05 WS-NEW-AUTHORISED-BY PIC X(8).
           05 WS-NEW-REGISTERED-DATE PIC 9(8).
           05 FILLER PIC X(28) VALUE SPACES.
       01  WS-REGISTER-READ PIC 9(9) VALUE 0.
       01  WS-REQUESTS-READ PIC 9(9) VALUE 0.
       01  WS-REGISTERED PIC 9(9) VALUE 0.
       01  WS-ALREADY-ON PIC 9(9) VALUE 0.
       01  WS-REJECTED PIC 9(9) VALUE 0.
       01  WS-REGISTER-WRITTEN PIC 9(9) VALUE 0.
       01  WS-HDR-LINE-1.
           05 FILLER PIC X(30) VALUE "CUSTOMER ERASURE REGISTER UPDA".
           05 FILLER PIC X(20) VALUE "TE (HBRERRG)        ".
           05 FILLER PIC X(6)  VALUE "RUN: ".
           05 WS-HDR-DATE PIC 9(8).
       01  WS-HEAD-LINE.
           05 FILLER PIC X(17) VALUE "ORDER REFERENCE".
           05 FILLER PIC X(9) VALUE "REQUESTD".
           05 FILLER PIC X(9) VALUE "AUTH BY".
           05 FILLER PIC X(13) VALUE "TOKEN".
           05 FILLER PIC X(30) VALUE "STATUS".
       01  WS-DETAIL-LINE.
           05 WS-DET-ORDER-REF PIC X(16).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-REQUEST-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-AUTHORISED-BY PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-TOKEN PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-STATUS PIC X(30).
       01  WS-SUMMARY-LINE.
           05 WS-SUM-LABEL PIC X(32).
           05 WS-SUM-COUNT PIC ZZZ,ZZZ,ZZ9.
       01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABANDON
               PERFORM 1200-LOAD-REGISTER UNTIL WS-ERGF-EOF
           END-IF
           IF NOT WS-ABANDON
               PERFORM 2000-REGISTER-REQUEST UNTIL WS-ERRQ-EOF
               PERFORM 3000-WRITE-REGISTER
           END-IF
           PERFORM 4000-PRODUCE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE HIGH-VALUES TO WS-REG-TABLE
           OPEN OUTPUT HBRERRO-FILE
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           WRITE HBRERRO-LINE FROM WS-HDR-LINE-1
           WRITE HBRERRO-LINE FROM WS-BLANK-LINE
           MOVE SPACES TO WS-SITE-KEY
           OPEN INPUT HBRERKY-FILE
           IF NOT WS-KEY-STATUS = "35"
               READ HBRERKY-FILE
                   AT END MOVE SPACES TO HBRERKY-SITE-KEY
               END-READ
               MOVE HBRERKY-SITE-KEY TO WS-SITE-KEY
               CLOSE HBRERKY-FILE
           END-IF
           IF WS-SITE-KEY = SPACES
               DISPLAY 'HBRERRG - NO SITE ERASURE KEY ON HBRERKY - '
                   'NOTHING REGISTERED'
               SET WS-ABANDON TO TRUE
           END-IF
           OPEN INPUT HBRERGF-FILE
           IF WS-ERGF-STATUS = "35"
               SET WS-ERGF-EOF TO TRUE
           ELSE
               PERFORM 1100-READ-REGISTER
           END-IF
           OPEN INPUT HBRERRQ-FILE
           IF WS-ERRQ-STATUS = "35"
               SET WS-ERRQ-EOF TO TRUE
           ELSE
               PERFORM 1300-READ-REQUEST
           END-IF
           IF NOT WS-ABANDON
               OPEN OUTPUT HBRERGN-FILE
               SET WS-ERGN-OPEN TO TRUE
           END-IF.

       1100-READ-REGISTER.
           READ HBRERGF-FILE
               AT END SET WS-ERGF-EOF TO TRUE
           END-READ
           IF NOT WS-ERGF-EOF
               ADD 1 TO WS-REGISTER-READ
           END-IF.

      *    SEARCH ALL DEPENDS ON THE REGISTER BEING IN STRICT TOKEN    *
      *    ORDER - ANYTHING ELSE MEANS IT HAS BEEN DAMAGED.            *
       1200-LOAD-REGISTER.
           IF HBRERG-TOKEN NOT > WS-LAST-TOKEN
               DISPLAY 'HBRERRG - HBRERGF OUT OF TOKEN ORDER AT '
                   HBRERG-TOKEN ' - REGISTER NOT UPDATED'
               SET WS-ABANDON TO TRUE
               SET WS-ERGF-EOF TO TRUE
           ELSE
               IF WS-REG-COUNT NOT < WS-MAX-REGISTER
                   DISPLAY 'HBRERRG - HBRERGF EXCEEDS WS-MAX-REGISTER'
                       ' - REGISTER NOT UPDATED'
                   SET WS-ABANDON TO TRUE
                   SET WS-ERGF-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-REG-COUNT
                   MOVE HBRERG-RECORD TO WS-REG-ENTRY(WS-REG-COUNT)
                   MOVE HBRERG-TOKEN TO WS-LAST-TOKEN
                   PERFORM 1100-READ-REGISTER
               END-IF
           END-IF.

       1300-READ-REQUEST.
           READ HBRERRQ-FILE
               AT END SET WS-ERRQ-EOF TO TRUE
           END-READ
           IF NOT WS-ERRQ-EOF
               ADD 1 TO WS-REQUESTS-READ
           END-IF.

       2000-REGISTER-REQUEST.
           PERFORM 2100-CHECK-ONE-REQUEST THRU 2100-EXIT
           MOVE HBRERQ-ORDER-REF TO WS-DET-ORDER-REF
           MOVE HBRERQ-REQUEST-DATE TO WS-DET-REQUEST-DATE
           MOVE HBRERQ-AUTHORISED-BY TO WS-DET-AUTHORISED-BY
           MOVE WS-TOKEN TO WS-DET-TOKEN
           MOVE WS-STATUS-TEXT TO WS-DET-STATUS
           WRITE HBRERRO-LINE FROM WS-DETAIL-LINE
           PERFORM 1300-READ-REQUEST.

       2100-CHECK-ONE-REQUEST.
           MOVE SPACES TO WS-TOKEN
           IF HBRERQ-INSTCODE = SPACES
               ADD 1 TO WS-REJECTED
               MOVE 'REJECTED - BLANK INSTCODE' TO WS-STATUS-TEXT
               GO TO 2100-EXIT
           END-IF
           CALL 'HBRTOKN' USING WS-SITE-KEY, HBRERQ-INSTCODE, WS-TOKEN,
               WS-TOKEN-STATUS
           END-CALL
           IF WS-TOKEN-FAILED
               MOVE SPACES TO WS-TOKEN
               ADD 1 TO WS-REJECTED
               MOVE 'REJECTED - NO TOKEN MADE' TO WS-STATUS-TEXT
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           SEARCH ALL WS-REG-ENTRY
               AT END CONTINUE
               WHEN WS-REG-TOKEN(WS-REG-IDX) = WS-TOKEN
                   SET WS-FOUND TO TRUE
           END-SEARCH
           IF WS-FOUND
               ADD 1 TO WS-ALREADY-ON
               MOVE 'ALREADY ON REGISTER' TO WS-STATUS-TEXT
               GO TO 2100-EXIT
           END-IF
           IF WS-REG-COUNT NOT < WS-MAX-REGISTER
               ADD 1 TO WS-REJECTED
               MOVE 'REJECTED - REGISTER FULL' TO WS-STATUS-TEXT
               GO TO 2100-EXIT
           END-IF
           MOVE WS-TOKEN TO WS-NEW-TOKEN
           MOVE HBRERQ-ORDER-REF TO WS-NEW-ORDER-REF
           MOVE HBRERQ-REQUEST-DATE TO WS-NEW-REQUEST-DATE
           MOVE HBRERQ-AUTHORISED-BY TO WS-NEW-AUTHORISED-BY
           MOVE WS-RUN-DATE TO WS-NEW-REGISTERED-DATE
           PERFORM 2200-INSERT-ENTRY
           ADD 1 TO WS-REGISTERED
           MOVE 'REGISTERED FOR ERASURE' TO WS-STATUS-TEXT.
       2100-EXIT.
           EXIT.

      *    SLIDES EVERY ENTRY ABOVE THE NEW TOKEN UP ONE SLOT AND      *
      *    DROPS THE NEW ENTRY INTO THE GAP, KEEPING TOKEN ORDER.      *
       2200-INSERT-ENTRY.
           MOVE WS-REG-COUNT TO WS-SUB
           MOVE 'N' TO WS-SLOT-FOUND-SW
           PERFORM UNTIL WS-SUB < 1 OR WS-SLOT-FOUND
               IF WS-REG-TOKEN(WS-SUB) < WS-NEW-TOKEN
                   SET WS-SLOT-FOUND TO TRUE
               ELSE
                   MOVE WS-REG-ENTRY(WS-SUB) TO WS-REG-ENTRY(WS-SUB + 1)
                   SUBTRACT 1 FROM WS-SUB
               END-IF
           END-PERFORM
           MOVE WS-NEW-ENTRY TO WS-REG-ENTRY(WS-SUB + 1)
           ADD 1 TO WS-REG-COUNT.

       3000-WRITE-REGISTER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REG-COUNT
               WRITE HBRERGN-RECORD FROM WS-REG-ENTRY(WS-SUB)
               ADD 1 TO WS-REGISTER-WRITTEN
           END-PERFORM.

       4000-PRODUCE-SUMMARY.
           WRITE HBRERRO-LINE FROM WS-BLANK-LINE
           MOVE 'REGISTER ENTRIES READ' TO WS-SUM-LABEL
           MOVE WS-REGISTER-READ TO WS-SUM-COUNT
           WRITE HBRERRO-LINE FROM WS-SUMMARY-LINE
           MOVE 'ERASURE REQUESTS READ' TO WS-SUM-LABEL
           MOVE WS-REQUESTS-READ TO WS-SUM-COUNT
           WRITE HBRERRO-LINE FROM WS-SUMMARY-LINE
           MOVE 'CUSTOMERS REGISTERED' TO WS-SUM-LABEL
           MOVE WS-REGISTERED TO WS-SUM-COUNT
           WRITE HBRERRO-LINE FROM WS-SUMMARY-LINE
           MOVE 'ALREADY ON REGISTER' TO WS-SUM-LABEL
           MOVE WS-ALREADY-ON TO WS-SUM-COUNT
           WRITE HBRERRO-LINE FROM WS-SUMMARY-LINE
           MOVE 'REQUESTS REJECTED' TO WS-SUM-LABEL
           MOVE WS-REJECTED TO WS-SUM-COUNT
           WRITE HBRERRO-LINE FROM WS-SUMMARY-LINE
           MOVE 'REGISTER ENTRIES WRITTEN' TO WS-SUM-LABEL
           MOVE WS-REGISTER-WRITTEN TO WS-SUM-COUNT
           WRITE HBRERRO-LINE FROM WS-SUMMARY-LINE
           IF WS-ABANDON
               MOVE '*** REGISTER NOT UPDATED ***' TO WS-SUM-LABEL
               MOVE 0 TO WS-SUM-COUNT
               WRITE HBRERRO-LINE FROM WS-SUMMARY-LINE
           END-IF
           DISPLAY 'HBRERRG - REGISTERED=' WS-REGISTERED
               ' ALREADY=' WS-ALREADY-ON
               ' REJECTED=' WS-REJECTED
           IF WS-ABANDON OR WS-REJECTED > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF NOT WS-ERGF-STATUS = "35"
               CLOSE HBRERGF-FILE
           END-IF
           IF NOT WS-ERRQ-STATUS = "35"
               CLOSE HBRERRQ-FILE
           END-IF
           IF WS-ERGN-OPEN
               CLOSE HBRERGN-FILE
           END-IF
           CLOSE HBRERRO-FILE.
