      ******************************************************************
      *    HBRERAS - CUSTOMER ERASURE SCRUB OF ONE DATASET             *
      *    REWRITES ONE FILE OR ARCHIVE GENERATION (HBRERIN IN,        *
      *    HBREROU OUT) WITH EVERY REGISTERED CUSTOMER ERASED. EACH    *
      *    RECORD'S INSTCODE IS TOKENISED WITH THE SITE KEY (HBRTOKN)  *
      *    AND LOOKED UP ON THE HBRERGF ERASURE REGISTER; A CUSTOMER   *
      *    ON THE REGISTER HAS THE INSTCODE REPLACED BY THE TOKEN AND, *
      *    ON A PARAMETER SNAPSHOT, EVERY HBRPDM-DATA-VALUE SLOT AND   *
      *    VALUE-LENGTH CLEARED AND VALUES-CAPTURED SET TO 'E'. EVERY  *
      *    RECORD IS WRITTEN BACK - NOTHING ELSE IN THE RECORD CHANGES *
      *    - SO RECORD COUNTS, DATES, TIMES AND SEQUENCE NUMBERS ARE   *
      *    UNCHANGED AND HBRRECN, HBRRSCH AND HBRARCH STILL BALANCE.   *
      *    THE SAME CUSTOMER ALWAYS GETS THE SAME TOKEN, SO ERASED     *
      *    RECORDS STILL MATCH EACH OTHER ACROSS FILES.                *
      *                                                                *
      *    ONE STEP IS RUN PER DATASET, AFTER HBRERRG HAS UPDATED THE  *
      *    REGISTER. A RESTORED OLD TAPE IS RE-SCRUBBED BY RUNNING     *
      *    THIS STEP AGAINST IT WITH THE CURRENT REGISTER; A DATASET   *
      *    ALREADY SCRUBBED COMES THROUGH UNCHANGED. EACH STEP APPENDS *
      *    ITS COUNTS TO THE HBRERLG RUN LOG (SEE HBRERL) FOR THE      *
      *    HBRERCT CERTIFICATES. THE JCL COPIES HBREROU BACK OVER THE  *
      *    DATASET ONLY WHEN THIS STEP ENDS WITH RETURN CODE 0. FILES  *
      *    KEPT IN INSTCODE ORDER (HBRRSLTF AND HBRSHDF, WHICH HBRCOMP *
      *    AND HBRDIVR MATCH FORWARD-ONLY, AND HBRDECF, HBRSWPF,       *
      *    HBRDHSF) ARE SORTED BACK INTO KEY ORDER BY THE JCL BEFORE   *
      *    THE COPY-BACK (HBRDHSF BEFORE ITS REPRO INTO THE KSDS).     *
      *                                                                *
      *    CONTROL PARAMETERS ARE READ FROM HBRERASP:                 *
      *       POS 1-4   FILE TYPE - THE RECORD SHAPE ON HBRERIN:       *
      *                 AUD   HBRAUDT / HBRAUDA (HBRAUD, 348 BYTES)    *
      *                 AUDO  HBRAUDA BEFORE THE TRANSID/USERID        *
      *                       CUTOVER (HBRAUDO, 336 BYTES)             *
      *                 PDM   HBRPDMF / HBRPDMA (HBRPDM)               *
      *                 PDMO  HBRPDMA BEFORE VALUE CAPTURE (HBRPDMO) - *
      *                       NO CUSTOMER FIELDS, COPIED AND COUNTED   *
      *                       SO THE GENERATION IS ON THE CERTIFICATE  *
      *                 RSLT  HBRRSLTF / HBRSHDF (HBRRSLT) - SORT BY   *
      *                       INSTCODE BEFORE THE COPY-BACK            *
      *                 DEC   HBRDECF (HBRDEC)                         *
      *                 ERR   HBRERRF (HBRERR)                         *
      *                 SWP   HBRSWPF (HBRSWP)                         *
      *                 DHS   HBRDHSF UNLOAD / HBRDHSA (HBRDHS)        *
      *       POS 5-48  DATASET NAME, FOR THE LOG AND CERTIFICATES     *
      *       POS 49-56 ERASURE RUN DATE (YYYYMMDD) - DEFAULT TODAY    *
      *                                                                *
      *    RETURN CODE 8, WITH NOTHING LOGGED, WHEN THE PARAMETER      *
      *    IS MISSING OR HAS AN UNKNOWN FILE TYPE, THE SITE KEY ON     *
      *    HBRERKY IS MISSING OR BLANK, THE REGISTER IS OUT OF TOKEN   *
      *    ORDER OR HBRERIN CANNOT BE OPENED. RETURN CODE 8 ALSO WHEN  *
      *    RECORDS WRITTEN DOES NOT EQUAL RECORDS READ, OR WHEN        *
      *    HBRTOKN CANNOT TOKENISE A RECORD (THE STEP STOPS THERE).    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRERAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HBRERASP-FILE ASSIGN TO "HBRERASP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HBRERKY-FILE ASSIGN TO "HBRERKY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEY-STATUS.
           SELECT HBRERGF-FILE ASSIGN TO "HBRERGF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERGF-STATUS.
           SELECT HBRERLG-FILE ASSIGN TO "HBRERLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERLG-STATUS.
      *    ONE INPUT/OUTPUT PAIR PER RECORD SHAPE, ALL ON THE SAME TWO *
      *    DDS - ONLY THE PAIR NAMED BY THE FILE TYPE IS OPENED.       *
           SELECT HBRERIN-AUD-FILE ASSIGN TO "HBRERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT HBREROU-AUD-FILE ASSIGN TO "HBREROU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT HBRERIN-AUDO-FILE ASSIGN TO "HBRERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT HBREROU-AUDO-FILE ASSIGN TO "HBREROU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT HBRERIN-PDM-FILE ASSIGN TO "HBRERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT HBREROU-PDM-FILE ASSIGN TO "HBREROU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT HBRERIN-PDMO-FILE ASSIGN TO "HBRERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT HBREROU-PDMO-FILE ASSIGN TO "HBREROU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT HBRERIN-RSLT-FILE ASSIGN TO "HBRERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT HBREROU-RSLT-FILE ASSIGN TO "HBREROU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT HBRERIN-DEC-FILE ASSIGN TO "HBRERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT HBREROU-DEC-FILE ASSIGN TO "HBREROU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT HBRERIN-ERR-FILE ASSIGN TO "HBRERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT HBREROU-ERR-FILE ASSIGN TO "HBREROU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT HBRERIN-SWP-FILE ASSIGN TO "HBRERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT HBREROU-SWP-FILE ASSIGN TO "HBREROU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT HBRERIN-DHS-FILE ASSIGN TO "HBRERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT HBREROU-DHS-FILE ASSIGN TO "HBREROU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HBRERASP-FILE
           RECORDING MODE IS F.
       01  HBRERASP-RECORD.
           05 HBRERASP-FILE-TYPE PIC X(4).
           05 HBRERASP-DATASET PIC X(44).
           05 HBRERASP-RUN-DATE PIC 9(8).
       FD  HBRERKY-FILE
           RECORDING MODE IS F.
       01  HBRERKY-RECORD.
           05 HBRERKY-SITE-KEY PIC X(16).
       FD  HBRERGF-FILE
           RECORDING MODE IS F.
           COPY hbrerg.
       FD  HBRERLG-FILE
           RECORDING MODE IS F.
           COPY hbrerl.
       FD  HBRERIN-AUD-FILE
           RECORDING MODE IS F.
           COPY hbraud.
       FD  HBREROU-AUD-FILE
           RECORDING MODE IS F.
       01  HBREROU-AUD-RECORD PIC X(348).
       FD  HBRERIN-AUDO-FILE
           RECORDING MODE IS F.
           COPY hbraudo.
       FD  HBREROU-AUDO-FILE
           RECORDING MODE IS F.
       01  HBREROU-AUDO-RECORD PIC X(336).
       FD  HBRERIN-PDM-FILE
           RECORDING MODE IS F.
           COPY hbrpdm.
       FD  HBREROU-PDM-FILE
           RECORDING MODE IS F.
       01  HBREROU-PDM-RECORD PIC X(15669).
       FD  HBRERIN-PDMO-FILE
           RECORDING MODE IS F.
           COPY hbrpdmo.
       FD  HBREROU-PDMO-FILE
           RECORDING MODE IS F.
       01  HBREROU-PDMO-RECORD PIC X(6684).
       FD  HBRERIN-RSLT-FILE
           RECORDING MODE IS F.
           COPY hbrrslt.
       FD  HBREROU-RSLT-FILE
           RECORDING MODE IS F.
       01  HBREROU-RSLT-RECORD PIC X(1052).
       FD  HBRERIN-DEC-FILE
           RECORDING MODE IS F.
           COPY hbrdec.
       FD  HBREROU-DEC-FILE
           RECORDING MODE IS F.
       01  HBREROU-DEC-RECORD PIC X(80).
       FD  HBRERIN-ERR-FILE
           RECORDING MODE IS F.
           COPY hbrerr.
       FD  HBREROU-ERR-FILE
           RECORDING MODE IS F.
       01  HBREROU-ERR-RECORD PIC X(308).
       FD  HBRERIN-SWP-FILE
           RECORDING MODE IS F.
           COPY hbrswp.
       FD  HBREROU-SWP-FILE
           RECORDING MODE IS F.
       01  HBREROU-SWP-RECORD PIC X(20).
       FD  HBRERIN-DHS-FILE
           RECORDING MODE IS F.
           COPY hbrdhs.
       FD  HBREROU-DHS-FILE
           RECORDING MODE IS F.
       01  HBREROU-DHS-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC XX VALUE SPACES.
       01  WS-KEY-STATUS PIC XX VALUE SPACES.
       01  WS-ERGF-STATUS PIC XX VALUE SPACES.
       01  WS-ERLG-STATUS PIC XX VALUE SPACES.
       01  WS-IN-STATUS PIC XX VALUE SPACES.
       01  WS-OUT-STATUS PIC XX VALUE SPACES.
       01  WS-IN-EOF-SW PIC X VALUE 'N'.
           88 WS-IN-EOF VALUE 'Y'.
       01  WS-ERGF-EOF-SW PIC X VALUE 'N'.
           88 WS-ERGF-EOF VALUE 'Y'.
       01  WS-ABANDON-SW PIC X VALUE 'N'.
           88 WS-ABANDON VALUE 'Y'.
       01  WS-ON-REGISTER-SW PIC X VALUE 'N'.
           88 WS-ON-REGISTER VALUE 'Y'.
       01  WS-FILE-TYPE PIC X(4) VALUE SPACES.
           88 WS-TYPE-AUD VALUE 'AUD '.
           88 WS-TYPE-AUDO VALUE 'AUDO'.
           88 WS-TYPE-PDM VALUE 'PDM '.
           88 WS-TYPE-PDMO VALUE 'PDMO'.
           88 WS-TYPE-RSLT VALUE 'RSLT'.
           88 WS-TYPE-DEC VALUE 'DEC '.
           88 WS-TYPE-ERR VALUE 'ERR '.
           88 WS-TYPE-SWP VALUE 'SWP '.
           88 WS-TYPE-DHS VALUE 'DHS '.
           88 WS-TYPE-VALID VALUE 'AUD ' 'AUDO' 'PDM ' 'PDMO' 'RSLT'
                                  'DEC ' 'ERR ' 'SWP ' 'DHS '.
       01  WS-DATASET PIC X(44) VALUE SPACES.
       01  WS-RUN-DATE PIC 9(8).
       01  WS-SITE-KEY PIC X(16) VALUE SPACES.
       01  WS-INSTCODE PIC X(12).
       01  WS-TOKEN PIC X(12).
       01  WS-TOKEN-STATUS PIC X.
           88 WS-TOKEN-OK VALUE '0'.
           88 WS-TOKEN-FAILED VALUE '1'.
       01  WS-LAST-TOKEN PIC X(12) VALUE LOW-VALUES.
      *    MOST FILES HOLD A CUSTOMER'S RECORDS TOGETHER, SO THE LAST  *
      *    LOOKUP IS KEPT AND REUSED WHILE THE INSTCODE IS UNCHANGED.  *
       01  WS-LAST-INSTCODE PIC X(12) VALUE LOW-VALUES.
       01  WS-LAST-HIT-SW PIC X VALUE 'N'.
           88 WS-LAST-HIT VALUE 'Y'.
       01  WS-SLOT PIC 9(4) COMP.
       01  WS-BLANKED PIC 9(9) VALUE 0.
      *    THE REGISTER TOKENS, WITH EACH CUSTOMER'S COUNTS FOR THIS   *
      *    DATASET. UNUSED SLOTS HOLD HIGH-VALUES FOR SEARCH ALL.      *
       01  WS-MAX-REGISTER PIC 9(5) VALUE 20000.
       01  WS-REG-COUNT PIC 9(5) VALUE 0.
       01  WS-SUB PIC 9(5) COMP.
       01  WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 20000
                   ASCENDING KEY IS WS-REG-TOKEN
                   INDEXED BY WS-REG-IDX.
              10 WS-REG-TOKEN PIC X(12).
              10 WS-REG-CHANGED PIC 9(9) COMP.
              10 WS-REG-BLANKED PIC 9(9) COMP.
       01  WS-RECORDS-READ PIC 9(9) VALUE 0.
       01  WS-RECORDS-WRITTEN PIC 9(9) VALUE 0.
       01  WS-RECORDS-CHANGED PIC 9(9) VALUE 0.
       01  WS-VALUES-BLANKED PIC 9(9) VALUE 0.
       01  WS-CUSTOMERS-FOUND PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABANDON
               EVALUATE TRUE
                   WHEN WS-TYPE-AUD
                       PERFORM 2100-SCRUB-AUD
                   WHEN WS-TYPE-AUDO
                       PERFORM 2200-SCRUB-AUDO
                   WHEN WS-TYPE-PDM
                       PERFORM 2300-SCRUB-PDM
                   WHEN WS-TYPE-PDMO
                       PERFORM 2400-COPY-PDMO
                   WHEN WS-TYPE-RSLT
                       PERFORM 2500-SCRUB-RSLT
                   WHEN WS-TYPE-DEC
                       PERFORM 2600-SCRUB-DEC
                   WHEN WS-TYPE-ERR
                       PERFORM 2700-SCRUB-ERR
                   WHEN WS-TYPE-SWP
                       PERFORM 2800-SCRUB-SWP
                   WHEN WS-TYPE-DHS
                       PERFORM 2900-SCRUB-DHS
               END-EVALUATE
           END-IF
           IF NOT WS-ABANDON
               PERFORM 4000-WRITE-LOG
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE HIGH-VALUES TO WS-REG-TABLE
           MOVE SPACES TO WS-FILE-TYPE
           MOVE SPACES TO WS-DATASET
           OPEN INPUT HBRERASP-FILE
           IF NOT WS-PARM-STATUS = "35"
               READ HBRERASP-FILE
                   AT END MOVE SPACES TO HBRERASP-RECORD
               END-READ
               MOVE HBRERASP-FILE-TYPE TO WS-FILE-TYPE
               MOVE HBRERASP-DATASET TO WS-DATASET
               IF HBRERASP-RUN-DATE IS NUMERIC
                   MOVE HBRERASP-RUN-DATE TO WS-RUN-DATE
               END-IF
               CLOSE HBRERASP-FILE
           END-IF
           IF NOT WS-TYPE-VALID
               DISPLAY 'HBRERAS - HBRERASP FILE TYPE "' WS-FILE-TYPE
                   '" NOT RECOGNISED - NOTHING SCRUBBED'
               SET WS-ABANDON TO TRUE
           END-IF
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
               DISPLAY 'HBRERAS - NO SITE ERASURE KEY ON HBRERKY - '
                   'NOTHING SCRUBBED'
               SET WS-ABANDON TO TRUE
           END-IF
           IF NOT WS-ABANDON
               PERFORM 1100-LOAD-REGISTER
           END-IF.

      *    AN EMPTY REGISTER IS ALLOWED - THE DATASET IS COPIED AND    *
      *    COUNTED UNCHANGED. ONE OUT OF TOKEN ORDER IS NOT.           *
       1100-LOAD-REGISTER.
           OPEN INPUT HBRERGF-FILE
           IF WS-ERGF-STATUS = "35"
               SET WS-ERGF-EOF TO TRUE
           ELSE
               PERFORM 1110-READ-REGISTER
           END-IF
           PERFORM 1120-KEEP-REGISTER-ENTRY UNTIL WS-ERGF-EOF
           IF NOT WS-ERGF-STATUS = "35"
               CLOSE HBRERGF-FILE
           END-IF.

       1110-READ-REGISTER.
           READ HBRERGF-FILE
               AT END SET WS-ERGF-EOF TO TRUE
           END-READ.

       1120-KEEP-REGISTER-ENTRY.
           IF HBRERG-TOKEN NOT > WS-LAST-TOKEN
               DISPLAY 'HBRERAS - HBRERGF OUT OF TOKEN ORDER AT '
                   HBRERG-TOKEN ' - NOTHING SCRUBBED'
               SET WS-ABANDON TO TRUE
               SET WS-ERGF-EOF TO TRUE
           ELSE
               IF WS-REG-COUNT NOT < WS-MAX-REGISTER
                   DISPLAY 'HBRERAS - HBRERGF EXCEEDS WS-MAX-REGISTER'
                       ' - NOTHING SCRUBBED'
                   SET WS-ABANDON TO TRUE
                   SET WS-ERGF-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-REG-COUNT
                   MOVE HBRERG-TOKEN TO WS-REG-TOKEN(WS-REG-COUNT)
                   MOVE 0 TO WS-REG-CHANGED(WS-REG-COUNT)
                   MOVE 0 TO WS-REG-BLANKED(WS-REG-COUNT)
                   MOVE HBRERG-TOKEN TO WS-LAST-TOKEN
                   PERFORM 1110-READ-REGISTER
               END-IF
           END-IF.

      *    CALLED BY EVERY SCRUB PARAGRAPH WHEN HBRERIN WILL NOT OPEN. *
       1900-INPUT-NOT-OPENED.
           DISPLAY 'HBRERAS - HBRERIN OPEN FAILED, STATUS '
               WS-IN-STATUS ' - NOTHING SCRUBBED'
           SET WS-ABANDON TO TRUE.

       2100-SCRUB-AUD.
           OPEN INPUT HBRERIN-AUD-FILE
           IF WS-IN-STATUS NOT = "00"
               PERFORM 1900-INPUT-NOT-OPENED
           ELSE
               OPEN OUTPUT HBREROU-AUD-FILE
               PERFORM 2110-READ-AUD
               PERFORM 2120-SCRUB-ONE-AUD UNTIL WS-IN-EOF
               CLOSE HBRERIN-AUD-FILE
               CLOSE HBREROU-AUD-FILE
           END-IF.

       2110-READ-AUD.
           READ HBRERIN-AUD-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ
           IF NOT WS-IN-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

       2120-SCRUB-ONE-AUD.
           MOVE HBRAUD-INSTCODE TO WS-INSTCODE
           PERFORM 3000-LOOK-UP-INSTCODE
           IF WS-ON-REGISTER
               MOVE WS-TOKEN TO HBRAUD-INSTCODE
               PERFORM 3100-COUNT-CHANGE
           END-IF
           WRITE HBREROU-AUD-RECORD FROM HBRAUD-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           PERFORM 2110-READ-AUD.

       2200-SCRUB-AUDO.
           OPEN INPUT HBRERIN-AUDO-FILE
           IF WS-IN-STATUS NOT = "00"
               PERFORM 1900-INPUT-NOT-OPENED
           ELSE
               OPEN OUTPUT HBREROU-AUDO-FILE
               PERFORM 2210-READ-AUDO
               PERFORM 2220-SCRUB-ONE-AUDO UNTIL WS-IN-EOF
               CLOSE HBRERIN-AUDO-FILE
               CLOSE HBREROU-AUDO-FILE
           END-IF.

       2210-READ-AUDO.
           READ HBRERIN-AUDO-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ
           IF NOT WS-IN-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

       2220-SCRUB-ONE-AUDO.
           MOVE HBRAUDO-INSTCODE TO WS-INSTCODE
           PERFORM 3000-LOOK-UP-INSTCODE
           IF WS-ON-REGISTER
               MOVE WS-TOKEN TO HBRAUDO-INSTCODE
               PERFORM 3100-COUNT-CHANGE
           END-IF
           WRITE HBREROU-AUDO-RECORD FROM HBRAUDO-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           PERFORM 2210-READ-AUDO.

       2300-SCRUB-PDM.
           OPEN INPUT HBRERIN-PDM-FILE
           IF WS-IN-STATUS NOT = "00"
               PERFORM 1900-INPUT-NOT-OPENED
           ELSE
               OPEN OUTPUT HBREROU-PDM-FILE
               PERFORM 2310-READ-PDM
               PERFORM 2320-SCRUB-ONE-PDM UNTIL WS-IN-EOF
               CLOSE HBRERIN-PDM-FILE
               CLOSE HBREROU-PDM-FILE
           END-IF.

       2310-READ-PDM.
           READ HBRERIN-PDM-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ
           IF NOT WS-IN-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

      *    PARAMETER NAMES AND DATA LENGTHS DESCRIBE THE RULE, NOT THE *
      *    CUSTOMER, AND ARE KEPT; ONLY THE CAPTURED VALUES GO.        *
       2320-SCRUB-ONE-PDM.
           MOVE HBRPDM-INSTCODE TO WS-INSTCODE
           PERFORM 3000-LOOK-UP-INSTCODE
           MOVE 0 TO WS-BLANKED
           IF WS-ON-REGISTER
               MOVE WS-TOKEN TO HBRPDM-INSTCODE
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 128
                   IF HBRPDM-DATA-VALUE(WS-SLOT) NOT = SPACES
                      OR HBRPDM-VALUE-LENGTH(WS-SLOT) NOT = 0
                       ADD 1 TO WS-BLANKED
                       MOVE SPACES TO HBRPDM-DATA-VALUE(WS-SLOT)
                       MOVE 0 TO HBRPDM-VALUE-LENGTH(WS-SLOT)
                   END-IF
               END-PERFORM
               MOVE 'E' TO HBRPDM-VALUES-CAPTURED
               PERFORM 3100-COUNT-CHANGE
           END-IF
           WRITE HBREROU-PDM-RECORD FROM HBRPDM-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           PERFORM 2310-READ-PDM.

       2400-COPY-PDMO.
           OPEN INPUT HBRERIN-PDMO-FILE
           IF WS-IN-STATUS NOT = "00"
               PERFORM 1900-INPUT-NOT-OPENED
           ELSE
               OPEN OUTPUT HBREROU-PDMO-FILE
               PERFORM 2410-READ-PDMO
               PERFORM 2420-COPY-ONE-PDMO UNTIL WS-IN-EOF
               CLOSE HBRERIN-PDMO-FILE
               CLOSE HBREROU-PDMO-FILE
           END-IF.

       2410-READ-PDMO.
           READ HBRERIN-PDMO-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ
           IF NOT WS-IN-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

       2420-COPY-ONE-PDMO.
           WRITE HBREROU-PDMO-RECORD FROM HBRPDMO-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           PERFORM 2410-READ-PDMO.

       2500-SCRUB-RSLT.
           OPEN INPUT HBRERIN-RSLT-FILE
           IF WS-IN-STATUS NOT = "00"
               PERFORM 1900-INPUT-NOT-OPENED
           ELSE
               OPEN OUTPUT HBREROU-RSLT-FILE
               PERFORM 2510-READ-RSLT
               PERFORM 2520-SCRUB-ONE-RSLT UNTIL WS-IN-EOF
               CLOSE HBRERIN-RSLT-FILE
               CLOSE HBREROU-RSLT-FILE
           END-IF.

       2510-READ-RSLT.
           READ HBRERIN-RSLT-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ
           IF NOT WS-IN-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

       2520-SCRUB-ONE-RSLT.
           MOVE HBRRSLT-INSTCODE TO WS-INSTCODE
           PERFORM 3000-LOOK-UP-INSTCODE
           IF WS-ON-REGISTER
               MOVE WS-TOKEN TO HBRRSLT-INSTCODE
               PERFORM 3100-COUNT-CHANGE
           END-IF
           WRITE HBREROU-RSLT-RECORD FROM HBRRSLT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           PERFORM 2510-READ-RSLT.

       2600-SCRUB-DEC.
           OPEN INPUT HBRERIN-DEC-FILE
           IF WS-IN-STATUS NOT = "00"
               PERFORM 1900-INPUT-NOT-OPENED
           ELSE
               OPEN OUTPUT HBREROU-DEC-FILE
               PERFORM 2610-READ-DEC
               PERFORM 2620-SCRUB-ONE-DEC UNTIL WS-IN-EOF
               CLOSE HBRERIN-DEC-FILE
               CLOSE HBREROU-DEC-FILE
           END-IF.

       2610-READ-DEC.
           READ HBRERIN-DEC-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ
           IF NOT WS-IN-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

       2620-SCRUB-ONE-DEC.
           MOVE HBRDEC-INSTCODE TO WS-INSTCODE
           PERFORM 3000-LOOK-UP-INSTCODE
           IF WS-ON-REGISTER
               MOVE WS-TOKEN TO HBRDEC-INSTCODE
               PERFORM 3100-COUNT-CHANGE
           END-IF
           WRITE HBREROU-DEC-RECORD FROM HBRDEC-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           PERFORM 2610-READ-DEC.

       2700-SCRUB-ERR.
           OPEN INPUT HBRERIN-ERR-FILE
           IF WS-IN-STATUS NOT = "00"
               PERFORM 1900-INPUT-NOT-OPENED
           ELSE
               OPEN OUTPUT HBREROU-ERR-FILE
               PERFORM 2710-READ-ERR
               PERFORM 2720-SCRUB-ONE-ERR UNTIL WS-IN-EOF
               CLOSE HBRERIN-ERR-FILE
               CLOSE HBREROU-ERR-FILE
           END-IF.

       2710-READ-ERR.
           READ HBRERIN-ERR-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ
           IF NOT WS-IN-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

       2720-SCRUB-ONE-ERR.
           MOVE HBRERR-INSTCODE TO WS-INSTCODE
           PERFORM 3000-LOOK-UP-INSTCODE
           IF WS-ON-REGISTER
               MOVE WS-TOKEN TO HBRERR-INSTCODE
               PERFORM 3100-COUNT-CHANGE
           END-IF
           WRITE HBREROU-ERR-RECORD FROM HBRERR-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           PERFORM 2710-READ-ERR.

       2800-SCRUB-SWP.
           OPEN INPUT HBRERIN-SWP-FILE
           IF WS-IN-STATUS NOT = "00"
               PERFORM 1900-INPUT-NOT-OPENED
           ELSE
               OPEN OUTPUT HBREROU-SWP-FILE
               PERFORM 2810-READ-SWP
               PERFORM 2820-SCRUB-ONE-SWP UNTIL WS-IN-EOF
               CLOSE HBRERIN-SWP-FILE
               CLOSE HBREROU-SWP-FILE
           END-IF.

       2810-READ-SWP.
           READ HBRERIN-SWP-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ
           IF NOT WS-IN-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

       2820-SCRUB-ONE-SWP.
           MOVE HBRSWP-INSTCODE TO WS-INSTCODE
           PERFORM 3000-LOOK-UP-INSTCODE
           IF WS-ON-REGISTER
               MOVE WS-TOKEN TO HBRSWP-INSTCODE
               PERFORM 3100-COUNT-CHANGE
           END-IF
           WRITE HBREROU-SWP-RECORD FROM HBRSWP-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           PERFORM 2810-READ-SWP.

       2900-SCRUB-DHS.
           OPEN INPUT HBRERIN-DHS-FILE
           IF WS-IN-STATUS NOT = "00"
               PERFORM 1900-INPUT-NOT-OPENED
           ELSE
               OPEN OUTPUT HBREROU-DHS-FILE
               PERFORM 2910-READ-DHS
               PERFORM 2920-SCRUB-ONE-DHS UNTIL WS-IN-EOF
               CLOSE HBRERIN-DHS-FILE
               CLOSE HBREROU-DHS-FILE
           END-IF.

       2910-READ-DHS.
           READ HBRERIN-DHS-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ
           IF NOT WS-IN-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

       2920-SCRUB-ONE-DHS.
           MOVE HBRDHS-INSTCODE TO WS-INSTCODE
           PERFORM 3000-LOOK-UP-INSTCODE
           IF WS-ON-REGISTER
               MOVE WS-TOKEN TO HBRDHS-INSTCODE
               PERFORM 3100-COUNT-CHANGE
           END-IF
           WRITE HBREROU-DHS-RECORD FROM HBRDHS-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           PERFORM 2910-READ-DHS.

      *    SETS WS-ON-REGISTER, AND WS-TOKEN AND WS-REG-IDX FOR IT,    *
      *    FOR THE INSTCODE IN WS-INSTCODE. A BLANK INSTCODE IS NEVER  *
      *    ON THE REGISTER.                                            *
       3000-LOOK-UP-INSTCODE.
           IF WS-INSTCODE = WS-LAST-INSTCODE
               MOVE WS-LAST-HIT-SW TO WS-ON-REGISTER-SW
           ELSE
               MOVE 'N' TO WS-ON-REGISTER-SW
               IF WS-INSTCODE NOT = SPACES AND WS-REG-COUNT > 0
                   CALL 'HBRTOKN' USING WS-SITE-KEY, WS-INSTCODE,
                       WS-TOKEN, WS-TOKEN-STATUS
                   END-CALL
                   IF WS-TOKEN-FAILED
                       PERFORM 3050-TOKEN-NOT-MADE
                   END-IF
                   SEARCH ALL WS-REG-ENTRY
                       AT END CONTINUE
                       WHEN WS-REG-TOKEN(WS-REG-IDX) = WS-TOKEN
                           SET WS-ON-REGISTER TO TRUE
                   END-SEARCH
               END-IF
               MOVE WS-INSTCODE TO WS-LAST-INSTCODE
               MOVE WS-ON-REGISTER-SW TO WS-LAST-HIT-SW
           END-IF.

      *    A RECORD THAT CANNOT BE TOKENISED CANNOT BE CHECKED, SO THE *
      *    DATASET IS NOT TRUSTED: READING STOPS AND THE STEP ENDS     *
      *    WITH RETURN CODE 8, SO THE JCL DOES NOT COPY IT BACK.       *
       3050-TOKEN-NOT-MADE.
           DISPLAY 'HBRERAS - HBRTOKN COULD NOT TOKENISE A RECORD - '
               'DATASET NOT SCRUBBED'
           MOVE 'N' TO WS-ON-REGISTER-SW
           SET WS-ABANDON TO TRUE
           SET WS-IN-EOF TO TRUE.

       3100-COUNT-CHANGE.
           ADD 1 TO WS-RECORDS-CHANGED
           ADD WS-BLANKED TO WS-VALUES-BLANKED
           IF WS-REG-CHANGED(WS-REG-IDX) = 0
               ADD 1 TO WS-CUSTOMERS-FOUND
           END-IF
           ADD 1 TO WS-REG-CHANGED(WS-REG-IDX)
           ADD WS-BLANKED TO WS-REG-BLANKED(WS-REG-IDX).

      *    ONE DATASET TOTALS RECORD, THEN ONE PER CUSTOMER FOUND.     *
       4000-WRITE-LOG.
           OPEN EXTEND HBRERLG-FILE
           IF WS-ERLG-STATUS = "35" OR WS-ERLG-STATUS = "05"
               OPEN OUTPUT HBRERLG-FILE
           END-IF
           MOVE SPACES TO HBRERL-RECORD
           MOVE WS-RUN-DATE TO HBRERL-RUN-DATE
           MOVE WS-FILE-TYPE TO HBRERL-FILE-TYPE
           MOVE WS-DATASET TO HBRERL-DATASET
           MOVE SPACES TO HBRERL-TOKEN
           MOVE WS-RECORDS-READ TO HBRERL-RECORDS-READ
           MOVE WS-RECORDS-WRITTEN TO HBRERL-RECORDS-WRITTEN
           MOVE WS-RECORDS-CHANGED TO HBRERL-RECORDS-CHANGED
           MOVE WS-VALUES-BLANKED TO HBRERL-VALUES-BLANKED
           WRITE HBRERL-RECORD
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REG-COUNT
               IF WS-REG-CHANGED(WS-SUB) > 0
                   MOVE WS-REG-TOKEN(WS-SUB) TO HBRERL-TOKEN
                   MOVE WS-REG-CHANGED(WS-SUB)
                       TO HBRERL-RECORDS-CHANGED
                   MOVE WS-REG-BLANKED(WS-SUB) TO HBRERL-VALUES-BLANKED
                   WRITE HBRERL-RECORD
               END-IF
           END-PERFORM
           CLOSE HBRERLG-FILE.

       9000-TERMINATE.
           DISPLAY 'HBRERAS - ' WS-FILE-TYPE ' ' WS-DATASET
           DISPLAY 'HBRERAS - READ=' WS-RECORDS-READ
               ' WRITTEN=' WS-RECORDS-WRITTEN
               ' CHANGED=' WS-RECORDS-CHANGED
               ' BLANKED=' WS-VALUES-BLANKED
               ' CUSTOMERS=' WS-CUSTOMERS-FOUND
           IF WS-RECORDS-WRITTEN NOT = WS-RECORDS-READ
               DISPLAY 'HBRERAS - RECORDS WRITTEN DO NOT MATCH '
                   'RECORDS READ - DO NOT COPY BACK'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-ABANDON
               MOVE 8 TO RETURN-CODE
           END-IF.
