      ******************************************************************
      *    HBRRPT5 - MONTHLY DECISION-MIX AND APPROVAL-RATE REPORT     *
      *    RUN AT MONTH END OVER THE MONTH'S NIGHTLY HBRDECF DECISION  *
      *    EXTRACTS (SEE HBRDEC), WHICH THE JCL CONCATENATES ON THE    *
      *    HBRDECM DD. WHERE HBRRPT1-4 REPORT ON THE CALLS, THIS       *
      *    REPORTS ON WHAT THE RULES DECIDED. FOR EACH PRODCODE IT     *
      *    SHOWS:                                                      *
      *       - EVERY HBRDEC-DECISION-CODE WITH ITS COUNT AND SHARE    *
      *         OF THE PRODUCT'S DECISIONS, LAST MONTH'S SHARE AND THE *
      *         MOVE BETWEEN THEM                                      *
      *       - THE TOTAL AND AVERAGE OF AMOUNT-1 AND AMOUNT-2 BY      *
      *         DECISION (BLANK AMOUNTS ARE NOT RETURNED BY THE RULE   *
      *         APP AND ARE LEFT OUT; AMOUNTS THAT ARE NOT A NUMBER    *
      *         ARE LEFT OUT AND COUNTED)                              *
      *       - EVERY LETTER CODE GENERATED (LETTER-CODE-1 AND -2)     *
      *         WITH ITS COUNT                                         *
      *    THEN CALLS OUT, PRODUCT BY PRODUCT:                         *
      *       - DECISION CODES NEVER SEEN BEFORE FOR THE PRODUCT -     *
      *         USUALLY A RULE-APP CHANGE OPERATIONS WAS NOT TOLD OF   *
      *       - DECISION CODES WHOSE SHARE MOVED MORE THAN THE         *
      *         THRESHOLD AGAINST THE PRIOR MONTH (A CODE THAT STOPPED *
      *         APPEARING COUNTS AS A MOVE TO ZERO)                    *
      *                                                                *
      *    LAST MONTH'S SHARES AND EVERY CODE EVER SEEN ARE CARRIED    *
      *    FORWARD ON THE HBRDMXF DECISION-MIX HISTORY (SEE HBRDMX):   *
      *    OLD HISTORY IN ON HBRDMXF, NEW HISTORY OUT ON HBRDMXN,      *
      *    COPIED BACK BY THE JCL WHEN THIS STEP ENDS WITH RETURN CODE *
      *    0. WITH NO HBRDMXF (THE FIRST RUN) THE MONTH IS THE         *
      *    BASELINE AND NOTHING IS CALLED OUT AS NEW. A PRODUCT WITH   *
      *    NO DECISIONS THIS MONTH KEEPS ITS HISTORY UNCHANGED, AND    *
      *    THE NEXT MONTH IT APPEARS IT IS NOT COMPARED (ITS PRIOR     *
      *    MONTH IS MISSING). A RERUN OF THE SAME MONTH COMPARES       *
      *    AGAINST THE SAME PRIOR MONTH AS THE FIRST RUN.              *
      *                                                                *
      *    CONTROL PARAMETERS ARE READ FROM HBRRPT5P:                  *
      *       POS 1-6   REPORT MONTH YYYYMM - DEFAULT THE MONTH BEFORE *
      *                 THE RUN DATE                                   *
      *       POS 7-11  SHARE MOVE THRESHOLD IN PERCENTAGE POINTS,     *
      *                 9(3)V99 - DEFAULT 005.00                       *
      *                                                                *
      *    RETURN CODE 8 WHEN HBRDECM HOLDS NO USABLE DECISIONS, WHEN  *
      *    HBRDMXF IS OUT OF KEY ORDER, OR WHEN A TABLE FILLED AND     *
      *    DECISIONS WERE LEFT OUT - THE HISTORY IS THEN NOT COPIED    *
      *    BACK.                                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRRPT5.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HBRRPT5P-FILE ASSIGN TO "HBRRPT5P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HBRDECM-FILE ASSIGN TO "HBRDECM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECM-STATUS.
           SELECT HBRDMXF-FILE ASSIGN TO "HBRDMXF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DMXF-STATUS.
           SELECT HBRDMXN-FILE ASSIGN TO "HBRDMXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DMXN-STATUS.
           SELECT HBRRPT5-FILE ASSIGN TO "HBRRPT5O"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HBRRPT5P-FILE
           RECORDING MODE IS F.
       01  HBRRPT5P-RECORD.
           05 HBRRPT5P-MONTH.
              10 HBRRPT5P-YEAR PIC 9(4).
              10 HBRRPT5P-MM PIC 9(2).
           05 HBRRPT5P-THRESHOLD PIC 9(3)V99.
       FD  HBRDECM-FILE
           RECORDING MODE IS F.
           COPY hbrdec.
       FD  HBRDMXF-FILE
           RECORDING MODE IS F.
           COPY hbrdmx.
       FD  HBRDMXN-FILE
           RECORDING MODE IS F.
       01  HBRDMXN-RECORD PIC X(80).
       FD  HBRRPT5-FILE
           RECORDING MODE IS F.
       01  HBRRPT5-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC XX VALUE SPACES.
       01  WS-DECM-STATUS PIC XX VALUE SPACES.
       01  WS-DMXF-STATUS PIC XX VALUE SPACES.
       01  WS-DMXN-STATUS PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS PIC XX VALUE SPACES.
       01  WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01  WS-DMXF-EOF-SW PIC X VALUE 'N'.
           88 WS-DMXF-EOF VALUE 'Y'.
       01  WS-HISTORY-SW PIC X VALUE 'Y'.
           88 WS-HISTORY-PRESENT VALUE 'Y'.
       01  WS-ABANDON-SW PIC X VALUE 'N'.
           88 WS-ABANDON VALUE 'Y'.
       01  WS-FOUND-SW PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
       01  WS-SLOT-FOUND-SW PIC X VALUE 'N'.
           88 WS-SLOT-FOUND VALUE 'Y'.
       01  WS-RUN-DATE.
           05 WS-RUN-YEAR PIC 9(4).
           05 WS-RUN-MONTH PIC 9(2).
           05 WS-RUN-DAY PIC 9(2).
       01  WS-REPORT-MONTH.
           05 WS-REPORT-YEAR PIC 9(4).
           05 WS-REPORT-MM PIC 9(2).
       01  WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH PIC 9(6).
       01  WS-PRIOR-MONTH.
           05 WS-PRIOR-YEAR PIC 9(4).
           05 WS-PRIOR-MM PIC 9(2).
       01  WS-PRIOR-MONTH-N REDEFINES WS-PRIOR-MONTH PIC 9(6).
       01  WS-THRESHOLD PIC 9(3)V99 VALUE 5.
       01  WS-LAST-KEY PIC X(12) VALUE LOW-VALUES.
       01  WS-SUB PIC 9(4) COMP.
       01  WS-GRP-START PIC 9(4) COMP.
       01  WS-GRP-END PIC 9(4) COMP.
       01  WS-CUR-PRODCODE PIC X(4).
       01  WS-PROD-TOTAL PIC 9(9).
       01  WS-PROD-AMT-BAD PIC 9(9).
       01  WS-PROD-PRIOR-SW PIC X.
           88 WS-PROD-HAS-PRIOR VALUE 'Y'.
       01  WS-PROD-LETTERS PIC 9(4).
       01  WS-MOVE PIC S9(3)V99.
       01  WS-MOVE-ABS PIC 9(3)V99.
       01  WS-AVERAGE PIC S9(13)V99.
      *    DECISION-MIX TABLE, ONE ENTRY PER PRODCODE + DECISION CODE, *
      *    KEPT IN KEY ORDER SO A PRODUCT'S CODES ARE TOGETHER AND     *
      *    THE NEW HISTORY COMES OUT IN ORDER. UNUSED SLOTS HOLD       *
      *    HIGH-VALUES FOR SEARCH ALL.                                 *
       01  WS-MAX-MIX PIC 9(4) VALUE 3000.
       01  WS-MIX-COUNT PIC 9(4) VALUE 0.
       01  WS-MIX-TABLE.
           05 WS-MIX-ENTRY OCCURS 3000
                   ASCENDING KEY IS WS-MIX-KEY
                   INDEXED BY WS-MIX-IDX.
              10 WS-MIX-KEY.
                 15 WS-MIX-PRODCODE PIC X(4).
                 15 WS-MIX-DECISION PIC X(8).
              10 WS-MIX-FIRST-SEEN PIC 9(6).
              10 WS-MIX-IN-HISTORY PIC X.
              10 WS-MIX-COUNT-N PIC 9(9).
              10 WS-MIX-AMT1-TOTAL PIC S9(15)V99.
              10 WS-MIX-AMT1-N PIC 9(9).
              10 WS-MIX-AMT2-TOTAL PIC S9(15)V99.
              10 WS-MIX-AMT2-N PIC 9(9).
              10 WS-MIX-AMT-BAD PIC 9(9).
              10 WS-MIX-SHARE PIC 9(3)V99.
              10 WS-MIX-PRIOR-AVAIL PIC X.
              10 WS-MIX-PRIOR-COUNT PIC 9(9).
              10 WS-MIX-PRIOR-SHARE PIC 9(3)V99.
              10 WS-MIX-ACTIVE PIC X.
              10 WS-MIX-NEW PIC X.
              10 WS-MIX-MOVED PIC X.
              10 WS-MIX-COMPARED PIC X.
              10 WS-MIX-HIST-REC PIC X(80).
       01  WS-SRCH-KEY.
           05 WS-SRCH-PRODCODE PIC X(4).
           05 WS-SRCH-CODE PIC X(8).
      *    LETTER CODES BY PRODCODE, ALSO IN KEY ORDER.                *
       01  WS-MAX-LETTERS PIC 9(4) VALUE 3000.
       01  WS-LETTER-COUNT PIC 9(4) VALUE 0.
       01  WS-LETTER-TABLE.
           05 WS-LET-ENTRY OCCURS 3000
                   ASCENDING KEY IS WS-LET-KEY
                   INDEXED BY WS-LET-IDX.
              10 WS-LET-KEY.
                 15 WS-LET-PRODCODE PIC X(4).
                 15 WS-LET-CODE PIC X(4).
              10 WS-LET-COUNT-N PIC 9(9).
       01  WS-NEW-LET-ENTRY.
           05 WS-NEW-LET-KEY PIC X(8).
           05 WS-NEW-LET-COUNT PIC 9(9).
       01  WS-LET-SRCH-KEY.
           05 WS-LET-SRCH-PRODCODE PIC X(4).
           05 WS-LET-SRCH-CODE PIC X(4).
      *    AMOUNT PARSING. THE AMOUNTS ARE TEXT CUT FROM THE RULE APP  *
      *    RESPONSE: OPTIONAL SPACES, A SIGN BEFORE OR AFTER, DIGITS   *
      *    WITH OPTIONAL COMMAS AND ONE DECIMAL POINT.                 *
       01  WS-AMT-TEXT PIC X(12).
       01  WS-AMT-POS PIC 9(4) COMP.
       01  WS-AMT-CHAR PIC X.
       01  WS-AMT-DIGIT REDEFINES WS-AMT-CHAR PIC 9.
       01  WS-AMT-STATE PIC X.
           88 WS-AMT-BEFORE VALUE 'S'.
           88 WS-AMT-INTEGER VALUE 'I'.
           88 WS-AMT-FRACTION VALUE 'F'.
           88 WS-AMT-AFTER VALUE 'E'.
       01  WS-AMT-SIGN PIC X.
       01  WS-AMT-DIGITS PIC 9(4) COMP.
       01  WS-AMT-SCALE PIC V9(6).
       01  WS-AMT-VALUE PIC S9(12)V9(6).
       01  WS-AMT-RESULT PIC X.
           88 WS-AMT-BLANK VALUE 'B'.
           88 WS-AMT-VALID VALUE 'V'.
           88 WS-AMT-INVALID VALUE 'X'.
       01  WS-RECORDS-READ PIC 9(9) VALUE 0.
       01  WS-RECORDS-USED PIC 9(9) VALUE 0.
       01  WS-NO-PRODCODE PIC 9(9) VALUE 0.
       01  WS-NOT-HELD PIC 9(9) VALUE 0.
       01  WS-HISTORY-READ PIC 9(9) VALUE 0.
       01  WS-HISTORY-WRITTEN PIC 9(9) VALUE 0.
       01  WS-PRODUCTS-REPORTED PIC 9(9) VALUE 0.
       01  WS-CODES-REPORTED PIC 9(9) VALUE 0.
       01  WS-NEW-CODES PIC 9(9) VALUE 0.
       01  WS-SHARE-MOVES PIC 9(9) VALUE 0.
       01  WS-AMOUNTS-NOT-NUMERIC PIC 9(9) VALUE 0.
       01  WS-HDR-LINE-1.
           05 FILLER PIC X(30) VALUE "MONTHLY DECISION-MIX AND APPRO".
           05 FILLER PIC X(20) VALUE "VAL-RATE REPORT     ".
           05 FILLER PIC X(6)  VALUE "RUN: ".
           05 WS-HDR-DATE PIC 9(8).
       01  WS-HDR-LINE-2.
           05 FILLER PIC X(14) VALUE "REPORT MONTH: ".
           05 WS-HDR-MONTH PIC 9(6).
           05 FILLER PIC X(17) VALUE "   PRIOR MONTH: ".
           05 WS-HDR-PRIOR PIC 9(6).
           05 FILLER PIC X(30) VALUE "   SHARE MOVE THRESHOLD (PTS) ".
           05 WS-HDR-THRESHOLD PIC ZZ9.99.
       01  WS-NO-HISTORY-LINE PIC X(80) VALUE
           "NO HBRDMXF HISTORY - THIS MONTH IS THE BASELINE".
       01  WS-SECTION-LINE.
           05 FILLER PIC X(4) VALUE "--- ".
           05 WS-SECTION-TITLE PIC X(40).
           05 FILLER PIC X(4) VALUE " ---".
       01  WS-PROD-TITLE.
           05 FILLER PIC X(8) VALUE "PRODUCT ".
           05 WS-PT-PRODCODE PIC X(4).
       01  WS-NOT-COMPARED-LINE PIC X(80) VALUE
           "NO DECISIONS FOR THIS PRODUCT LAST MONTH - NOT COMPARED".
       01  WS-HEAD-LINE.
           05 FILLER PIC X(9) VALUE "DECISION".
           05 FILLER PIC X(12) VALUE "      COUNT".
           05 FILLER PIC X(7) VALUE " SHARE%".
           05 FILLER PIC X(7) VALUE " PRIOR%".
           05 FILLER PIC X(8) VALUE "   MOVE".
           05 FILLER PIC X(20) VALUE "     AMOUNT-1 TOTAL ".
           05 FILLER PIC X(16) VALUE "   AMOUNT-1 AVG ".
           05 FILLER PIC X(20) VALUE "     AMOUNT-2 TOTAL ".
           05 FILLER PIC X(16) VALUE "   AMOUNT-2 AVG ".
           05 FILLER PIC X(12) VALUE "FLAG".
       01  WS-DETAIL-LINE.
           05 WS-DET-DECISION PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-COUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-SHARE PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-PRIOR PIC ZZ9.99.
           05 WS-DET-PRIOR-X REDEFINES WS-DET-PRIOR PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-MOVE PIC -(3)9.99.
           05 WS-DET-MOVE-X REDEFINES WS-DET-MOVE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-AMT1-TOTAL PIC -(15)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-AMT1-AVG PIC -(11)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-AMT2-TOTAL PIC -(15)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-AMT2-AVG PIC -(11)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-FLAG PIC X(12).
       01  WS-TOTAL-LINE.
           05 FILLER PIC X(9) VALUE "TOTAL".
           05 WS-TOT-COUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(7) VALUE " 100.00".
       01  WS-LETTER-HEAD-LINE PIC X(40) VALUE
           "LETTER CODES GENERATED:".
       01  WS-LETTER-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-LL-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LL-COUNT PIC ZZZ,ZZZ,ZZ9.
       01  WS-NONE-LINE PIC X(40) VALUE "    NONE".
       01  WS-EXC-HEAD-LINE.
           05 FILLER PIC X(5) VALUE "PROD".
           05 FILLER PIC X(9) VALUE "DECISION".
           05 FILLER PIC X(12) VALUE "      COUNT".
           05 FILLER PIC X(7) VALUE " SHARE%".
           05 FILLER PIC X(7) VALUE " PRIOR%".
           05 FILLER PIC X(8) VALUE "   MOVE".
       01  WS-EXC-LINE.
           05 WS-EXC-PRODCODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-EXC-DECISION PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-EXC-COUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-EXC-SHARE PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-EXC-PRIOR PIC ZZ9.99.
           05 WS-EXC-PRIOR-X REDEFINES WS-EXC-PRIOR PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-EXC-MOVE PIC -(3)9.99.
           05 WS-EXC-MOVE-X REDEFINES WS-EXC-MOVE PIC X(7).
       01  WS-SUMMARY-LINE.
           05 WS-SUM-LABEL PIC X(40).
           05 WS-SUM-COUNT PIC ZZZ,ZZZ,ZZ9.
       01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1300-LOAD-HISTORY UNTIL WS-DMXF-EOF
           IF NOT WS-ABANDON
               PERFORM 2000-PROCESS-DECISION UNTIL WS-EOF
               PERFORM 3000-PRODUCE-REPORT
               PERFORM 3500-PRODUCE-EXCEPTIONS
               PERFORM 4000-WRITE-HISTORY
           END-IF
           PERFORM 5000-PRODUCE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE HIGH-VALUES TO WS-MIX-TABLE
           MOVE HIGH-VALUES TO WS-LETTER-TABLE
           PERFORM 1100-READ-PARAMETERS
           IF WS-REPORT-MM = 1
               COMPUTE WS-PRIOR-YEAR = WS-REPORT-YEAR - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-REPORT-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-MM = WS-REPORT-MM - 1
           END-IF
           OPEN OUTPUT HBRRPT5-FILE
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           WRITE HBRRPT5-LINE FROM WS-HDR-LINE-1
           MOVE WS-REPORT-MONTH-N TO WS-HDR-MONTH
           MOVE WS-PRIOR-MONTH-N TO WS-HDR-PRIOR
           MOVE WS-THRESHOLD TO WS-HDR-THRESHOLD
           WRITE HBRRPT5-LINE FROM WS-HDR-LINE-2
           OPEN INPUT HBRDMXF-FILE
           IF WS-DMXF-STATUS = "35"
               MOVE 'N' TO WS-HISTORY-SW
               SET WS-DMXF-EOF TO TRUE
               WRITE HBRRPT5-LINE FROM WS-NO-HISTORY-LINE
           ELSE
               PERFORM 1310-READ-HISTORY
           END-IF
           WRITE HBRRPT5-LINE FROM WS-BLANK-LINE
           OPEN INPUT HBRDECM-FILE
           IF WS-DECM-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-DECISION
           END-IF.

      *    A MISSING OR UNUSABLE MONTH FALLS BACK TO THE MONTH BEFORE  *
      *    THE RUN DATE - THE NORMAL FIRST-OF-MONTH SCHEDULE.          *
       1100-READ-PARAMETERS.
           IF WS-RUN-MONTH = 1
               COMPUTE WS-REPORT-YEAR = WS-RUN-YEAR - 1
               MOVE 12 TO WS-REPORT-MM
           ELSE
               MOVE WS-RUN-YEAR TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-MM = WS-RUN-MONTH - 1
           END-IF
           OPEN INPUT HBRRPT5P-FILE
           IF NOT WS-PARM-STATUS = "35"
               READ HBRRPT5P-FILE
                   AT END MOVE SPACES TO HBRRPT5P-RECORD
               END-READ
               IF HBRRPT5P-YEAR IS NUMERIC AND
                  HBRRPT5P-MM IS NUMERIC AND
                  HBRRPT5P-YEAR > 0 AND
                  HBRRPT5P-MM > 0 AND
                  HBRRPT5P-MM NOT > 12
                   MOVE HBRRPT5P-MONTH TO WS-REPORT-MONTH
               END-IF
               IF HBRRPT5P-THRESHOLD IS NUMERIC
                   MOVE HBRRPT5P-THRESHOLD TO WS-THRESHOLD
               END-IF
               CLOSE HBRRPT5P-FILE
           END-IF.

      *    EACH HISTORY RECORD BECOMES A TABLE ENTRY CARRYING THE      *
      *    SHARE TO COMPARE AGAINST: THE PREV- FIGURES WHEN THIS MONTH *
      *    IS BEING RERUN, THE LATEST FIGURES WHEN THEY ARE LAST       *
      *    MONTH'S, OTHERWISE NONE.                                    *
       1300-LOAD-HISTORY.
           ADD 1 TO WS-HISTORY-READ
           IF HBRDMX-KEY NOT > WS-LAST-KEY
               DISPLAY 'HBRRPT5 - HBRDMXF OUT OF KEY ORDER AT '
                   HBRDMX-KEY ' - REPORT NOT PRODUCED'
               SET WS-ABANDON TO TRUE
               SET WS-DMXF-EOF TO TRUE
           ELSE
               IF WS-MIX-COUNT NOT < WS-MAX-MIX
                   DISPLAY 'HBRRPT5 - HBRDMXF EXCEEDS WS-MAX-MIX'
                       ' - REPORT NOT PRODUCED'
                   SET WS-ABANDON TO TRUE
                   SET WS-DMXF-EOF TO TRUE
               ELSE
                   PERFORM 1320-KEEP-HISTORY-ENTRY
                   MOVE HBRDMX-KEY TO WS-LAST-KEY
                   PERFORM 1310-READ-HISTORY
               END-IF
           END-IF.

       1310-READ-HISTORY.
           READ HBRDMXF-FILE
               AT END SET WS-DMXF-EOF TO TRUE
           END-READ.

       1320-KEEP-HISTORY-ENTRY.
           ADD 1 TO WS-MIX-COUNT
           SET WS-MIX-IDX TO WS-MIX-COUNT
           PERFORM 2250-CLEAR-MIX-ENTRY
           MOVE HBRDMX-KEY TO WS-MIX-KEY(WS-MIX-IDX)
           MOVE HBRDMX-FIRST-SEEN-MONTH TO WS-MIX-FIRST-SEEN(WS-MIX-IDX)
           MOVE 'Y' TO WS-MIX-IN-HISTORY(WS-MIX-IDX)
           MOVE HBRDMX-RECORD TO WS-MIX-HIST-REC(WS-MIX-IDX)
           IF HBRDMX-MONTH = WS-REPORT-MONTH-N
               IF HBRDMX-PREV-MONTH = WS-PRIOR-MONTH-N
                   MOVE 'Y' TO WS-MIX-PRIOR-AVAIL(WS-MIX-IDX)
                   MOVE HBRDMX-PREV-COUNT
                       TO WS-MIX-PRIOR-COUNT(WS-MIX-IDX)
                   MOVE HBRDMX-PREV-SHARE
                       TO WS-MIX-PRIOR-SHARE(WS-MIX-IDX)
               END-IF
           ELSE
               IF HBRDMX-MONTH = WS-PRIOR-MONTH-N
                   MOVE 'Y' TO WS-MIX-PRIOR-AVAIL(WS-MIX-IDX)
                   MOVE HBRDMX-COUNT TO WS-MIX-PRIOR-COUNT(WS-MIX-IDX)
                   MOVE HBRDMX-SHARE TO WS-MIX-PRIOR-SHARE(WS-MIX-IDX)
               END-IF
           END-IF.

       2000-PROCESS-DECISION.
           PERFORM 2200-POST-DECISION THRU 2200-EXIT
           PERFORM 2100-READ-DECISION.

       2100-READ-DECISION.
           READ HBRDECM-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

      *    A DECISION THAT CANNOT BE HELD (TABLE FULL) IS COUNTED AND  *
      *    HOLDS THE HISTORY BACK WITH RETURN CODE 8.                  *
       2200-POST-DECISION.
           IF HBRDEC-PRODCODE = SPACES
               ADD 1 TO WS-NO-PRODCODE
               GO TO 2200-EXIT
           END-IF
           MOVE HBRDEC-PRODCODE TO WS-SRCH-PRODCODE
           MOVE HBRDEC-DECISION-CODE TO WS-SRCH-CODE
           MOVE 'N' TO WS-FOUND-SW
           SEARCH ALL WS-MIX-ENTRY
               AT END CONTINUE
               WHEN WS-MIX-KEY(WS-MIX-IDX) = WS-SRCH-KEY
                   SET WS-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-FOUND
               IF WS-MIX-COUNT NOT < WS-MAX-MIX
                   ADD 1 TO WS-NOT-HELD
                   GO TO 2200-EXIT
               END-IF
               PERFORM 2300-INSERT-MIX-ENTRY
           END-IF
           ADD 1 TO WS-RECORDS-USED
           ADD 1 TO WS-MIX-COUNT-N(WS-MIX-IDX)
           MOVE HBRDEC-AMOUNT-1 TO WS-AMT-TEXT
           PERFORM 2500-PARSE-AMOUNT THRU 2500-EXIT
           IF WS-AMT-VALID
               ADD WS-AMT-VALUE TO WS-MIX-AMT1-TOTAL(WS-MIX-IDX)
                   ROUNDED
               ADD 1 TO WS-MIX-AMT1-N(WS-MIX-IDX)
           END-IF
           IF WS-AMT-INVALID
               ADD 1 TO WS-MIX-AMT-BAD(WS-MIX-IDX)
               ADD 1 TO WS-AMOUNTS-NOT-NUMERIC
           END-IF
           MOVE HBRDEC-AMOUNT-2 TO WS-AMT-TEXT
           PERFORM 2500-PARSE-AMOUNT THRU 2500-EXIT
           IF WS-AMT-VALID
               ADD WS-AMT-VALUE TO WS-MIX-AMT2-TOTAL(WS-MIX-IDX)
                   ROUNDED
               ADD 1 TO WS-MIX-AMT2-N(WS-MIX-IDX)
           END-IF
           IF WS-AMT-INVALID
               ADD 1 TO WS-MIX-AMT-BAD(WS-MIX-IDX)
               ADD 1 TO WS-AMOUNTS-NOT-NUMERIC
           END-IF
           IF HBRDEC-LETTER-CODE-1 NOT = SPACES
               MOVE HBRDEC-LETTER-CODE-1 TO WS-LET-SRCH-CODE
               PERFORM 2400-POST-LETTER
           END-IF
           IF HBRDEC-LETTER-CODE-2 NOT = SPACES
               MOVE HBRDEC-LETTER-CODE-2 TO WS-LET-SRCH-CODE
               PERFORM 2400-POST-LETTER
           END-IF.
       2200-EXIT.
           EXIT.

       2250-CLEAR-MIX-ENTRY.
           MOVE SPACES TO WS-MIX-ENTRY(WS-MIX-IDX)
           MOVE 0 TO WS-MIX-FIRST-SEEN(WS-MIX-IDX)
           MOVE 'N' TO WS-MIX-IN-HISTORY(WS-MIX-IDX)
           MOVE 0 TO WS-MIX-COUNT-N(WS-MIX-IDX)
           MOVE 0 TO WS-MIX-AMT1-TOTAL(WS-MIX-IDX)
           MOVE 0 TO WS-MIX-AMT1-N(WS-MIX-IDX)
           MOVE 0 TO WS-MIX-AMT2-TOTAL(WS-MIX-IDX)
           MOVE 0 TO WS-MIX-AMT2-N(WS-MIX-IDX)
           MOVE 0 TO WS-MIX-AMT-BAD(WS-MIX-IDX)
           MOVE 0 TO WS-MIX-SHARE(WS-MIX-IDX)
           MOVE 'N' TO WS-MIX-PRIOR-AVAIL(WS-MIX-IDX)
           MOVE 0 TO WS-MIX-PRIOR-COUNT(WS-MIX-IDX)
           MOVE 0 TO WS-MIX-PRIOR-SHARE(WS-MIX-IDX)
           MOVE 'N' TO WS-MIX-ACTIVE(WS-MIX-IDX)
           MOVE 'N' TO WS-MIX-NEW(WS-MIX-IDX)
           MOVE 'N' TO WS-MIX-MOVED(WS-MIX-IDX)
           MOVE 'N' TO WS-MIX-COMPARED(WS-MIX-IDX).

      *    SLIDES THE ENTRIES ABOVE THE NEW KEY UP ONE SLOT AND BUILDS *
      *    THE NEW ENTRY IN THE GAP, LEAVING WS-MIX-IDX ON IT.         *
       2300-INSERT-MIX-ENTRY.
           MOVE WS-MIX-COUNT TO WS-SUB
           MOVE 'N' TO WS-SLOT-FOUND-SW
           PERFORM UNTIL WS-SUB < 1 OR WS-SLOT-FOUND
               IF WS-MIX-KEY(WS-SUB) < WS-SRCH-KEY
                   SET WS-SLOT-FOUND TO TRUE
               ELSE
                   MOVE WS-MIX-ENTRY(WS-SUB) TO WS-MIX-ENTRY(WS-SUB + 1)
                   SUBTRACT 1 FROM WS-SUB
               END-IF
           END-PERFORM
           ADD 1 TO WS-MIX-COUNT
           SET WS-MIX-IDX TO WS-SUB
           SET WS-MIX-IDX UP BY 1
           PERFORM 2250-CLEAR-MIX-ENTRY
           MOVE WS-SRCH-KEY TO WS-MIX-KEY(WS-MIX-IDX)
           MOVE WS-REPORT-MONTH-N TO WS-MIX-FIRST-SEEN(WS-MIX-IDX).

       2400-POST-LETTER.
           MOVE HBRDEC-PRODCODE TO WS-LET-SRCH-PRODCODE
           MOVE 'N' TO WS-FOUND-SW
           SEARCH ALL WS-LET-ENTRY
               AT END CONTINUE
               WHEN WS-LET-KEY(WS-LET-IDX) = WS-LET-SRCH-KEY
                   SET WS-FOUND TO TRUE
           END-SEARCH
           IF WS-FOUND
               ADD 1 TO WS-LET-COUNT-N(WS-LET-IDX)
           ELSE
               IF WS-LETTER-COUNT NOT < WS-MAX-LETTERS
                   ADD 1 TO WS-NOT-HELD
               ELSE
                   MOVE WS-LET-SRCH-KEY TO WS-NEW-LET-KEY
                   MOVE 1 TO WS-NEW-LET-COUNT
                   MOVE WS-LETTER-COUNT TO WS-SUB
                   MOVE 'N' TO WS-SLOT-FOUND-SW
                   PERFORM UNTIL WS-SUB < 1 OR WS-SLOT-FOUND
                       IF WS-LET-KEY(WS-SUB) < WS-LET-SRCH-KEY
                           SET WS-SLOT-FOUND TO TRUE
                       ELSE
                           MOVE WS-LET-ENTRY(WS-SUB)
                               TO WS-LET-ENTRY(WS-SUB + 1)
                           SUBTRACT 1 FROM WS-SUB
                       END-IF
                   END-PERFORM
                   MOVE WS-NEW-LET-ENTRY TO WS-LET-ENTRY(WS-SUB + 1)
                   ADD 1 TO WS-LETTER-COUNT
               END-IF
           END-IF.

      *    SETS WS-AMT-BLANK, WS-AMT-VALID (VALUE IN WS-AMT-VALUE) OR  *
      *    WS-AMT-INVALID FOR THE TEXT IN WS-AMT-TEXT.                 *
       2500-PARSE-AMOUNT.
           IF WS-AMT-TEXT = SPACES
               SET WS-AMT-BLANK TO TRUE
               GO TO 2500-EXIT
           END-IF
           SET WS-AMT-VALID TO TRUE
           SET WS-AMT-BEFORE TO TRUE
           MOVE SPACE TO WS-AMT-SIGN
           MOVE 0 TO WS-AMT-DIGITS
           MOVE 0 TO WS-AMT-VALUE
           MOVE .1 TO WS-AMT-SCALE
           PERFORM VARYING WS-AMT-POS FROM 1 BY 1
                   UNTIL WS-AMT-POS > 12 OR WS-AMT-INVALID
               MOVE WS-AMT-TEXT(WS-AMT-POS:1) TO WS-AMT-CHAR
               PERFORM 2510-PARSE-ONE-CHARACTER
           END-PERFORM
           IF WS-AMT-DIGITS = 0
               SET WS-AMT-INVALID TO TRUE
           END-IF
           IF WS-AMT-VALID AND WS-AMT-SIGN = '-'
               COMPUTE WS-AMT-VALUE = 0 - WS-AMT-VALUE
           END-IF.
       2500-EXIT.
           EXIT.

       2510-PARSE-ONE-CHARACTER.
           EVALUATE TRUE
               WHEN WS-AMT-CHAR IS NUMERIC
                   IF WS-AMT-AFTER
                       SET WS-AMT-INVALID TO TRUE
                   ELSE
                       ADD 1 TO WS-AMT-DIGITS
                       IF WS-AMT-FRACTION
                           COMPUTE WS-AMT-VALUE = WS-AMT-VALUE
                               + (WS-AMT-DIGIT * WS-AMT-SCALE)
                           COMPUTE WS-AMT-SCALE = WS-AMT-SCALE / 10
                       ELSE
                           SET WS-AMT-INTEGER TO TRUE
                           COMPUTE WS-AMT-VALUE =
                               (WS-AMT-VALUE * 10) + WS-AMT-DIGIT
                       END-IF
                   END-IF
               WHEN WS-AMT-CHAR = SPACE
                   IF WS-AMT-INTEGER OR WS-AMT-FRACTION
                       SET WS-AMT-AFTER TO TRUE
                   END-IF
               WHEN WS-AMT-CHAR = '-' OR WS-AMT-CHAR = '+'
                   IF WS-AMT-SIGN NOT = SPACE
                       SET WS-AMT-INVALID TO TRUE
                   ELSE
                       MOVE WS-AMT-CHAR TO WS-AMT-SIGN
                       IF NOT WS-AMT-BEFORE
                           SET WS-AMT-AFTER TO TRUE
                       END-IF
                   END-IF
               WHEN WS-AMT-CHAR = '.'
                   IF WS-AMT-BEFORE OR WS-AMT-INTEGER
                       SET WS-AMT-FRACTION TO TRUE
                   ELSE
                       SET WS-AMT-INVALID TO TRUE
                   END-IF
               WHEN WS-AMT-CHAR = ','
                   IF NOT WS-AMT-INTEGER
                       SET WS-AMT-INVALID TO TRUE
                   END-IF
               WHEN OTHER
                   SET WS-AMT-INVALID TO TRUE
           END-EVALUATE.

       3000-PRODUCE-REPORT.
           MOVE 1 TO WS-GRP-START
           PERFORM 3100-REPORT-PRODUCT
               UNTIL WS-GRP-START > WS-MIX-COUNT.

      *    ONE PRODCODE: ITS ENTRIES RUN FROM WS-GRP-START TO THE SLOT *
      *    BEFORE WS-GRP-END. A PRODUCT WITH NO DECISIONS THIS MONTH   *
      *    IS NOT PRINTED AND ITS HISTORY IS CARRIED FORWARD AS IS.    *
       3100-REPORT-PRODUCT.
           MOVE WS-MIX-PRODCODE(WS-GRP-START) TO WS-CUR-PRODCODE
           MOVE 0 TO WS-PROD-TOTAL
           MOVE 0 TO WS-PROD-AMT-BAD
           MOVE 'N' TO WS-PROD-PRIOR-SW
           PERFORM VARYING WS-GRP-END FROM WS-GRP-START BY 1
                   UNTIL WS-GRP-END > WS-MIX-COUNT
                      OR WS-MIX-PRODCODE(WS-GRP-END) NOT =
                         WS-CUR-PRODCODE
               ADD WS-MIX-COUNT-N(WS-GRP-END) TO WS-PROD-TOTAL
               ADD WS-MIX-AMT-BAD(WS-GRP-END) TO WS-PROD-AMT-BAD
               IF WS-MIX-PRIOR-AVAIL(WS-GRP-END) = 'Y'
                   MOVE 'Y' TO WS-PROD-PRIOR-SW
               END-IF
           END-PERFORM
           IF WS-PROD-TOTAL > 0
               ADD 1 TO WS-PRODUCTS-REPORTED
               MOVE WS-CUR-PRODCODE TO WS-PT-PRODCODE
               MOVE WS-PROD-TITLE TO WS-SECTION-TITLE
               WRITE HBRRPT5-LINE FROM WS-SECTION-LINE
               IF WS-HISTORY-PRESENT AND NOT WS-PROD-HAS-PRIOR
                   WRITE HBRRPT5-LINE FROM WS-NOT-COMPARED-LINE
               END-IF
               WRITE HBRRPT5-LINE FROM WS-HEAD-LINE
               PERFORM VARYING WS-SUB FROM WS-GRP-START BY 1
                       UNTIL WS-SUB = WS-GRP-END
                   PERFORM 3200-REPORT-DECISION
               END-PERFORM
               MOVE WS-PROD-TOTAL TO WS-TOT-COUNT
               WRITE HBRRPT5-LINE FROM WS-TOTAL-LINE
               IF WS-PROD-AMT-BAD > 0
                   MOVE 'AMOUNTS NOT NUMERIC (LEFT OUT ABOVE)'
                       TO WS-SUM-LABEL
                   MOVE WS-PROD-AMT-BAD TO WS-SUM-COUNT
                   WRITE HBRRPT5-LINE FROM WS-SUMMARY-LINE
               END-IF
               PERFORM 3300-REPORT-LETTERS
               WRITE HBRRPT5-LINE FROM WS-BLANK-LINE
           END-IF
           MOVE WS-GRP-END TO WS-GRP-START.

      *    WORKS OUT THE SHARE AND FLAGS FOR ONE DECISION CODE AND     *
      *    PRINTS IT - UNLESS IT WAS ABSENT BOTH THIS MONTH AND LAST.  *
       3200-REPORT-DECISION.
           MOVE 'Y' TO WS-MIX-ACTIVE(WS-SUB)
           COMPUTE WS-MIX-SHARE(WS-SUB) ROUNDED =
               (WS-MIX-COUNT-N(WS-SUB) * 100) / WS-PROD-TOTAL
           IF WS-MIX-COUNT-N(WS-SUB) > 0 AND WS-HISTORY-PRESENT
              AND (WS-MIX-IN-HISTORY(WS-SUB) = 'N'
                OR WS-MIX-FIRST-SEEN(WS-SUB) = WS-REPORT-MONTH-N)
               MOVE 'Y' TO WS-MIX-NEW(WS-SUB)
               ADD 1 TO WS-NEW-CODES
           END-IF
           IF WS-PROD-HAS-PRIOR
               MOVE 'Y' TO WS-MIX-COMPARED(WS-SUB)
               COMPUTE WS-MOVE =
                   WS-MIX-SHARE(WS-SUB) - WS-MIX-PRIOR-SHARE(WS-SUB)
               IF WS-MOVE < 0
                   COMPUTE WS-MOVE-ABS = 0 - WS-MOVE
               ELSE
                   MOVE WS-MOVE TO WS-MOVE-ABS
               END-IF
               IF WS-MOVE-ABS > WS-THRESHOLD
                   MOVE 'Y' TO WS-MIX-MOVED(WS-SUB)
                   ADD 1 TO WS-SHARE-MOVES
               END-IF
           END-IF
           IF WS-MIX-COUNT-N(WS-SUB) > 0
              OR WS-MIX-PRIOR-SHARE(WS-SUB) > 0
               ADD 1 TO WS-CODES-REPORTED
               MOVE WS-MIX-DECISION(WS-SUB) TO WS-DET-DECISION
               IF WS-DET-DECISION = SPACES
                   MOVE '(NONE)' TO WS-DET-DECISION
               END-IF
               MOVE WS-MIX-COUNT-N(WS-SUB) TO WS-DET-COUNT
               MOVE WS-MIX-SHARE(WS-SUB) TO WS-DET-SHARE
               IF WS-PROD-HAS-PRIOR
                   MOVE WS-MIX-PRIOR-SHARE(WS-SUB) TO WS-DET-PRIOR
                   MOVE WS-MOVE TO WS-DET-MOVE
               ELSE
                   MOVE '   N/A' TO WS-DET-PRIOR-X
                   MOVE SPACES TO WS-DET-MOVE-X
               END-IF
               MOVE WS-MIX-AMT1-TOTAL(WS-SUB) TO WS-DET-AMT1-TOTAL
               MOVE 0 TO WS-AVERAGE
               IF WS-MIX-AMT1-N(WS-SUB) > 0
                   COMPUTE WS-AVERAGE ROUNDED =
                       WS-MIX-AMT1-TOTAL(WS-SUB) / WS-MIX-AMT1-N(WS-SUB)
               END-IF
               MOVE WS-AVERAGE TO WS-DET-AMT1-AVG
               MOVE WS-MIX-AMT2-TOTAL(WS-SUB) TO WS-DET-AMT2-TOTAL
               MOVE 0 TO WS-AVERAGE
               IF WS-MIX-AMT2-N(WS-SUB) > 0
                   COMPUTE WS-AVERAGE ROUNDED =
                       WS-MIX-AMT2-TOTAL(WS-SUB) / WS-MIX-AMT2-N(WS-SUB)
               END-IF
               MOVE WS-AVERAGE TO WS-DET-AMT2-AVG
               EVALUATE TRUE
                   WHEN WS-MIX-NEW(WS-SUB) = 'Y'
                       MOVE '*NEW CODE*' TO WS-DET-FLAG
                   WHEN WS-MIX-MOVED(WS-SUB) = 'Y'
                       MOVE '*SHARE MOVE*' TO WS-DET-FLAG
                   WHEN OTHER
                       MOVE SPACES TO WS-DET-FLAG
               END-EVALUATE
               WRITE HBRRPT5-LINE FROM WS-DETAIL-LINE
           END-IF.

      *    THE PRODUCT'S LETTER CODES ARE TOGETHER IN THE LETTER TABLE *
      *    BECAUSE IT IS IN PRODCODE ORDER.                            *
       3300-REPORT-LETTERS.
           WRITE HBRRPT5-LINE FROM WS-LETTER-HEAD-LINE
           MOVE 0 TO WS-PROD-LETTERS
           PERFORM VARYING WS-LET-IDX FROM 1 BY 1
                   UNTIL WS-LET-IDX > WS-LETTER-COUNT
               IF WS-LET-PRODCODE(WS-LET-IDX) = WS-CUR-PRODCODE
                   ADD 1 TO WS-PROD-LETTERS
                   MOVE WS-LET-CODE(WS-LET-IDX) TO WS-LL-CODE
                   MOVE WS-LET-COUNT-N(WS-LET-IDX) TO WS-LL-COUNT
                   WRITE HBRRPT5-LINE FROM WS-LETTER-LINE
               END-IF
           END-PERFORM
           IF WS-PROD-LETTERS = 0
               WRITE HBRRPT5-LINE FROM WS-NONE-LINE
           END-IF.

       3500-PRODUCE-EXCEPTIONS.
           MOVE 'DECISION CODES NEVER SEEN BEFORE' TO WS-SECTION-TITLE
           WRITE HBRRPT5-LINE FROM WS-SECTION-LINE
           IF NOT WS-HISTORY-PRESENT
               WRITE HBRRPT5-LINE FROM WS-NO-HISTORY-LINE
           ELSE
               IF WS-NEW-CODES = 0
                   WRITE HBRRPT5-LINE FROM WS-NONE-LINE
               ELSE
                   WRITE HBRRPT5-LINE FROM WS-EXC-HEAD-LINE
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-MIX-COUNT
                       IF WS-MIX-NEW(WS-SUB) = 'Y'
                           PERFORM 3510-WRITE-EXCEPTION
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           WRITE HBRRPT5-LINE FROM WS-BLANK-LINE
           MOVE 'SHARE MOVES OVER THRESHOLD' TO WS-SECTION-TITLE
           WRITE HBRRPT5-LINE FROM WS-SECTION-LINE
           IF WS-SHARE-MOVES = 0
               WRITE HBRRPT5-LINE FROM WS-NONE-LINE
           ELSE
               WRITE HBRRPT5-LINE FROM WS-EXC-HEAD-LINE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-MIX-COUNT
                   IF WS-MIX-MOVED(WS-SUB) = 'Y'
                       PERFORM 3510-WRITE-EXCEPTION
                   END-IF
               END-PERFORM
           END-IF
           WRITE HBRRPT5-LINE FROM WS-BLANK-LINE.

       3510-WRITE-EXCEPTION.
           MOVE WS-MIX-PRODCODE(WS-SUB) TO WS-EXC-PRODCODE
           MOVE WS-MIX-DECISION(WS-SUB) TO WS-EXC-DECISION
           IF WS-EXC-DECISION = SPACES
               MOVE '(NONE)' TO WS-EXC-DECISION
           END-IF
           MOVE WS-MIX-COUNT-N(WS-SUB) TO WS-EXC-COUNT
           MOVE WS-MIX-SHARE(WS-SUB) TO WS-EXC-SHARE
           IF WS-MIX-COMPARED(WS-SUB) = 'Y'
               MOVE WS-MIX-PRIOR-SHARE(WS-SUB) TO WS-EXC-PRIOR
               COMPUTE WS-MOVE =
                   WS-MIX-SHARE(WS-SUB) - WS-MIX-PRIOR-SHARE(WS-SUB)
               MOVE WS-MOVE TO WS-EXC-MOVE
           ELSE
               MOVE '   N/A' TO WS-EXC-PRIOR-X
               MOVE SPACES TO WS-EXC-MOVE-X
           END-IF
           WRITE HBRRPT5-LINE FROM WS-EXC-LINE.

      *    PRODUCTS REPORTED THIS MONTH GET THIS MONTH'S FIGURES, WITH *
      *    THE COMPARISON MONTH ROLLED INTO PREV-; THE REST ARE COPIED *
      *    FORWARD UNCHANGED.                                          *
       4000-WRITE-HISTORY.
           OPEN OUTPUT HBRDMXN-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MIX-COUNT
               IF WS-MIX-ACTIVE(WS-SUB) = 'Y'
                   PERFORM 4100-BUILD-HISTORY-RECORD
               ELSE
                   MOVE WS-MIX-HIST-REC(WS-SUB) TO HBRDMX-RECORD
               END-IF
               WRITE HBRDMXN-RECORD FROM HBRDMX-RECORD
               ADD 1 TO WS-HISTORY-WRITTEN
           END-PERFORM
           CLOSE HBRDMXN-FILE.

       4100-BUILD-HISTORY-RECORD.
           MOVE SPACES TO HBRDMX-RECORD
           MOVE WS-MIX-KEY(WS-SUB) TO HBRDMX-KEY
           MOVE WS-MIX-FIRST-SEEN(WS-SUB) TO HBRDMX-FIRST-SEEN-MONTH
           MOVE WS-REPORT-MONTH-N TO HBRDMX-MONTH
           MOVE WS-MIX-COUNT-N(WS-SUB) TO HBRDMX-COUNT
           MOVE WS-MIX-SHARE(WS-SUB) TO HBRDMX-SHARE
           MOVE WS-MIX-PRIOR-COUNT(WS-SUB) TO HBRDMX-PREV-COUNT
           MOVE WS-MIX-PRIOR-SHARE(WS-SUB) TO HBRDMX-PREV-SHARE
           MOVE 0 TO HBRDMX-PREV-MONTH
           PERFORM VARYING WS-GRP-END FROM 1 BY 1
                   UNTIL WS-GRP-END > WS-MIX-COUNT
                      OR HBRDMX-PREV-MONTH NOT = 0
               IF WS-MIX-PRODCODE(WS-GRP-END) = WS-MIX-PRODCODE(WS-SUB)
                  AND WS-MIX-PRIOR-AVAIL(WS-GRP-END) = 'Y'
                   MOVE WS-PRIOR-MONTH-N TO HBRDMX-PREV-MONTH
               END-IF
           END-PERFORM.

       5000-PRODUCE-SUMMARY.
           MOVE 'RUN SUMMARY' TO WS-SECTION-TITLE
           WRITE HBRRPT5-LINE FROM WS-SECTION-LINE
           MOVE 'DECISION RECORDS READ' TO WS-SUM-LABEL
           MOVE WS-RECORDS-READ TO WS-SUM-COUNT
           WRITE HBRRPT5-LINE FROM WS-SUMMARY-LINE
           MOVE 'DECISION RECORDS REPORTED' TO WS-SUM-LABEL
           MOVE WS-RECORDS-USED TO WS-SUM-COUNT
           WRITE HBRRPT5-LINE FROM WS-SUMMARY-LINE
           MOVE 'RECORDS WITHOUT A PRODCODE' TO WS-SUM-LABEL
           MOVE WS-NO-PRODCODE TO WS-SUM-COUNT
           WRITE HBRRPT5-LINE FROM WS-SUMMARY-LINE
           MOVE 'DECISIONS/LETTERS NOT HELD (TABLE FULL)'
               TO WS-SUM-LABEL
           MOVE WS-NOT-HELD TO WS-SUM-COUNT
           WRITE HBRRPT5-LINE FROM WS-SUMMARY-LINE
           MOVE 'PRODUCTS REPORTED' TO WS-SUM-LABEL
           MOVE WS-PRODUCTS-REPORTED TO WS-SUM-COUNT
           WRITE HBRRPT5-LINE FROM WS-SUMMARY-LINE
           MOVE 'DECISION CODES REPORTED' TO WS-SUM-LABEL
           MOVE WS-CODES-REPORTED TO WS-SUM-COUNT
           WRITE HBRRPT5-LINE FROM WS-SUMMARY-LINE
           MOVE 'DECISION CODES NEVER SEEN BEFORE' TO WS-SUM-LABEL
           MOVE WS-NEW-CODES TO WS-SUM-COUNT
           WRITE HBRRPT5-LINE FROM WS-SUMMARY-LINE
           MOVE 'SHARE MOVES OVER THRESHOLD' TO WS-SUM-LABEL
           MOVE WS-SHARE-MOVES TO WS-SUM-COUNT
           WRITE HBRRPT5-LINE FROM WS-SUMMARY-LINE
           MOVE 'AMOUNTS NOT NUMERIC' TO WS-SUM-LABEL
           MOVE WS-AMOUNTS-NOT-NUMERIC TO WS-SUM-COUNT
           WRITE HBRRPT5-LINE FROM WS-SUMMARY-LINE
           MOVE 'HISTORY RECORDS READ' TO WS-SUM-LABEL
           MOVE WS-HISTORY-READ TO WS-SUM-COUNT
           WRITE HBRRPT5-LINE FROM WS-SUMMARY-LINE
           MOVE 'HISTORY RECORDS WRITTEN' TO WS-SUM-LABEL
           MOVE WS-HISTORY-WRITTEN TO WS-SUM-COUNT
           WRITE HBRRPT5-LINE FROM WS-SUMMARY-LINE
           DISPLAY 'HBRRPT5 - MONTH=' WS-REPORT-MONTH
               ' DECISIONS=' WS-RECORDS-USED
               ' NEW CODES=' WS-NEW-CODES
               ' SHARE MOVES=' WS-SHARE-MOVES
           IF WS-ABANDON OR WS-RECORDS-USED = 0 OR WS-NOT-HELD > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF NOT WS-DECM-STATUS = "35"
               CLOSE HBRDECM-FILE
           END-IF
           IF WS-HISTORY-PRESENT
               CLOSE HBRDMXF-FILE
           END-IF
           CLOSE HBRRPT5-FILE.
