      ******************************************************************
      *    HBRDIVR - CHAMPION/CHALLENGER SHADOW DIVERGENCE REPORT      *
      *    MATCHES THE NIGHT'S PRODUCTION HBRRSLTF AGAINST THE         *
      *    HBRSHDF SHADOW RESULTS HBRBATC WROTE FOR THE PRODCODES      *
      *    REGISTERED ON HBRCANF (SEE HBRCAN) BY HBRRSLT-INSTCODE AND  *
      *    REPORTS EVERY CUSTOMER WHOSE CANDIDATE RULE-APP RESULT      *
      *    DIFFERS FROM THE PRODUCTION ONE - COMPLETION CODE, REASON   *
      *    CODE, OR ANY OF THE DECISION FIELDS - WITH AGREEMENT RATES  *
      *    BY PRODCODE, SO A NEW RULE-APP VERSION CAN BE JUDGED ON     *
      *    REAL CUSTOMERS BEFORE IT MAKES A SINGLE REAL DECISION.      *
      *                                                                *
      *    THE DECISION FIELDS ARE COMPARED AS HBRXTRC WOULD EXTRACT   *
      *    THEM, NOT AS RAW MESSAGE BYTES: BOTH RESPONSES ARE CUT WITH *
      *    THE LAYOUT REGISTERED FOR THE PRODCODE IN HBRLAYF, USING    *
      *    THE SAME SLOT RULES AND THE SAME EXCEPTION REASONS, SO A    *
      *    DIFFERENCE HERE IS A DIFFERENCE BILLING AND LETTERS WOULD   *
      *    SEE. A RESPONSE HBRXTRC WOULD NOT EXTRACT (FAILED CALL, NO  *
      *    LAYOUT, TRUNCATED, SHORT) CARRIES ITS EXCEPTION REASON IN   *
      *    PLACE OF FIELDS; THE PAIR DIVERGES ON DECISION WHEN ONE     *
      *    SIDE EXTRACTS AND THE OTHER DOES NOT, OR THE REASONS DIFFER.*
      *                                                                *
      *    BOTH INPUTS ARE IN ASCENDING INSTCODE ORDER - HBRBATC       *
      *    WRITES THE SHADOW RESULT RIGHT AFTER THE PRODUCTION ONE -   *
      *    SO THE MATCH IS THE SAME FORWARD-ONLY MERGE HBRCOMP USES.   *
      *    PRODUCTION RESULTS FOR PRODCODES THAT WERE NOT SHADOW-RUN   *
      *    ARE PASSED OVER; A SHADOW RESULT WITH NO PRODUCTION RESULT  *
      *    IS LISTED AND COUNTED. A MISSING HBRSHDF (NO CANDIDATES     *
      *    REGISTERED) PRODUCES AN EMPTY REPORT.                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRDIVR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HBRRSLTF-FILE ASSIGN TO "HBRRSLTF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSLT-STATUS.
           SELECT HBRSHDF-FILE ASSIGN TO "HBRSHDF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHDF-STATUS.
           SELECT HBRLAYF-FILE ASSIGN TO "HBRLAYF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LAYF-STATUS.
           SELECT HBRDIVO-FILE ASSIGN TO "HBRDIVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HBRRSLTF-FILE
           RECORDING MODE IS F.
           COPY hbrrslt.
       FD  HBRSHDF-FILE
           RECORDING MODE IS F.
       01  HBRSHDF-REC PIC X(1052).
       FD  HBRLAYF-FILE
           RECORDING MODE IS F.
           COPY hbrlay.
       FD  HBRDIVO-FILE
           RECORDING MODE IS F.
       01  HBRDIVO-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-RSLT-STATUS PIC XX VALUE SPACES.
       01  WS-SHDF-STATUS PIC XX VALUE SPACES.
       01  WS-LAYF-STATUS PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS PIC XX VALUE SPACES.
       01  WS-RSLT-EOF-SW PIC X VALUE 'N'.
           88 WS-RSLT-EOF VALUE 'Y'.
       01  WS-SHDF-EOF-SW PIC X VALUE 'N'.
           88 WS-SHDF-EOF VALUE 'Y'.
       01  WS-LAYF-EOF-SW PIC X VALUE 'N'.
           88 WS-LAYF-EOF VALUE 'Y'.
      *    THE SHADOW RECORD IS HELD IN ITS OWN IMAGE OF THE HBRRSLT   *
      *    LAYOUT SO THE TWO RESULTS CAN BE COMPARED FIELD FOR FIELD.  *
       01  WS-SHADOW-RECORD.
           05 WS-SHADOW-INSTCODE PIC X(12).
           05 WS-SHADOW-PRODCODE PIC X(4).
           05 WS-SHADOW-COMPLETION-CODE PIC S9(8) COMP.
           05 WS-SHADOW-REASON-CODE PIC S9(8) COMP.
           05 WS-SHADOW-RESPONSE-TRUE-LENGTH PIC S9(8) COMP.
           05 WS-SHADOW-RESPONSE-MESSAGE PIC X(1024).
      *    ONE RESULT AT A TIME IS COPIED HERE TO BE CUT INTO FIELDS.  *
       01  WS-PARSE-RECORD.
           05 WS-PARSE-INSTCODE PIC X(12).
           05 WS-PARSE-PRODCODE PIC X(4).
           05 WS-PARSE-COMPLETION-CODE PIC S9(8) COMP.
           05 WS-PARSE-REASON-CODE PIC S9(8) COMP.
           05 WS-PARSE-RESPONSE-TRUE-LENGTH PIC S9(8) COMP.
           05 WS-PARSE-RESPONSE-MESSAGE PIC X(1024).
       01  WS-PARSE-RESULT.
           05 WS-PARSE-EXCEPTION PIC X(32).
           05 WS-PARSE-FIELDS.
              10 WS-PARSE-DECISION-CODE PIC X(8).
              10 WS-PARSE-AMOUNT-1 PIC X(12).
              10 WS-PARSE-AMOUNT-2 PIC X(12).
              10 WS-PARSE-LETTER-CODE-1 PIC X(4).
              10 WS-PARSE-LETTER-CODE-2 PIC X(4).
              10 WS-PARSE-EFFECTIVE-DATE PIC X(8).
              10 WS-PARSE-EXPIRY-DATE PIC X(8).
       01  WS-PROD-RESULT.
           05 WS-PROD-EXCEPTION PIC X(32).
           05 WS-PROD-FIELDS.
              10 WS-PROD-DECISION-CODE PIC X(8).
              10 WS-PROD-AMOUNT-1 PIC X(12).
              10 WS-PROD-AMOUNT-2 PIC X(12).
              10 WS-PROD-LETTER-CODE-1 PIC X(4).
              10 WS-PROD-LETTER-CODE-2 PIC X(4).
              10 WS-PROD-EFFECTIVE-DATE PIC X(8).
              10 WS-PROD-EXPIRY-DATE PIC X(8).
       01  WS-CAND-RESULT.
           05 WS-CAND-EXCEPTION PIC X(32).
           05 WS-CAND-FIELDS.
              10 WS-CAND-DECISION-CODE PIC X(8).
              10 WS-CAND-AMOUNT-1 PIC X(12).
              10 WS-CAND-AMOUNT-2 PIC X(12).
              10 WS-CAND-LETTER-CODE-1 PIC X(4).
              10 WS-CAND-LETTER-CODE-2 PIC X(4).
              10 WS-CAND-EFFECTIVE-DATE PIC X(8).
              10 WS-CAND-EXPIRY-DATE PIC X(8).
       01  WS-MAX-LAYOUTS PIC 9(4) VALUE 100.
       01  WS-LAYOUT-COUNT PIC 9(4) VALUE 0.
       01  WS-LAYOUT-TABLE.
           05 WS-LAYOUT-ENTRY OCCURS 100 INDEXED BY WS-LAYOUT-IDX.
              10 WS-LAY-PRODCODE PIC X(4).
              10 WS-LAY-MIN-LENGTH PIC 9(4).
              10 WS-LAY-FIELD-DEF OCCURS 7.
                 15 WS-LAY-OFFSET PIC 9(4).
                 15 WS-LAY-LENGTH PIC 9(2).
       01  WS-MAX-PRODS PIC 9(4) VALUE 100.
       01  WS-PROD-COUNT PIC 9(4) VALUE 0.
       01  WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 100 INDEXED BY WS-PROD-IDX.
              10 WS-PROD-VALUE PIC X(4).
              10 WS-PROD-COMPARED PIC 9(9).
              10 WS-PROD-DIVERGED PIC 9(9).
       01  WS-FOUND-SW PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
       01  WS-DIVERGE-FLAGS.
           05 WS-DIV-COMPLETION PIC X.
           05 WS-DIV-REASON PIC X.
           05 WS-DIV-DECISION PIC X.
      *    ONE POSITION PER HBRLAY SLOT - THE SLOT NUMBER WHEN THAT    *
      *    DECISION FIELD DIFFERS, SPACE WHEN IT AGREES.               *
       01  WS-DIV-SLOTS PIC X(7).
       01  WS-SLOT PIC 9(2).
       01  WS-SLOT-END PIC 9(5).
       01  WS-SUB PIC 9(4).
       01  WS-PRODUCTION-READ PIC 9(9) VALUE 0.
       01  WS-SHADOW-READ PIC 9(9) VALUE 0.
       01  WS-COMPARED PIC 9(9) VALUE 0.
       01  WS-AGREED PIC 9(9) VALUE 0.
       01  WS-PROD-AGREED PIC 9(9) VALUE 0.
       01  WS-DIVERGED PIC 9(9) VALUE 0.
       01  WS-NOT-SHADOWED PIC 9(9) VALUE 0.
       01  WS-UNMATCHED-SHADOW PIC 9(9) VALUE 0.
       01  WS-AGREE-RATE PIC 9(3)V99 VALUE 0.
       01  WS-RUN-DATE PIC 9(8).
       01  WS-HDR-LINE-1.
           05 FILLER PIC X(30) VALUE "SHADOW RUN DIVERGENCE REPORT (".
           05 FILLER PIC X(20) VALUE "HBRDIVR)            ".
           05 FILLER PIC X(6)  VALUE "RUN: ".
           05 WS-HDR-DATE PIC 9(8).
       01  WS-HDR-LINE-2.
           05 FILLER PIC X(40) VALUE
              "PRODUCTION (HBRRSLTF) VS CANDIDATE (HBRS".
           05 FILLER PIC X(40) VALUE
              "HDF) - SLOTS PER HBRLAY 1=DEC 2/3=AMT   ".
           05 FILLER PIC X(30) VALUE
              "4/5=LETTER 6=EFF 7=EXP        ".
       01  WS-DETAIL-LINE.
           05 FILLER PIC X(9) VALUE "DIVERGED ".
           05 FILLER PIC X(10) VALUE " INSTCODE=".
           05 WS-DET-INSTCODE PIC X(12).
           05 FILLER PIC X(7) VALUE " PROD= ".
           05 WS-DET-PRODCODE PIC X(4).
           05 FILLER PIC X(7) VALUE " COMPL=".
           05 WS-DET-DIV-COMPL PIC X.
           05 FILLER PIC X(8) VALUE " REASON=".
           05 WS-DET-DIV-REASON PIC X.
           05 FILLER PIC X(10) VALUE " DECISION=".
           05 WS-DET-DIV-DECISION PIC X.
           05 FILLER PIC X(7) VALUE " SLOTS=".
           05 WS-DET-SLOTS PIC X(7).
           05 FILLER PIC X(6) VALUE " PROD=".
           05 WS-DET-PROD-DECISION PIC X(8).
           05 FILLER PIC X(6) VALUE " CAND=".
           05 WS-DET-CAND-DECISION PIC X(8).
       01  WS-EXCEPTION-LINE.
           05 FILLER PIC X(19) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "PRODUCTION: ".
           05 WS-EXC-PROD PIC X(32).
           05 FILLER PIC X(13) VALUE "  CANDIDATE: ".
           05 WS-EXC-CAND PIC X(32).
       01  WS-UNMATCHED-LINE.
           05 FILLER PIC X(9) VALUE "NO PROD  ".
           05 FILLER PIC X(10) VALUE " INSTCODE=".
           05 WS-UNM-INSTCODE PIC X(12).
           05 FILLER PIC X(7) VALUE " PROD= ".
           05 WS-UNM-PRODCODE PIC X(4).
           05 FILLER PIC X(40) VALUE
              " - SHADOW RESULT WITH NO PRODUCTION CALL".
       01  WS-PROD-LINE.
           05 FILLER PIC X(10) VALUE "PRODCODE: ".
           05 WS-PRD-VALUE PIC X(4).
           05 FILLER PIC X(12) VALUE "  COMPARED: ".
           05 WS-PRD-COMPARED PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  AGREED: ".
           05 WS-PRD-AGREED PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  DIVERGED: ".
           05 WS-PRD-DIVERGED PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  AGREE PCT: ".
           05 WS-PRD-RATE PIC ZZ9.99.
       01  WS-SUMMARY-LINE.
           05 WS-SUM-LABEL PIC X(40).
           05 WS-SUM-COUNT PIC ZZZ,ZZZ,ZZ9.
       01  WS-RATE-LINE.
           05 FILLER PIC X(40) VALUE "OVERALL AGREEMENT PERCENT".
           05 WS-RATE-VALUE PIC ZZ9.99.
       01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-LAYOUT-TABLE UNTIL WS-LAYF-EOF
           PERFORM 2000-COMPARE UNTIL WS-SHDF-EOF
           PERFORM 4000-PRODUCE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT HBRRSLTF-FILE
           OPEN INPUT HBRLAYF-FILE
           OPEN INPUT HBRSHDF-FILE
           IF WS-SHDF-STATUS = "35"
               SET WS-SHDF-EOF TO TRUE
               DISPLAY 'HBRDIVR - NO HBRSHDF SHADOW RESULTS - NOTHING '
                   'TO COMPARE'
           END-IF
           OPEN OUTPUT HBRDIVO-FILE
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           WRITE HBRDIVO-LINE FROM WS-HDR-LINE-1
           WRITE HBRDIVO-LINE FROM WS-HDR-LINE-2
           WRITE HBRDIVO-LINE FROM WS-BLANK-LINE
           READ HBRLAYF-FILE
               AT END SET WS-LAYF-EOF TO TRUE
           END-READ
           PERFORM 1100-READ-PRODUCTION
           IF NOT WS-SHDF-EOF
               PERFORM 1200-READ-SHADOW
           END-IF.

       1100-READ-PRODUCTION.
           READ HBRRSLTF-FILE
               AT END SET WS-RSLT-EOF TO TRUE
           END-READ
           IF NOT WS-RSLT-EOF
               ADD 1 TO WS-PRODUCTION-READ
           END-IF.

       1200-READ-SHADOW.
           READ HBRSHDF-FILE INTO WS-SHADOW-RECORD
               AT END SET WS-SHDF-EOF TO TRUE
           END-READ
           IF NOT WS-SHDF-EOF
               ADD 1 TO WS-SHADOW-READ
           END-IF.

       1500-LOAD-LAYOUT-TABLE.
           IF WS-LAYOUT-COUNT < WS-MAX-LAYOUTS
               ADD 1 TO WS-LAYOUT-COUNT
               SET WS-LAYOUT-IDX TO WS-LAYOUT-COUNT
               MOVE HBRLAY-PRODCODE
                   TO WS-LAY-PRODCODE(WS-LAYOUT-IDX)
               MOVE HBRLAY-MIN-LENGTH
                   TO WS-LAY-MIN-LENGTH(WS-LAYOUT-IDX)
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 7
                   MOVE HBRLAY-FIELD-OFFSET(WS-SLOT)
                       TO WS-LAY-OFFSET(WS-LAYOUT-IDX, WS-SLOT)
                   MOVE HBRLAY-FIELD-LENGTH(WS-SLOT)
                       TO WS-LAY-LENGTH(WS-LAYOUT-IDX, WS-SLOT)
               END-PERFORM
           END-IF
           READ HBRLAYF-FILE
               AT END SET WS-LAYF-EOF TO TRUE
           END-READ.

      *    DRIVEN BY THE SHADOW FILE - ONLY SHADOW-RUN CUSTOMERS ARE   *
      *    OF INTEREST, AND ONCE IT IS EXHAUSTED THE REST OF THE       *
      *    PRODUCTION FILE HAS NOTHING TO BE COMPARED WITH.            *
       2000-COMPARE.
           PERFORM UNTIL WS-RSLT-EOF
                   OR HBRRSLT-INSTCODE >= WS-SHADOW-INSTCODE
               ADD 1 TO WS-NOT-SHADOWED
               PERFORM 1100-READ-PRODUCTION
           END-PERFORM
           IF WS-RSLT-EOF OR
              HBRRSLT-INSTCODE NOT = WS-SHADOW-INSTCODE
               PERFORM 2100-REPORT-UNMATCHED-SHADOW
           ELSE
               PERFORM 2300-COMPARE-MATCHED-PAIR
               PERFORM 1100-READ-PRODUCTION
           END-IF
           PERFORM 1200-READ-SHADOW.

       2100-REPORT-UNMATCHED-SHADOW.
           ADD 1 TO WS-UNMATCHED-SHADOW
           MOVE WS-SHADOW-INSTCODE TO WS-UNM-INSTCODE
           MOVE WS-SHADOW-PRODCODE TO WS-UNM-PRODCODE
           WRITE HBRDIVO-LINE FROM WS-UNMATCHED-LINE.

       2300-COMPARE-MATCHED-PAIR.
           ADD 1 TO WS-COMPARED
           MOVE SPACES TO WS-DIVERGE-FLAGS
           MOVE SPACES TO WS-DIV-SLOTS
           IF HBRRSLT-COMPLETION-CODE NOT = WS-SHADOW-COMPLETION-CODE
               MOVE 'Y' TO WS-DIV-COMPLETION
           END-IF
           IF HBRRSLT-REASON-CODE NOT = WS-SHADOW-REASON-CODE
               MOVE 'Y' TO WS-DIV-REASON
           END-IF
           MOVE HBRRSLT-RECORD TO WS-PARSE-RECORD
           PERFORM 3000-PARSE-RESPONSE THRU 3000-EXIT
           MOVE WS-PARSE-RESULT TO WS-PROD-RESULT
           MOVE WS-SHADOW-RECORD TO WS-PARSE-RECORD
           PERFORM 3000-PARSE-RESPONSE THRU 3000-EXIT
           MOVE WS-PARSE-RESULT TO WS-CAND-RESULT
           IF WS-PROD-EXCEPTION NOT = WS-CAND-EXCEPTION
               MOVE 'Y' TO WS-DIV-DECISION
           ELSE
               PERFORM 2350-COMPARE-DECISION-FIELDS
           END-IF
           PERFORM 2400-TALLY-BY-PRODCODE
           IF WS-DIVERGE-FLAGS = SPACES
               ADD 1 TO WS-AGREED
           ELSE
               ADD 1 TO WS-DIVERGED
               PERFORM 2500-PRINT-DIVERGENCE
           END-IF.

       2350-COMPARE-DECISION-FIELDS.
           IF WS-PROD-DECISION-CODE NOT = WS-CAND-DECISION-CODE
               MOVE '1' TO WS-DIV-SLOTS(1:1)
           END-IF
           IF WS-PROD-AMOUNT-1 NOT = WS-CAND-AMOUNT-1
               MOVE '2' TO WS-DIV-SLOTS(2:1)
           END-IF
           IF WS-PROD-AMOUNT-2 NOT = WS-CAND-AMOUNT-2
               MOVE '3' TO WS-DIV-SLOTS(3:1)
           END-IF
           IF WS-PROD-LETTER-CODE-1 NOT = WS-CAND-LETTER-CODE-1
               MOVE '4' TO WS-DIV-SLOTS(4:1)
           END-IF
           IF WS-PROD-LETTER-CODE-2 NOT = WS-CAND-LETTER-CODE-2
               MOVE '5' TO WS-DIV-SLOTS(5:1)
           END-IF
           IF WS-PROD-EFFECTIVE-DATE NOT = WS-CAND-EFFECTIVE-DATE
               MOVE '6' TO WS-DIV-SLOTS(6:1)
           END-IF
           IF WS-PROD-EXPIRY-DATE NOT = WS-CAND-EXPIRY-DATE
               MOVE '7' TO WS-DIV-SLOTS(7:1)
           END-IF
           IF WS-DIV-SLOTS NOT = SPACES
               MOVE 'Y' TO WS-DIV-DECISION
           END-IF.

       2400-TALLY-BY-PRODCODE.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-PROD-IDX TO 1
           SEARCH WS-PROD-ENTRY
               AT END CONTINUE
               WHEN WS-PROD-VALUE(WS-PROD-IDX) = HBRRSLT-PRODCODE
                   SET WS-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-FOUND
               IF WS-PROD-COUNT < WS-MAX-PRODS
                   ADD 1 TO WS-PROD-COUNT
                   SET WS-PROD-IDX TO WS-PROD-COUNT
                   MOVE HBRRSLT-PRODCODE
                       TO WS-PROD-VALUE(WS-PROD-IDX)
                   MOVE 0 TO WS-PROD-COMPARED(WS-PROD-IDX)
                   MOVE 0 TO WS-PROD-DIVERGED(WS-PROD-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-FOUND
               ADD 1 TO WS-PROD-COMPARED(WS-PROD-IDX)
               IF WS-DIVERGE-FLAGS NOT = SPACES
                   ADD 1 TO WS-PROD-DIVERGED(WS-PROD-IDX)
               END-IF
           END-IF.

       2500-PRINT-DIVERGENCE.
           MOVE HBRRSLT-INSTCODE TO WS-DET-INSTCODE
           MOVE HBRRSLT-PRODCODE TO WS-DET-PRODCODE
           MOVE WS-DIV-COMPLETION TO WS-DET-DIV-COMPL
           MOVE WS-DIV-REASON TO WS-DET-DIV-REASON
           MOVE WS-DIV-DECISION TO WS-DET-DIV-DECISION
           MOVE WS-DIV-SLOTS TO WS-DET-SLOTS
           MOVE WS-PROD-DECISION-CODE TO WS-DET-PROD-DECISION
           MOVE WS-CAND-DECISION-CODE TO WS-DET-CAND-DECISION
           WRITE HBRDIVO-LINE FROM WS-DETAIL-LINE
           IF WS-PROD-EXCEPTION NOT = WS-CAND-EXCEPTION
               MOVE WS-PROD-EXCEPTION TO WS-EXC-PROD
               MOVE WS-CAND-EXCEPTION TO WS-EXC-CAND
               WRITE HBRDIVO-LINE FROM WS-EXCEPTION-LINE
           END-IF.

      *    CUTS WS-PARSE-RECORD INTO WS-PARSE-FIELDS BY THE SAME RULES *
      *    AS HBRXTRC 2100/2200 - KEEP THE TWO IN STEP. WHERE HBRXTRC  *
      *    WOULD WRITE AN HBRXEXC RECORD, WS-PARSE-EXCEPTION CARRIES   *
      *    ITS REASON AND THE FIELDS ARE LEFT SPACES.                  *
       3000-PARSE-RESPONSE.
           MOVE SPACES TO WS-PARSE-RESULT
           IF WS-PARSE-COMPLETION-CODE NOT = 0
               MOVE 'CALL FAILED - NOT EXTRACTED' TO WS-PARSE-EXCEPTION
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           SET WS-LAYOUT-IDX TO 1
           SEARCH WS-LAYOUT-ENTRY
               AT END CONTINUE
               WHEN WS-LAY-PRODCODE(WS-LAYOUT-IDX) = WS-PARSE-PRODCODE
                   SET WS-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-FOUND
               MOVE 'NO LAYOUT FOR PRODCODE' TO WS-PARSE-EXCEPTION
               GO TO 3000-EXIT
           END-IF
           IF WS-PARSE-RESPONSE-TRUE-LENGTH >
                   LENGTH OF WS-PARSE-RESPONSE-MESSAGE
               MOVE 'RESPONSE TRUNCATED BY ENGINE'
                   TO WS-PARSE-EXCEPTION
               GO TO 3000-EXIT
           END-IF
           IF WS-PARSE-RESPONSE-TRUE-LENGTH <
                   WS-LAY-MIN-LENGTH(WS-LAYOUT-IDX)
               MOVE 'RESPONSE SHORTER THAN LAYOUT'
                   TO WS-PARSE-EXCEPTION
               GO TO 3000-EXIT
           END-IF
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 7
               IF WS-LAY-OFFSET(WS-LAYOUT-IDX, WS-SLOT) > 0 AND
                  WS-LAY-LENGTH(WS-LAYOUT-IDX, WS-SLOT) > 0
                   COMPUTE WS-SLOT-END =
                       WS-LAY-OFFSET(WS-LAYOUT-IDX, WS-SLOT)
                       + WS-LAY-LENGTH(WS-LAYOUT-IDX, WS-SLOT) - 1
                   IF WS-SLOT-END > WS-PARSE-RESPONSE-TRUE-LENGTH
                       MOVE SPACES TO WS-PARSE-FIELDS
                       MOVE 'LAYOUT PAST END OF RESPONSE'
                           TO WS-PARSE-EXCEPTION
                       GO TO 3000-EXIT
                   END-IF
                   PERFORM 3100-MOVE-SLOT-VALUE
               END-IF
           END-PERFORM.
       3000-EXIT.
           EXIT.

       3100-MOVE-SLOT-VALUE.
           EVALUATE WS-SLOT
               WHEN 1
                   MOVE WS-PARSE-RESPONSE-MESSAGE(
                       WS-LAY-OFFSET(WS-LAYOUT-IDX, WS-SLOT):
                       WS-LAY-LENGTH(WS-LAYOUT-IDX, WS-SLOT))
                       TO WS-PARSE-DECISION-CODE
               WHEN 2
                   MOVE WS-PARSE-RESPONSE-MESSAGE(
                       WS-LAY-OFFSET(WS-LAYOUT-IDX, WS-SLOT):
                       WS-LAY-LENGTH(WS-LAYOUT-IDX, WS-SLOT))
                       TO WS-PARSE-AMOUNT-1
               WHEN 3
                   MOVE WS-PARSE-RESPONSE-MESSAGE(
                       WS-LAY-OFFSET(WS-LAYOUT-IDX, WS-SLOT):
                       WS-LAY-LENGTH(WS-LAYOUT-IDX, WS-SLOT))
                       TO WS-PARSE-AMOUNT-2
               WHEN 4
                   MOVE WS-PARSE-RESPONSE-MESSAGE(
                       WS-LAY-OFFSET(WS-LAYOUT-IDX, WS-SLOT):
                       WS-LAY-LENGTH(WS-LAYOUT-IDX, WS-SLOT))
                       TO WS-PARSE-LETTER-CODE-1
               WHEN 5
                   MOVE WS-PARSE-RESPONSE-MESSAGE(
                       WS-LAY-OFFSET(WS-LAYOUT-IDX, WS-SLOT):
                       WS-LAY-LENGTH(WS-LAYOUT-IDX, WS-SLOT))
                       TO WS-PARSE-LETTER-CODE-2
               WHEN 6
                   MOVE WS-PARSE-RESPONSE-MESSAGE(
                       WS-LAY-OFFSET(WS-LAYOUT-IDX, WS-SLOT):
                       WS-LAY-LENGTH(WS-LAYOUT-IDX, WS-SLOT))
                       TO WS-PARSE-EFFECTIVE-DATE
               WHEN 7
                   MOVE WS-PARSE-RESPONSE-MESSAGE(
                       WS-LAY-OFFSET(WS-LAYOUT-IDX, WS-SLOT):
                       WS-LAY-LENGTH(WS-LAYOUT-IDX, WS-SLOT))
                       TO WS-PARSE-EXPIRY-DATE
           END-EVALUATE.

       4000-PRODUCE-SUMMARY.
      *    PRODUCTION RESULTS PAST THE LAST SHADOW RESULT WERE NEVER   *
      *    SHADOW-RUN EITHER.                                          *
           PERFORM UNTIL WS-RSLT-EOF
               ADD 1 TO WS-NOT-SHADOWED
               PERFORM 1100-READ-PRODUCTION
           END-PERFORM
           WRITE HBRDIVO-LINE FROM WS-BLANK-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PROD-COUNT
               MOVE WS-PROD-VALUE(WS-SUB) TO WS-PRD-VALUE
               MOVE WS-PROD-COMPARED(WS-SUB) TO WS-PRD-COMPARED
               MOVE WS-PROD-DIVERGED(WS-SUB) TO WS-PRD-DIVERGED
               COMPUTE WS-PROD-AGREED =
                   WS-PROD-COMPARED(WS-SUB) - WS-PROD-DIVERGED(WS-SUB)
               MOVE WS-PROD-AGREED TO WS-PRD-AGREED
               COMPUTE WS-AGREE-RATE ROUNDED =
                   (WS-PROD-AGREED * 100) / WS-PROD-COMPARED(WS-SUB)
               MOVE WS-AGREE-RATE TO WS-PRD-RATE
               WRITE HBRDIVO-LINE FROM WS-PROD-LINE
           END-PERFORM
           WRITE HBRDIVO-LINE FROM WS-BLANK-LINE
           MOVE 'PRODUCTION RESULTS READ' TO WS-SUM-LABEL
           MOVE WS-PRODUCTION-READ TO WS-SUM-COUNT
           WRITE HBRDIVO-LINE FROM WS-SUMMARY-LINE
           MOVE 'SHADOW RESULTS READ' TO WS-SUM-LABEL
           MOVE WS-SHADOW-READ TO WS-SUM-COUNT
           WRITE HBRDIVO-LINE FROM WS-SUMMARY-LINE
           MOVE 'PRODUCTION RESULTS NOT SHADOW-RUN' TO WS-SUM-LABEL
           MOVE WS-NOT-SHADOWED TO WS-SUM-COUNT
           WRITE HBRDIVO-LINE FROM WS-SUMMARY-LINE
           MOVE 'SHADOW RESULTS WITH NO PRODUCTION' TO WS-SUM-LABEL
           MOVE WS-UNMATCHED-SHADOW TO WS-SUM-COUNT
           WRITE HBRDIVO-LINE FROM WS-SUMMARY-LINE
           MOVE 'CUSTOMERS COMPARED' TO WS-SUM-LABEL
           MOVE WS-COMPARED TO WS-SUM-COUNT
           WRITE HBRDIVO-LINE FROM WS-SUMMARY-LINE
           MOVE 'CANDIDATE AGREED WITH PRODUCTION' TO WS-SUM-LABEL
           MOVE WS-AGREED TO WS-SUM-COUNT
           WRITE HBRDIVO-LINE FROM WS-SUMMARY-LINE
           MOVE 'CANDIDATE DIVERGED FROM PRODUCTION' TO WS-SUM-LABEL
           MOVE WS-DIVERGED TO WS-SUM-COUNT
           WRITE HBRDIVO-LINE FROM WS-SUMMARY-LINE
           IF WS-COMPARED > 0
               COMPUTE WS-AGREE-RATE ROUNDED =
                   (WS-AGREED * 100) / WS-COMPARED
           ELSE
               MOVE 0 TO WS-AGREE-RATE
           END-IF
           MOVE WS-AGREE-RATE TO WS-RATE-VALUE
           WRITE HBRDIVO-LINE FROM WS-RATE-LINE
           DISPLAY 'HBRDIVR - COMPARED=' WS-COMPARED
               ' AGREED=' WS-AGREED ' DIVERGED=' WS-DIVERGED
               ' NO-PRODUCTION=' WS-UNMATCHED-SHADOW.

       9000-TERMINATE.
           CLOSE HBRRSLTF-FILE
           CLOSE HBRLAYF-FILE
           IF NOT WS-SHDF-STATUS = "35"
               CLOSE HBRSHDF-FILE
           END-IF
           CLOSE HBRDIVO-FILE.
