      ******************************************************************
      *    HBRCHRG - MONTHLY RULE-ENGINE USAGE CHARGEBACK              *
      *    RUN AT MONTH END. ROLLS UP THE BILLING MONTH'S TYPE C       *
      *    CHARGEBACK ENTRIES FROM THE HBRSTSF STATISTICS HISTORY      *
      *    (ONE PER PRODCODE AND RULEAPP-PATH PER NIGHT, WRITTEN BY    *
      *    HBRSTAT - PROBE, SHADOW AND VALIDATE-ONLY CALLS ARE ALREADY *
      *    LEFT OUT THERE), PRICES THEM TO THE BUSINESS UNIT AND COST  *
      *    CENTER THE HBROWNF OWNERSHIP FILE NAMES (SEE HBROWN) AND    *
      *    WRITES:                                                     *
      *       HBRCHGO - THE PRINTED CHARGEBACK REPORT, ONE LINE PER    *
      *                 PRODCODE UNDER EACH BUSINESS UNIT/COST CENTER  *
      *                 WITH A SUBTOTAL PER COST CENTER, THEN EVERY    *
      *                 PRODCODE/RULEAPP-PATH WITH NO REGISTERED OWNER *
      *                 LISTED AS UNALLOCATED, THEN A GRAND TOTAL      *
      *       HBRCHGX - THE '|'-DELIMITED GENERAL-LEDGER EXTRACT, ONE  *
      *                 ROW PER BUSINESS UNIT/COST CENTER PLUS ONE     *
      *                 UNALLOC ROW FOR THE TRAFFIC NOBODY OWNS:       *
      *                 MONTH|BUS-UNIT|COST-CTR|CALLS|SENDS|SECONDS|   *
      *                 RETRIES|CALL-CHARGE|TIME-CHARGE|TOTAL-CHARGE   *
      *                                                                *
      *    CALLS ARE EVERY BILLABLE CALL INCLUDING LOCAL REJECTS (THE  *
      *    HBRRPT1 RULE). SENDS ARE THE HBRSEND ATTEMPTS, ELAPSED TIME *
      *    IS THE ROUNDED NIGHTLY AVERAGE TIMES THE TIMED CALLS AND    *
      *    FAILOVER RETRIES ARE THE SENDS BEYOND THE FIRST ONE OF      *
      *    EACH TIMED CALL. THE CHARGE IS CALLS AT THE PER-CALL RATE   *
      *    PLUS ELAPSED SECONDS AT THE PER-SECOND RATE, EACH ROUNDED   *
      *    TO THE CENT PER PRODCODE LINE; SUBTOTALS AND THE EXTRACT    *
      *    ARE THE SUM OF THE LINES SO THE REPORT AND THE LEDGER TIE.  *
      *                                                                *
      *    CONTROL PARAMETERS ARE READ FROM HBRCHGP:                   *
      *       POS 1-6   BILLING MONTH YYYYMM - DEFAULT THE MONTH       *
      *                 BEFORE THE RUN DATE                            *
      *       POS 7-15  RATE PER CALL, 9(3)V9(6) - DEFAULT ZERO        *
      *       POS 16-24 RATE PER SECOND OF ELAPSED TIME, 9(3)V9(6) -   *
      *                 DEFAULT ZERO                                   *
      *                                                                *
      *    RETURN CODE 8 WHEN THE MONTH HAS NO TYPE C HISTORY, WHEN    *
      *    BOTH RATES ARE ZERO OR WHEN USAGE COULD NOT BE BILLED       *
      *    BECAUSE THE CHARGE TABLE FILLED - THE GENERAL-LEDGER FEED   *
      *    IS HELD ON RETURN CODE 8.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRCHRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HBRCHGP-FILE ASSIGN TO "HBRCHGP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HBROWNF-FILE ASSIGN TO "HBROWNF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OWNF-STATUS.
           SELECT HBRSTSF-FILE ASSIGN TO "HBRSTSF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STSF-STATUS.
           SELECT HBRCHGO-FILE ASSIGN TO "HBRCHGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT HBRCHGX-FILE ASSIGN TO "HBRCHGX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HBRCHGP-FILE
           RECORDING MODE IS F.
       01  HBRCHGP-RECORD.
           05 HBRCHGP-MONTH.
              10 HBRCHGP-YEAR PIC 9(4).
              10 HBRCHGP-MM PIC 9(2).
           05 HBRCHGP-CALL-RATE PIC 9(3)V9(6).
           05 HBRCHGP-SECOND-RATE PIC 9(3)V9(6).
       FD  HBROWNF-FILE
           RECORDING MODE IS F.
           COPY hbrown.
       FD  HBRSTSF-FILE
           RECORDING MODE IS F.
           COPY hbrsts.
       FD  HBRCHGO-FILE
           RECORDING MODE IS F.
       01  HBRCHGO-LINE PIC X(132).
       FD  HBRCHGX-FILE
           RECORDING MODE IS F.
       01  HBRCHGX-RECORD PIC X(130).
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC XX VALUE SPACES.
       01  WS-OWNF-STATUS PIC XX VALUE SPACES.
       01  WS-STSF-STATUS PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS PIC XX VALUE SPACES.
       01  WS-EXTRACT-STATUS PIC XX VALUE SPACES.
       01  WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01  WS-OWNF-EOF-SW PIC X VALUE 'N'.
           88 WS-OWNF-EOF VALUE 'Y'.
       01  WS-FOUND-SW PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
       01  WS-RUN-DATE.
           05 WS-RUN-YEAR PIC 9(4).
           05 WS-RUN-MONTH PIC 9(2).
           05 WS-RUN-DAY PIC 9(2).
       01  WS-BILL-MONTH.
           05 WS-BILL-YEAR PIC 9(4).
           05 WS-BILL-MM PIC 9(2).
       01  WS-BILL-MONTH-N REDEFINES WS-BILL-MONTH PIC 9(6).
       01  WS-MONTH-FIRST PIC 9(8).
       01  WS-MONTH-LAST PIC 9(8).
       01  WS-LAST-DATE PIC 9(8) VALUE 0.
       01  WS-CALL-RATE PIC 9(3)V9(6) VALUE 0.
       01  WS-SECOND-RATE PIC 9(3)V9(6) VALUE 0.
       01  WS-ENTRIES-USED PIC 9(9) VALUE 0.
       01  WS-DAYS-FOUND PIC 9(4) VALUE 0.
       01  WS-OWNERS-LOADED PIC 9(9) VALUE 0.
       01  WS-OWNERS-REJECTED PIC 9(9) VALUE 0.
       01  WS-CALLS-NOT-BILLED PIC 9(9) VALUE 0.
       01  WS-CUR-BU PIC X(8).
       01  WS-CUR-CC PIC X(8).
      *    ONE NIGHT'S USAGE FROM THE TYPE C ENTRY BEING POSTED.       *
       01  WS-REC-CALLS PIC 9(9).
       01  WS-REC-SENDS PIC 9(9).
       01  WS-REC-ELAPSED PIC 9(15).
       01  WS-REC-RETRIES PIC 9(9).
      *    HBROWNF LOADED WHOLE. THE FIRST RECORD FOR A PATH OR A      *
      *    PRODCODE WINS IF THE FILE NAMES IT TWICE.                   *
       01  WS-MAX-OWNERS PIC 9(4) VALUE 500.
       01  WS-OWNER-COUNT PIC 9(4) VALUE 0.
       01  WS-OWNER-TABLE.
           05 WS-OWN-ENTRY OCCURS 500 INDEXED BY WS-OWN-IDX.
              10 WS-OWN-TYPE PIC X.
              10 WS-OWN-PRODCODE PIC X(4).
              10 WS-OWN-PATH PIC X(256).
              10 WS-OWN-BU PIC X(8).
              10 WS-OWN-CC PIC X(8).
      *    OWNED USAGE, ONE ENTRY PER BUSINESS UNIT + COST CENTER +    *
      *    PRODCODE. THE COST-CENTER TABLE ONLY KEEPS THE ORDER THE    *
      *    COST CENTERS WERE FIRST SEEN IN FOR THE REPORT.             *
       01  WS-MAX-CHARGES PIC 9(4) VALUE 500.
       01  WS-CHARGE-COUNT PIC 9(4) VALUE 0.
       01  WS-CHARGE-TABLE.
           05 WS-CHG-ENTRY OCCURS 500 INDEXED BY WS-CHG-IDX.
              10 WS-CHG-KEY.
                 15 WS-CHG-BU PIC X(8).
                 15 WS-CHG-CC PIC X(8).
                 15 WS-CHG-PRODCODE PIC X(4).
              10 WS-CHG-CALLS PIC 9(9).
              10 WS-CHG-SENDS PIC 9(9).
              10 WS-CHG-ELAPSED PIC 9(15).
              10 WS-CHG-RETRIES PIC 9(9).
       01  WS-SRCH-KEY.
           05 WS-SRCH-BU PIC X(8).
           05 WS-SRCH-CC PIC X(8).
           05 WS-SRCH-PRODCODE PIC X(4).
       01  WS-CC-COUNT PIC 9(4) VALUE 0.
       01  WS-CC-TABLE.
           05 WS-CC-ENTRY OCCURS 500 INDEXED BY WS-CC-IDX.
              10 WS-CC-BU PIC X(8).
              10 WS-CC-CC PIC X(8).
      *    UNALLOCATED USAGE, ONE ENTRY PER PRODCODE + RULEAPP-PATH.   *
      *    WHAT DOES NOT FIT IS STILL PRICED, ON ONE "OTHER" LINE.     *
       01  WS-MAX-UNALLOC PIC 9(4) VALUE 200.
       01  WS-UNALLOC-COUNT PIC 9(4) VALUE 0.
       01  WS-UNALLOC-TABLE.
           05 WS-UNA-ENTRY OCCURS 200 INDEXED BY WS-UNA-IDX.
              10 WS-UNA-PRODCODE PIC X(4).
              10 WS-UNA-PATH PIC X(256).
              10 WS-UNA-CALLS PIC 9(9).
              10 WS-UNA-SENDS PIC 9(9).
              10 WS-UNA-ELAPSED PIC 9(15).
              10 WS-UNA-RETRIES PIC 9(9).
       01  WS-UNLISTED-USAGE.
           05 WS-UNL-CALLS PIC 9(9) VALUE 0.
           05 WS-UNL-SENDS PIC 9(9) VALUE 0.
           05 WS-UNL-ELAPSED PIC 9(15) VALUE 0.
           05 WS-UNL-RETRIES PIC 9(9) VALUE 0.
      *    THE AMOUNTS OF THE LINE BEING PRICED AND PRINTED, AND THE   *
      *    COST-CENTER, UNALLOCATED AND GRAND TOTALS - ALL FOUR ARE    *
      *    THE SAME SHAPE SO A TOTAL CAN BE MOVED IN TO BE PRINTED.    *
       01  WS-PRC-AMOUNTS.
           05 WS-PRC-CALLS PIC 9(11).
           05 WS-PRC-SENDS PIC 9(11).
           05 WS-PRC-ELAPSED PIC 9(15).
           05 WS-PRC-RETRIES PIC 9(11).
           05 WS-PRC-CALL-CHG PIC 9(11)V99.
           05 WS-PRC-TIME-CHG PIC 9(11)V99.
           05 WS-PRC-TOTAL-CHG PIC 9(11)V99.
       01  WS-SUB-AMOUNTS.
           05 WS-SUB-CALLS PIC 9(11).
           05 WS-SUB-SENDS PIC 9(11).
           05 WS-SUB-ELAPSED PIC 9(15).
           05 WS-SUB-RETRIES PIC 9(11).
           05 WS-SUB-CALL-CHG PIC 9(11)V99.
           05 WS-SUB-TIME-CHG PIC 9(11)V99.
           05 WS-SUB-TOTAL-CHG PIC 9(11)V99.
       01  WS-UNT-AMOUNTS.
           05 WS-UNT-CALLS PIC 9(11).
           05 WS-UNT-SENDS PIC 9(11).
           05 WS-UNT-ELAPSED PIC 9(15).
           05 WS-UNT-RETRIES PIC 9(11).
           05 WS-UNT-CALL-CHG PIC 9(11)V99.
           05 WS-UNT-TIME-CHG PIC 9(11)V99.
           05 WS-UNT-TOTAL-CHG PIC 9(11)V99.
       01  WS-GRD-AMOUNTS.
           05 WS-GRD-CALLS PIC 9(11).
           05 WS-GRD-SENDS PIC 9(11).
           05 WS-GRD-ELAPSED PIC 9(15).
           05 WS-GRD-RETRIES PIC 9(11).
           05 WS-GRD-CALL-CHG PIC 9(11)V99.
           05 WS-GRD-TIME-CHG PIC 9(11)V99.
           05 WS-GRD-TOTAL-CHG PIC 9(11)V99.
       01  WS-HDR-LINE-1.
           05 FILLER PIC X(30) VALUE "HBRA-CONN-AREA MONTHLY USAGE C".
           05 FILLER PIC X(20) VALUE "HARGEBACK           ".
           05 FILLER PIC X(6)  VALUE "RUN: ".
           05 WS-HDR-DATE PIC 9(8).
       01  WS-HDR-LINE-2.
           05 FILLER PIC X(15) VALUE "BILLING MONTH: ".
           05 WS-HDR-MONTH PIC 9(6).
           05 FILLER PIC X(17) VALUE "   RATE PER CALL ".
           05 WS-HDR-CALL-RATE PIC ZZ9.999999.
           05 FILLER PIC X(19) VALUE "   RATE PER SECOND ".
           05 WS-HDR-SECOND-RATE PIC ZZ9.999999.
           05 FILLER PIC X(19) VALUE "   NIGHTS OF DATA: ".
           05 WS-HDR-DAYS PIC ZZZ9.
       01  WS-HDR-LINE-3.
           05 FILLER PIC X(26) VALUE "BUS-UNIT COST-CTR PRODUCT ".
           05 FILLER PIC X(23) VALUE "      CALLS       SENDS".
           05 FILLER PIC X(27) VALUE "   ELAPSED-SECS     RETRIES".
           05 FILLER PIC X(17) VALUE "      CALL-CHARGE".
           05 FILLER PIC X(34) VALUE
              "      TIME-CHARGE     TOTAL-CHARGE".
       01  WS-UNA-HDR-LINE.
           05 FILLER PIC X(46) VALUE "PROD RULEAPP-PATH".
           05 FILLER PIC X(24) VALUE "      CALLS       SENDS ".
           05 FILLER PIC X(27) VALUE "  ELAPSED-SECS     RETRIES ".
           05 FILLER PIC X(16) VALUE "    TOTAL-CHARGE".
       01  WS-SECTION-LINE.
           05 FILLER PIC X(4) VALUE "--- ".
           05 WS-SECTION-TITLE PIC X(40).
           05 FILLER PIC X(4) VALUE " ---".
       01  WS-DETAIL-LINE.
           05 WS-DET-BU PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-CC PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-PROD PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-CALLS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-SENDS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-SECS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-RETRIES PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-CALL-CHG PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-TIME-CHG PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-TOTAL-CHG PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-UNA-LINE.
           05 WS-UNL-PROD PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-UNL-PATH PIC X(40).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-UNL-CALLS-OUT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-UNL-SENDS-OUT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-UNL-SECS-OUT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-UNL-RETRIES-OUT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-UNL-TOTAL-OUT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-NONE-LINE PIC X(60).
       01  WS-SUMMARY-LINE.
           05 WS-SUM-LABEL PIC X(40).
           05 WS-SUM-COUNT PIC ZZZ,ZZZ,ZZ9.
       01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
      *    GENERAL-LEDGER EXTRACT ROW - FIXED WIDTH WITH '|' BETWEEN   *
      *    THE FIELDS SO THE FEED CAN BE READ EITHER WAY.              *
       01  WS-EXTRACT-LINE.
           05 WS-EXT-MONTH PIC 9(6).
           05 FILLER PIC X VALUE '|'.
           05 WS-EXT-BU PIC X(8).
           05 FILLER PIC X VALUE '|'.
           05 WS-EXT-CC PIC X(8).
           05 FILLER PIC X VALUE '|'.
           05 WS-EXT-CALLS PIC 9(11).
           05 FILLER PIC X VALUE '|'.
           05 WS-EXT-SENDS PIC 9(11).
           05 FILLER PIC X VALUE '|'.
           05 WS-EXT-SECONDS PIC 9(13).99.
           05 FILLER PIC X VALUE '|'.
           05 WS-EXT-RETRIES PIC 9(11).
           05 FILLER PIC X VALUE '|'.
           05 WS-EXT-CALL-CHG PIC 9(11).99.
           05 FILLER PIC X VALUE '|'.
           05 WS-EXT-TIME-CHG PIC 9(11).99.
           05 FILLER PIC X VALUE '|'.
           05 WS-EXT-TOTAL-CHG PIC 9(11).99.
       01  WS-EXTRACT-ROWS PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HISTORY UNTIL WS-EOF
           PERFORM 3000-PRODUCE-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-PARAMETERS
           PERFORM 1200-LOAD-OWNERS
           COMPUTE WS-MONTH-FIRST = WS-BILL-MONTH-N * 100 + 1
           COMPUTE WS-MONTH-LAST = WS-BILL-MONTH-N * 100 + 31
           OPEN OUTPUT HBRCHGO-FILE
           OPEN OUTPUT HBRCHGX-FILE
           OPEN INPUT HBRSTSF-FILE
           IF WS-STSF-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               READ HBRSTSF-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

      *    A MISSING OR UNUSABLE BILLING MONTH FALLS BACK TO THE MONTH *
      *    BEFORE THE RUN DATE - THE NORMAL FIRST-OF-MONTH SCHEDULE.   *
       1100-READ-PARAMETERS.
           IF WS-RUN-MONTH = 1
               COMPUTE WS-BILL-YEAR = WS-RUN-YEAR - 1
               MOVE 12 TO WS-BILL-MM
           ELSE
               MOVE WS-RUN-YEAR TO WS-BILL-YEAR
               COMPUTE WS-BILL-MM = WS-RUN-MONTH - 1
           END-IF
           OPEN INPUT HBRCHGP-FILE
           IF NOT WS-PARM-STATUS = "35"
               READ HBRCHGP-FILE
                   AT END MOVE SPACES TO HBRCHGP-RECORD
               END-READ
               PERFORM 1150-EDIT-PARAMETERS
               CLOSE HBRCHGP-FILE
           END-IF
           IF WS-CALL-RATE = 0 AND WS-SECOND-RATE = 0
               DISPLAY 'HBRCHRG - NO RATES ON HBRCHGP - USAGE IS '
                   'PRICED AT ZERO'
           END-IF.

       1150-EDIT-PARAMETERS.
           IF HBRCHGP-YEAR IS NUMERIC AND
              HBRCHGP-MM IS NUMERIC AND
              HBRCHGP-YEAR > 0 AND
              HBRCHGP-MM > 0 AND
              HBRCHGP-MM NOT > 12
               MOVE HBRCHGP-MONTH TO WS-BILL-MONTH
           END-IF
           IF HBRCHGP-CALL-RATE IS NUMERIC
               MOVE HBRCHGP-CALL-RATE TO WS-CALL-RATE
           END-IF
           IF HBRCHGP-SECOND-RATE IS NUMERIC
               MOVE HBRCHGP-SECOND-RATE TO WS-SECOND-RATE
           END-IF.

      *    WITHOUT HBROWNF EVERYTHING IS BILLED AS UNALLOCATED - THE   *
      *    REPORT STILL RUNS SO FINANCE SEES THE VOLUMES.              *
       1200-LOAD-OWNERS.
           OPEN INPUT HBROWNF-FILE
           IF WS-OWNF-STATUS = "35"
               DISPLAY 'HBRCHRG - NO HBROWNF OWNERSHIP FILE - ALL '
                   'USAGE IS UNALLOCATED'
           ELSE
               PERFORM 1210-READ-OWNER
               PERFORM 1220-LOAD-OWNER UNTIL WS-OWNF-EOF
               CLOSE HBROWNF-FILE
           END-IF.

       1210-READ-OWNER.
           READ HBROWNF-FILE
               AT END SET WS-OWNF-EOF TO TRUE
           END-READ.

       1220-LOAD-OWNER.
           PERFORM 1230-POST-OWNER THRU 1230-EXIT
           PERFORM 1210-READ-OWNER.

      *    AN OWNER RECORD OF AN UNKNOWN TYPE, WITHOUT THE KEY ITS     *
      *    TYPE NEEDS OR WITHOUT A BUSINESS UNIT CANNOT BE BILLED TO - *
      *    IT IS COUNTED AND ITS TRAFFIC FALLS TO UNALLOCATED.         *
       1230-POST-OWNER.
           IF HBROWN-BUSINESS-UNIT = SPACES OR
              (HBROWN-PATH-OWNER AND HBROWN-RULEAPP-PATH = SPACES) OR
              (HBROWN-PRODCODE-OWNER AND HBROWN-PRODCODE = SPACES) OR
              NOT (HBROWN-PATH-OWNER OR HBROWN-PRODCODE-OWNER)
               ADD 1 TO WS-OWNERS-REJECTED
               GO TO 1230-EXIT
           END-IF
           IF WS-OWNER-COUNT NOT < WS-MAX-OWNERS
               ADD 1 TO WS-OWNERS-REJECTED
               GO TO 1230-EXIT
           END-IF
           ADD 1 TO WS-OWNER-COUNT
           ADD 1 TO WS-OWNERS-LOADED
           SET WS-OWN-IDX TO WS-OWNER-COUNT
           MOVE HBROWN-TYPE TO WS-OWN-TYPE(WS-OWN-IDX)
           MOVE HBROWN-BUSINESS-UNIT TO WS-OWN-BU(WS-OWN-IDX)
           MOVE HBROWN-COST-CENTER TO WS-OWN-CC(WS-OWN-IDX)
           IF HBROWN-PATH-OWNER
               MOVE SPACES TO WS-OWN-PRODCODE(WS-OWN-IDX)
               MOVE HBROWN-RULEAPP-PATH TO WS-OWN-PATH(WS-OWN-IDX)
           ELSE
               MOVE HBROWN-PRODCODE TO WS-OWN-PRODCODE(WS-OWN-IDX)
               MOVE SPACES TO WS-OWN-PATH(WS-OWN-IDX)
           END-IF.
       1230-EXIT.
           EXIT.

       2000-PROCESS-HISTORY.
           PERFORM 2100-ACCUMULATE-RECORD THRU 2100-EXIT
           READ HBRSTSF-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      *    ONLY TYPE C ENTRIES FOR THE BILLING MONTH COUNT. HBRSTAT    *
      *    APPENDS A NIGHT AT A TIME, SO A CHANGE OF DATE IS A NEW     *
      *    NIGHT OF DATA FOR THE HEADER.                               *
       2100-ACCUMULATE-RECORD.
           IF HBRSTS-TYPE NOT = 'C'
               GO TO 2100-EXIT
           END-IF
           IF HBRSTS-DATE < WS-MONTH-FIRST OR
              HBRSTS-DATE > WS-MONTH-LAST
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ENTRIES-USED
           IF HBRSTS-DATE NOT = WS-LAST-DATE
               ADD 1 TO WS-DAYS-FOUND
               MOVE HBRSTS-DATE TO WS-LAST-DATE
           END-IF
           MOVE HBRSTS-CALLS TO WS-REC-CALLS
           MOVE HBRSTS-SEND-ATTEMPTS TO WS-REC-SENDS
           COMPUTE WS-REC-ELAPSED =
               HBRSTS-AVG-ELAPSED * HBRSTS-TIMED-CALLS
           IF HBRSTS-SEND-ATTEMPTS > HBRSTS-TIMED-CALLS
               COMPUTE WS-REC-RETRIES =
                   HBRSTS-SEND-ATTEMPTS - HBRSTS-TIMED-CALLS
           ELSE
               MOVE 0 TO WS-REC-RETRIES
           END-IF
           PERFORM 2200-FIND-OWNER
           IF WS-FOUND
               PERFORM 2300-POST-OWNED THRU 2300-EXIT
           ELSE
               PERFORM 2400-POST-UNALLOCATED THRU 2400-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *    AN OWNER OF THE EXACT RULEAPP-PATH FIRST, THEN THE OWNER OF *
      *    THE PRODCODE THAT DROVE IT.                                 *
       2200-FIND-OWNER.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-OWN-IDX TO 1
           SEARCH WS-OWN-ENTRY
               AT END CONTINUE
               WHEN WS-OWN-IDX > WS-OWNER-COUNT
                   CONTINUE
               WHEN WS-OWN-TYPE(WS-OWN-IDX) = 'P' AND
                    WS-OWN-PATH(WS-OWN-IDX) = HBRSTS-RULEAPP-PATH
                   SET WS-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-FOUND
               SET WS-OWN-IDX TO 1
               SEARCH WS-OWN-ENTRY
                   AT END CONTINUE
                   WHEN WS-OWN-IDX > WS-OWNER-COUNT
                       CONTINUE
                   WHEN WS-OWN-TYPE(WS-OWN-IDX) = 'C' AND
                        WS-OWN-PRODCODE(WS-OWN-IDX) = HBRSTS-PRODCODE
                       SET WS-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-FOUND
               MOVE WS-OWN-BU(WS-OWN-IDX) TO WS-CUR-BU
               MOVE WS-OWN-CC(WS-OWN-IDX) TO WS-CUR-CC
           END-IF.

      *    A FULL CHARGE TABLE MEANS USAGE THAT CANNOT BE BILLED; IT   *
      *    IS COUNTED AND HOLDS THE LEDGER FEED.                       *
       2300-POST-OWNED.
           MOVE WS-CUR-BU TO WS-SRCH-BU
           MOVE WS-CUR-CC TO WS-SRCH-CC
           MOVE HBRSTS-PRODCODE TO WS-SRCH-PRODCODE
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CHG-IDX TO 1
           SEARCH WS-CHG-ENTRY
               AT END CONTINUE
               WHEN WS-CHG-IDX > WS-CHARGE-COUNT
                   CONTINUE
               WHEN WS-CHG-KEY(WS-CHG-IDX) = WS-SRCH-KEY
                   SET WS-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-FOUND
               IF WS-CHARGE-COUNT NOT < WS-MAX-CHARGES
                   ADD WS-REC-CALLS TO WS-CALLS-NOT-BILLED
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WS-CHARGE-COUNT
               SET WS-CHG-IDX TO WS-CHARGE-COUNT
               MOVE WS-SRCH-KEY TO WS-CHG-KEY(WS-CHG-IDX)
               MOVE 0 TO WS-CHG-CALLS(WS-CHG-IDX)
               MOVE 0 TO WS-CHG-SENDS(WS-CHG-IDX)
               MOVE 0 TO WS-CHG-ELAPSED(WS-CHG-IDX)
               MOVE 0 TO WS-CHG-RETRIES(WS-CHG-IDX)
               PERFORM 2350-NOTE-COST-CENTER
           END-IF
           ADD WS-REC-CALLS TO WS-CHG-CALLS(WS-CHG-IDX)
           ADD WS-REC-SENDS TO WS-CHG-SENDS(WS-CHG-IDX)
           ADD WS-REC-ELAPSED TO WS-CHG-ELAPSED(WS-CHG-IDX)
           ADD WS-REC-RETRIES TO WS-CHG-RETRIES(WS-CHG-IDX).
       2300-EXIT.
           EXIT.

      *    THERE ARE NEVER MORE COST CENTERS THAN CHARGE ENTRIES, SO   *
      *    THIS TABLE CANNOT FILL BEFORE THE CHARGE TABLE DOES.        *
       2350-NOTE-COST-CENTER.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CC-IDX TO 1
           SEARCH WS-CC-ENTRY
               AT END CONTINUE
               WHEN WS-CC-IDX > WS-CC-COUNT
                   CONTINUE
               WHEN WS-CC-BU(WS-CC-IDX) = WS-SRCH-BU AND
                    WS-CC-CC(WS-CC-IDX) = WS-SRCH-CC
                   SET WS-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-FOUND
               ADD 1 TO WS-CC-COUNT
               SET WS-CC-IDX TO WS-CC-COUNT
               MOVE WS-SRCH-BU TO WS-CC-BU(WS-CC-IDX)
               MOVE WS-SRCH-CC TO WS-CC-CC(WS-CC-IDX)
           END-IF.

       2400-POST-UNALLOCATED.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-UNA-IDX TO 1
           SEARCH WS-UNA-ENTRY
               AT END CONTINUE
               WHEN WS-UNA-IDX > WS-UNALLOC-COUNT
                   CONTINUE
               WHEN WS-UNA-PRODCODE(WS-UNA-IDX) = HBRSTS-PRODCODE AND
                    WS-UNA-PATH(WS-UNA-IDX) = HBRSTS-RULEAPP-PATH
                   SET WS-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-FOUND
               IF WS-UNALLOC-COUNT NOT < WS-MAX-UNALLOC
                   ADD WS-REC-CALLS TO WS-UNL-CALLS
                   ADD WS-REC-SENDS TO WS-UNL-SENDS
                   ADD WS-REC-ELAPSED TO WS-UNL-ELAPSED
                   ADD WS-REC-RETRIES TO WS-UNL-RETRIES
                   GO TO 2400-EXIT
               END-IF
               ADD 1 TO WS-UNALLOC-COUNT
               SET WS-UNA-IDX TO WS-UNALLOC-COUNT
               MOVE HBRSTS-PRODCODE TO WS-UNA-PRODCODE(WS-UNA-IDX)
               MOVE HBRSTS-RULEAPP-PATH TO WS-UNA-PATH(WS-UNA-IDX)
               MOVE 0 TO WS-UNA-CALLS(WS-UNA-IDX)
               MOVE 0 TO WS-UNA-SENDS(WS-UNA-IDX)
               MOVE 0 TO WS-UNA-ELAPSED(WS-UNA-IDX)
               MOVE 0 TO WS-UNA-RETRIES(WS-UNA-IDX)
           END-IF
           ADD WS-REC-CALLS TO WS-UNA-CALLS(WS-UNA-IDX)
           ADD WS-REC-SENDS TO WS-UNA-SENDS(WS-UNA-IDX)
           ADD WS-REC-ELAPSED TO WS-UNA-ELAPSED(WS-UNA-IDX)
           ADD WS-REC-RETRIES TO WS-UNA-RETRIES(WS-UNA-IDX).
       2400-EXIT.
           EXIT.

       3000-PRODUCE-REPORT.
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           MOVE WS-BILL-MONTH-N TO WS-HDR-MONTH
           MOVE WS-CALL-RATE TO WS-HDR-CALL-RATE
           MOVE WS-SECOND-RATE TO WS-HDR-SECOND-RATE
           MOVE WS-DAYS-FOUND TO WS-HDR-DAYS
           WRITE HBRCHGO-LINE FROM WS-HDR-LINE-1
           WRITE HBRCHGO-LINE FROM WS-HDR-LINE-2
           WRITE HBRCHGO-LINE FROM WS-BLANK-LINE
           INITIALIZE WS-GRD-AMOUNTS
           MOVE 'CHARGED TO OWNER' TO WS-SECTION-TITLE
           WRITE HBRCHGO-LINE FROM WS-SECTION-LINE
           WRITE HBRCHGO-LINE FROM WS-HDR-LINE-3
           IF WS-CC-COUNT = 0
               MOVE 'NO USAGE WITH A REGISTERED OWNER THIS MONTH'
                   TO WS-NONE-LINE
               WRITE HBRCHGO-LINE FROM WS-NONE-LINE
           END-IF
           PERFORM 3100-REPORT-COST-CENTER
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
           PERFORM 3200-REPORT-UNALLOCATED
           MOVE 'GRAND' TO WS-DET-BU
           MOVE SPACES TO WS-DET-CC
           MOVE 'TOTAL' TO WS-DET-PROD
           MOVE WS-GRD-AMOUNTS TO WS-PRC-AMOUNTS
           PERFORM 3600-WRITE-AMOUNT-LINE
           PERFORM 3300-WRITE-SUMMARY.

      *    ONE LINE PER PRODCODE BILLED TO THE COST CENTER, THEN ITS   *
      *    SUBTOTAL, WHICH IS ALSO ITS GENERAL-LEDGER EXTRACT ROW.     *
       3100-REPORT-COST-CENTER.
           INITIALIZE WS-SUB-AMOUNTS
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHARGE-COUNT
               IF WS-CHG-BU(WS-CHG-IDX) = WS-CC-BU(WS-CC-IDX) AND
                  WS-CHG-CC(WS-CHG-IDX) = WS-CC-CC(WS-CC-IDX)
                   INITIALIZE WS-PRC-AMOUNTS
                   MOVE WS-CHG-CALLS(WS-CHG-IDX) TO WS-PRC-CALLS
                   MOVE WS-CHG-SENDS(WS-CHG-IDX) TO WS-PRC-SENDS
                   MOVE WS-CHG-ELAPSED(WS-CHG-IDX) TO WS-PRC-ELAPSED
                   MOVE WS-CHG-RETRIES(WS-CHG-IDX) TO WS-PRC-RETRIES
                   PERFORM 3900-PRICE-USAGE
                   MOVE WS-CC-BU(WS-CC-IDX) TO WS-DET-BU
                   MOVE WS-CC-CC(WS-CC-IDX) TO WS-DET-CC
                   MOVE WS-CHG-PRODCODE(WS-CHG-IDX) TO WS-DET-PROD
                   PERFORM 3600-WRITE-AMOUNT-LINE
                   PERFORM 3650-ADD-TO-SUBTOTAL
               END-IF
           END-PERFORM
           MOVE WS-CC-BU(WS-CC-IDX) TO WS-DET-BU
           MOVE WS-CC-CC(WS-CC-IDX) TO WS-DET-CC
           MOVE '*TOTAL' TO WS-DET-PROD
           MOVE WS-SUB-AMOUNTS TO WS-PRC-AMOUNTS
           PERFORM 3600-WRITE-AMOUNT-LINE
           MOVE WS-CC-BU(WS-CC-IDX) TO WS-EXT-BU
           MOVE WS-CC-CC(WS-CC-IDX) TO WS-EXT-CC
           PERFORM 3800-WRITE-EXTRACT
           PERFORM 3660-ADD-TO-GRAND-TOTAL
           WRITE HBRCHGO-LINE FROM WS-BLANK-LINE.

      *    USAGE WITH NO REGISTERED OWNER IS LISTED AND PRICED, NOT    *
      *    DROPPED, AND GOES TO THE LEDGER AS ONE UNALLOC ROW.         *
       3200-REPORT-UNALLOCATED.
           INITIALIZE WS-SUB-AMOUNTS
           MOVE 'UNALLOCATED - NO REGISTERED OWNER' TO WS-SECTION-TITLE
           WRITE HBRCHGO-LINE FROM WS-SECTION-LINE
           WRITE HBRCHGO-LINE FROM WS-UNA-HDR-LINE
           IF WS-UNALLOC-COUNT = 0
               MOVE 'ALL USAGE THIS MONTH HAS A REGISTERED OWNER'
                   TO WS-NONE-LINE
               WRITE HBRCHGO-LINE FROM WS-NONE-LINE
           END-IF
           PERFORM VARYING WS-UNA-IDX FROM 1 BY 1
                   UNTIL WS-UNA-IDX > WS-UNALLOC-COUNT
               INITIALIZE WS-PRC-AMOUNTS
               MOVE WS-UNA-CALLS(WS-UNA-IDX) TO WS-PRC-CALLS
               MOVE WS-UNA-SENDS(WS-UNA-IDX) TO WS-PRC-SENDS
               MOVE WS-UNA-ELAPSED(WS-UNA-IDX) TO WS-PRC-ELAPSED
               MOVE WS-UNA-RETRIES(WS-UNA-IDX) TO WS-PRC-RETRIES
               PERFORM 3900-PRICE-USAGE
               MOVE WS-UNA-PRODCODE(WS-UNA-IDX) TO WS-UNL-PROD
               MOVE WS-UNA-PATH(WS-UNA-IDX) TO WS-UNL-PATH
               PERFORM 3700-WRITE-UNALLOC-LINE
               PERFORM 3650-ADD-TO-SUBTOTAL
           END-PERFORM
           IF WS-UNL-CALLS > 0
               INITIALIZE WS-PRC-AMOUNTS
               MOVE WS-UNL-CALLS TO WS-PRC-CALLS
               MOVE WS-UNL-SENDS TO WS-PRC-SENDS
               MOVE WS-UNL-ELAPSED TO WS-PRC-ELAPSED
               MOVE WS-UNL-RETRIES TO WS-PRC-RETRIES
               PERFORM 3900-PRICE-USAGE
               MOVE SPACES TO WS-UNL-PROD
               MOVE 'ALL OTHER PATHS (LIST FULL)' TO WS-UNL-PATH
               PERFORM 3700-WRITE-UNALLOC-LINE
               PERFORM 3650-ADD-TO-SUBTOTAL
           END-IF
           MOVE WS-SUB-AMOUNTS TO WS-UNT-AMOUNTS
           MOVE 'UNALLOC' TO WS-DET-BU
           MOVE SPACES TO WS-DET-CC
           MOVE '*TOTAL' TO WS-DET-PROD
           MOVE WS-UNT-AMOUNTS TO WS-PRC-AMOUNTS
           PERFORM 3600-WRITE-AMOUNT-LINE
           IF WS-UNT-CALLS > 0
               MOVE 'UNALLOC' TO WS-EXT-BU
               MOVE SPACES TO WS-EXT-CC
               PERFORM 3800-WRITE-EXTRACT
           END-IF
           PERFORM 3660-ADD-TO-GRAND-TOTAL
           WRITE HBRCHGO-LINE FROM WS-BLANK-LINE.

       3300-WRITE-SUMMARY.
           WRITE HBRCHGO-LINE FROM WS-BLANK-LINE
           MOVE 'TYPE C HISTORY ENTRIES BILLED' TO WS-SUM-LABEL
           MOVE WS-ENTRIES-USED TO WS-SUM-COUNT
           WRITE HBRCHGO-LINE FROM WS-SUMMARY-LINE
           MOVE 'OWNERSHIP RECORDS LOADED' TO WS-SUM-LABEL
           MOVE WS-OWNERS-LOADED TO WS-SUM-COUNT
           WRITE HBRCHGO-LINE FROM WS-SUMMARY-LINE
           MOVE 'OWNERSHIP RECORDS REJECTED' TO WS-SUM-LABEL
           MOVE WS-OWNERS-REJECTED TO WS-SUM-COUNT
           WRITE HBRCHGO-LINE FROM WS-SUMMARY-LINE
           MOVE 'GENERAL-LEDGER EXTRACT ROWS' TO WS-SUM-LABEL
           MOVE WS-EXTRACT-ROWS TO WS-SUM-COUNT
           WRITE HBRCHGO-LINE FROM WS-SUMMARY-LINE
           IF WS-CALLS-NOT-BILLED > 0
               MOVE 'CALLS NOT BILLED - CHARGE TABLE FULL' TO
                   WS-SUM-LABEL
               MOVE WS-CALLS-NOT-BILLED TO WS-SUM-COUNT
               WRITE HBRCHGO-LINE FROM WS-SUMMARY-LINE
           END-IF.

       3600-WRITE-AMOUNT-LINE.
           MOVE WS-PRC-CALLS TO WS-DET-CALLS
           MOVE WS-PRC-SENDS TO WS-DET-SENDS
           COMPUTE WS-DET-SECS = WS-PRC-ELAPSED / 100
           MOVE WS-PRC-RETRIES TO WS-DET-RETRIES
           MOVE WS-PRC-CALL-CHG TO WS-DET-CALL-CHG
           MOVE WS-PRC-TIME-CHG TO WS-DET-TIME-CHG
           MOVE WS-PRC-TOTAL-CHG TO WS-DET-TOTAL-CHG
           WRITE HBRCHGO-LINE FROM WS-DETAIL-LINE.

       3650-ADD-TO-SUBTOTAL.
           ADD WS-PRC-CALLS TO WS-SUB-CALLS
           ADD WS-PRC-SENDS TO WS-SUB-SENDS
           ADD WS-PRC-ELAPSED TO WS-SUB-ELAPSED
           ADD WS-PRC-RETRIES TO WS-SUB-RETRIES
           ADD WS-PRC-CALL-CHG TO WS-SUB-CALL-CHG
           ADD WS-PRC-TIME-CHG TO WS-SUB-TIME-CHG
           ADD WS-PRC-TOTAL-CHG TO WS-SUB-TOTAL-CHG.

       3660-ADD-TO-GRAND-TOTAL.
           ADD WS-SUB-CALLS TO WS-GRD-CALLS
           ADD WS-SUB-SENDS TO WS-GRD-SENDS
           ADD WS-SUB-ELAPSED TO WS-GRD-ELAPSED
           ADD WS-SUB-RETRIES TO WS-GRD-RETRIES
           ADD WS-SUB-CALL-CHG TO WS-GRD-CALL-CHG
           ADD WS-SUB-TIME-CHG TO WS-GRD-TIME-CHG
           ADD WS-SUB-TOTAL-CHG TO WS-GRD-TOTAL-CHG.

       3700-WRITE-UNALLOC-LINE.
           MOVE WS-PRC-CALLS TO WS-UNL-CALLS-OUT
           MOVE WS-PRC-SENDS TO WS-UNL-SENDS-OUT
           COMPUTE WS-UNL-SECS-OUT = WS-PRC-ELAPSED / 100
           MOVE WS-PRC-RETRIES TO WS-UNL-RETRIES-OUT
           MOVE WS-PRC-TOTAL-CHG TO WS-UNL-TOTAL-OUT
           WRITE HBRCHGO-LINE FROM WS-UNA-LINE.

       3800-WRITE-EXTRACT.
           MOVE WS-BILL-MONTH-N TO WS-EXT-MONTH
           MOVE WS-PRC-CALLS TO WS-EXT-CALLS
           MOVE WS-PRC-SENDS TO WS-EXT-SENDS
           COMPUTE WS-EXT-SECONDS = WS-PRC-ELAPSED / 100
           MOVE WS-PRC-RETRIES TO WS-EXT-RETRIES
           MOVE WS-PRC-CALL-CHG TO WS-EXT-CALL-CHG
           MOVE WS-PRC-TIME-CHG TO WS-EXT-TIME-CHG
           MOVE WS-PRC-TOTAL-CHG TO WS-EXT-TOTAL-CHG
           MOVE WS-EXTRACT-LINE TO HBRCHGX-RECORD
           WRITE HBRCHGX-RECORD
           ADD 1 TO WS-EXTRACT-ROWS.

      *    ELAPSED TIME IS HELD IN HUNDREDTHS OF A SECOND.             *
       3900-PRICE-USAGE.
           COMPUTE WS-PRC-CALL-CHG ROUNDED =
               WS-PRC-CALLS * WS-CALL-RATE
           COMPUTE WS-PRC-TIME-CHG ROUNDED =
               WS-PRC-ELAPSED * WS-SECOND-RATE / 100
           COMPUTE WS-PRC-TOTAL-CHG =
               WS-PRC-CALL-CHG + WS-PRC-TIME-CHG.

       9000-TERMINATE.
           IF NOT WS-STSF-STATUS = "35"
               CLOSE HBRSTSF-FILE
           END-IF
           CLOSE HBRCHGO-FILE
           CLOSE HBRCHGX-FILE
           DISPLAY 'HBRCHRG - MONTH=' WS-BILL-MONTH-N
               ' ENTRIES BILLED=' WS-ENTRIES-USED
               ' LEDGER ROWS=' WS-EXTRACT-ROWS
           IF WS-ENTRIES-USED = 0
               DISPLAY 'HBRCHRG - NO TYPE C HISTORY FOR MONTH '
                   WS-BILL-MONTH-N ' - LEDGER FEED HELD'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CALL-RATE = 0 AND WS-SECOND-RATE = 0
               DISPLAY 'HBRCHRG - NO RATES ON HBRCHGP - LEDGER FEED '
                   'HELD'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CALLS-NOT-BILLED > 0
               DISPLAY 'HBRCHRG - CHARGE TABLE FULL AT '
                   WS-MAX-CHARGES ' ENTRIES - ' WS-CALLS-NOT-BILLED
                   ' CALLS NOT BILLED - LEDGER FEED HELD'
               MOVE 8 TO RETURN-CODE
           END-IF.
