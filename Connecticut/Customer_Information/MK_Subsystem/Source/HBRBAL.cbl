      ******************************************************************
      *    HBRBAL - NIGHTLY RUN BALANCING AND RELEASE GATE             *
      *    RUN AFTER HBRXTRC AND BEFORE BILLING AND LETTER GENERATION  *
      *    PICK UP HBRDECF. READS BACK THE HBRLDGF RUN LEDGER (SEE     *
      *    HBRLDG) EVERY STEP OF THE CHAIN APPENDED ITS CONTROL COUNTS *
      *    TO, PROVES THE COUNTS TIE OUT FROM INPUT TO OUTPUT AND      *
      *    PRINTS THE RESULT ON THE HBRBALO BALANCING CERTIFICATE:     *
      *       HBREDIT RECORDS READ - EDIT REJECTS = CLEAN RECORDS      *
      *       CLEAN RECORDS = HBRSPLT RECORDS READ = SUM OVER THE      *
      *          PARTITIONS OF RECORDS WRITTEN, AND EACH PARTITION'S   *
      *          SLICE = WHAT ITS HBRBATC INSTANCE READ                *
      *       CLEAN RECORDS = SUM OVER THE PARTITIONS OF HBRBATC READ  *
      *       EACH HBRBATC READ = CALLS + CUSTOMERS SKIPPED BY A       *
      *          CHECKPOINT RESTART + CUSTOMERS ALREADY SWEPT TODAY    *
      *       HBRRSLTF RECORDS (HBRXTRC READ) = CALLS + RESTART SKIPS  *
      *          THAT WERE NOT ALSO ALREADY SWEPT                      *
      *          - A RESTART THAT LEFT DUPLICATE RESULTS BETWEEN THE   *
      *          LAST CHECKPOINT AND THE ABEND SHOWS HERE AND MUST BE  *
      *          CLEARED BEFORE HBRDECF IS RELEASED                    *
      *       HBRXTRC RESULTS READ = HBRDECF + HBRXEXC RECORDS         *
      *       HBRRECN INPUT = CLEAN RECORDS, NO DUPLICATE/UNEXPECTED   *
      *    HBRERRF (CALL FAILURES AND ORPHANED PARAMETER INSTCODES,    *
      *    CROSS-CHECKED AGAINST HBRCONS) AND THE INTRADAY SWEEP RUNS  *
      *    (PARTITIONS 90-99, EACH SWEEP'S COUNTS ADDED, CHECKED       *
      *    AGAINST THE SWEEP EXTRACT AND THE HBRCONS SWEEP LINE) ARE   *
      *    ACCOUNTED FOR IN THEIR OWN SECTIONS. A MODE-'E' RERUN OF    *
      *    THE FAILURES IS LISTED FOR INFORMATION ONLY.                *
      *                                                                *
      *    A NIGHTLY STEP LOGGED MORE THAN ONCE (A STEP RERUN FROM     *
      *    SCRATCH) IS TAKEN AT ITS LATEST COUNTS. HBREDIT, THE        *
      *    NIGHTLY HBRBATC AND THE NIGHTLY HBRXTRC MUST BE ON THE      *
      *    LEDGER; HBRSPLT, HBRCONS AND HBRRECN ARE CHECKED WHEN THEY  *
      *    RAN AND SHOWN AS NOT RUN OTHERWISE.                         *
      *                                                                *
      *    RELEASE GATE: RETURN CODE 0 (GO) WHEN EVERYTHING BALANCES,  *
      *    RETURN CODE 8 (HOLD) WHEN ANY CHECK IS OUT OF BALANCE OR A  *
      *    REQUIRED STEP IS MISSING FROM THE LEDGER. THE SCHEDULER     *
      *    HOLDS THE DOWNSTREAM FEEDS ON RETURN CODE 8.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HBRLDGF-FILE ASSIGN TO "HBRLDGF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LDGF-STATUS.
           SELECT HBRBALO-FILE ASSIGN TO "HBRBALO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HBRLDGF-FILE
           RECORDING MODE IS F.
           COPY hbrldg.
       FD  HBRBALO-FILE
           RECORDING MODE IS F.
       01  HBRBALO-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-LDGF-STATUS PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS PIC XX VALUE SPACES.
       01  WS-LDGF-EOF-SW PIC X VALUE 'N'.
           88 WS-LDGF-EOF VALUE 'Y'.
       01  WS-FOUND-SW PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
       01  WS-HOLD-SW PIC X VALUE 'N'.
           88 WS-HOLD-RELEASE VALUE 'Y'.
       01  WS-SPLIT-SW PIC X VALUE 'N'.
           88 WS-SPLIT-RAN VALUE 'Y'.
       01  WS-CONS-SW PIC X VALUE 'N'.
           88 WS-CONS-RAN VALUE 'Y'.
       01  WS-SWEEP-XTRC-SW PIC X VALUE 'N'.
           88 WS-SWEEP-EXTRACT-SEEN VALUE 'Y'.
       01  WS-LEDGER-READ PIC 9(9) VALUE 0.
       01  WS-LEDGER-UNREADABLE PIC 9(9) VALUE 0.
       01  WS-CHECKS-MADE PIC 9(9) VALUE 0.
       01  WS-CHECKS-FAILED PIC 9(9) VALUE 0.
      *    ONE ENTRY PER STEP + PARTITION + CLASS + COUNTER. CLASS IS  *
      *    'E' FOR AN HBRBATC RERUN OF THE FAILURES, ELSE SPACE.       *
       01  WS-MAX-ENTRIES PIC 9(4) VALUE 500.
       01  WS-ENTRY-COUNT PIC 9(4) VALUE 0.
       01  WS-LEDGER-TABLE.
           05 WS-LDG-ENTRY OCCURS 500 INDEXED BY WS-LDG-IDX.
              10 WS-LDG-KEY.
                 15 WS-LDG-STEP PIC X(8).
                 15 WS-LDG-PART PIC 9(2).
                 15 WS-LDG-CLASS PIC X.
                 15 WS-LDG-COUNTER PIC X(16).
              10 WS-LDG-COUNT PIC 9(9).
       01  WS-SRCH-KEY.
           05 WS-SRCH-STEP PIC X(8).
           05 WS-SRCH-PART PIC 9(2).
           05 WS-SRCH-CLASS PIC X.
           05 WS-SRCH-COUNTER PIC X(16).
       01  WS-GOT-COUNT PIC 9(9) VALUE 0.
       01  WS-SUM-STEP PIC X(8).
       01  WS-SUM-COUNTER PIC X(16).
       01  WS-SUM-CLASS PIC X.
       01  WS-SUM-LOW PIC 9(2).
       01  WS-SUM-HIGH PIC 9(2).
       01  WS-SUM-TOTAL PIC 9(9) VALUE 0.
       01  WS-SUM-PARTS PIC 9(4) VALUE 0.
       01  WS-PART PIC 9(3).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
      *    NIGHTLY COUNTS PULLED OFF THE LEDGER FOR THE CHECKS.        *
       01  WS-EDIT-READ PIC 9(9) VALUE 0.
       01  WS-EDIT-CLEAN PIC 9(9) VALUE 0.
       01  WS-EDIT-REJECTED PIC 9(9) VALUE 0.
       01  WS-BATC-PARTS PIC 9(4) VALUE 0.
       01  WS-BATC-READ PIC 9(9) VALUE 0.
       01  WS-BATC-CALLS PIC 9(9) VALUE 0.
       01  WS-BATC-RESTART PIC 9(9) VALUE 0.
       01  WS-BATC-RESTART-SWEPT PIC 9(9) VALUE 0.
       01  WS-BATC-REGISTER PIC 9(9) VALUE 0.
       01  WS-BATC-FAILURES PIC 9(9) VALUE 0.
       01  WS-BATC-ORPHANS PIC 9(9) VALUE 0.
       01  WS-PART-READ PIC 9(9) VALUE 0.
       01  WS-PART-CALLS PIC 9(9) VALUE 0.
       01  WS-PART-RESTART PIC 9(9) VALUE 0.
       01  WS-PART-REGISTER PIC 9(9) VALUE 0.
       01  WS-PART-SW PIC X VALUE 'N'.
           88 WS-PART-LOGGED VALUE 'Y'.
      *    THE SWEEP EXTRACT READS THE DAYTIME RESULTS DATASET EVERY   *
      *    EARLIER SWEEP APPENDED TO, SO IT IS TIED TO THE SWEEP       *
      *    RESULTS LOGGED AHEAD OF IT ON THE LEDGER - A SWEEP RUN      *
      *    AFTER THE LAST EXTRACT IS NOT IN THAT EXTRACT.              *
       01  WS-SWEEP-RESULTS-LOGGED PIC 9(9) VALUE 0.
       01  WS-SXT-EXPECTED PIC 9(9) VALUE 0.
       01  WS-SXT-READ PIC 9(9) VALUE 0.
       01  WS-SXT-EXTRACTED PIC 9(9) VALUE 0.
       01  WS-SXT-EXCEPTIONS PIC 9(9) VALUE 0.
       01  WS-CHK-LEFT PIC S9(10) VALUE 0.
       01  WS-CHK-RIGHT PIC S9(10) VALUE 0.
       01  WS-HDR-LINE-1.
           05 FILLER PIC X(30) VALUE "NIGHTLY RUN BALANCING CERTIFIC".
           05 FILLER PIC X(20) VALUE "ATE (HBRLDGF)       ".
           05 FILLER PIC X(6)  VALUE "RUN: ".
           05 WS-HDR-DATE PIC 9(8).
       01  WS-HDR-LINE-2.
           05 FILLER PIC X(50) VALUE "CHECK".
           05 FILLER PIC X(12) VALUE "       LEFT".
           05 FILLER PIC X(12) VALUE "      RIGHT".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(16) VALUE "RESULT".
       01  WS-SECTION-LINE.
           05 FILLER PIC X(4) VALUE "--- ".
           05 WS-SECTION-TITLE PIC X(40).
           05 FILLER PIC X(4) VALUE " ---".
       01  WS-CHECK-LINE.
           05 WS-CHK-DESC PIC X(50).
           05 WS-CHK-LEFT-OUT PIC -ZZZ,ZZZ,ZZ9.
           05 WS-CHK-RIGHT-OUT PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CHK-RESULT PIC X(16).
       01  WS-PART-DESC.
           05 FILLER PIC X(10) VALUE "PARTITION ".
           05 WS-PD-PART PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 WS-PD-TEXT PIC X(37).
       01  WS-SUMMARY-LINE.
           05 WS-SUM-LABEL PIC X(24).
           05 WS-SUM-COUNT PIC ZZZ,ZZZ,ZZ9.
       01  WS-RELEASE-LINE.
           05 FILLER PIC X(18) VALUE "RELEASE DECISION: ".
           05 WS-REL-DECISION PIC X(60).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-LEDGER UNTIL WS-LDGF-EOF
           PERFORM 3000-CHECK-NIGHTLY-CHAIN
           PERFORM 5000-CHECK-ERROR-FILE
           PERFORM 6000-CHECK-SWEEPS
           PERFORM 7000-PRODUCE-CERTIFICATE
           PERFORM 9000-TERMINATE
           STOP RUN.

      *    NO LEDGER AT ALL MEANS NO STEP LOGGED ANYTHING - THE        *
      *    REQUIRED-STEP CHECKS BELOW THEN HOLD THE RELEASE.           *
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT HBRBALO-FILE
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           WRITE HBRBALO-LINE FROM WS-HDR-LINE-1
           WRITE HBRBALO-LINE FROM WS-HDR-LINE-2
           OPEN INPUT HBRLDGF-FILE
           IF WS-LDGF-STATUS = "35"
               SET WS-LDGF-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-LEDGER
           END-IF.

       2000-LOAD-LEDGER.
           ADD 1 TO WS-LEDGER-READ
           PERFORM 2200-POST-LEDGER-RECORD THRU 2200-EXIT
           PERFORM 2100-READ-LEDGER.

       2100-READ-LEDGER.
           READ HBRLDGF-FILE
               AT END SET WS-LDGF-EOF TO TRUE
           END-READ.

      *    NIGHTLY COUNTS: THE LATEST RECORD FOR A STEP/PARTITION      *
      *    REPLACES AN EARLIER ONE. SWEEP RUNS OF HBRBATC AND RERUNS   *
      *    OF THE FAILURES ARE SEPARATE RUNS, SO THEIR COUNTS ADD.     *
       2200-POST-LEDGER-RECORD.
           IF HBRLDG-PARTITION-ID NOT NUMERIC OR
              HBRLDG-COUNT NOT NUMERIC
               ADD 1 TO WS-LEDGER-UNREADABLE
               GO TO 2200-EXIT
           END-IF
           IF HBRLDG-STEP-NAME = 'HBRXTRC' AND
              HBRLDG-PARTITION-ID NOT < 90
               PERFORM 2300-HOLD-SWEEP-EXTRACT
               GO TO 2200-EXIT
           END-IF
           IF HBRLDG-STEP-NAME = 'HBRBATC' AND
              HBRLDG-PARTITION-ID NOT < 90 AND
              (HBRLDG-COUNTER-NAME = 'CALLS' OR
               HBRLDG-COUNTER-NAME = 'RESTART-SKIPPED')
               ADD HBRLDG-COUNT TO WS-SWEEP-RESULTS-LOGGED
           END-IF
           IF HBRLDG-STEP-NAME = 'HBRBATC' AND
              HBRLDG-PARTITION-ID NOT < 90 AND
              HBRLDG-COUNTER-NAME = 'RESTART-SWEPT'
               SUBTRACT HBRLDG-COUNT FROM WS-SWEEP-RESULTS-LOGGED
           END-IF
           MOVE HBRLDG-STEP-NAME TO WS-SRCH-STEP
           MOVE HBRLDG-PARTITION-ID TO WS-SRCH-PART
           MOVE HBRLDG-COUNTER-NAME TO WS-SRCH-COUNTER
           IF HBRLDG-RUN-TYPE = 'E'
               MOVE 'E' TO WS-SRCH-CLASS
           ELSE
               MOVE ' ' TO WS-SRCH-CLASS
           END-IF
           PERFORM 2900-FIND-ENTRY
           IF NOT WS-FOUND
               IF WS-ENTRY-COUNT NOT < WS-MAX-ENTRIES
                   ADD 1 TO WS-LEDGER-UNREADABLE
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WS-ENTRY-COUNT
               SET WS-LDG-IDX TO WS-ENTRY-COUNT
               MOVE WS-SRCH-KEY TO WS-LDG-KEY(WS-LDG-IDX)
               MOVE 0 TO WS-LDG-COUNT(WS-LDG-IDX)
           END-IF
           IF WS-SRCH-CLASS = 'E' OR
              (HBRLDG-STEP-NAME = 'HBRBATC' AND
               HBRLDG-PARTITION-ID NOT < 90)
               ADD HBRLDG-COUNT TO WS-LDG-COUNT(WS-LDG-IDX)
           ELSE
               MOVE HBRLDG-COUNT TO WS-LDG-COUNT(WS-LDG-IDX)
           END-IF.
       2200-EXIT.
           EXIT.

       2300-HOLD-SWEEP-EXTRACT.
           SET WS-SWEEP-EXTRACT-SEEN TO TRUE
           EVALUATE HBRLDG-COUNTER-NAME
               WHEN 'RESULTS-READ'
                   MOVE HBRLDG-COUNT TO WS-SXT-READ
                   MOVE WS-SWEEP-RESULTS-LOGGED TO WS-SXT-EXPECTED
               WHEN 'EXTRACTED'
                   MOVE HBRLDG-COUNT TO WS-SXT-EXTRACTED
               WHEN 'EXCEPTIONS'
                   MOVE HBRLDG-COUNT TO WS-SXT-EXCEPTIONS
           END-EVALUATE.

       2900-FIND-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-LDG-IDX TO 1
           SEARCH WS-LDG-ENTRY
               AT END CONTINUE
               WHEN WS-LDG-IDX > WS-ENTRY-COUNT
                   CONTINUE
               WHEN WS-LDG-KEY(WS-LDG-IDX) = WS-SRCH-KEY
                   SET WS-FOUND TO TRUE
           END-SEARCH.

      *    RETURNS THE COUNT FOR WS-SRCH-KEY IN WS-GOT-COUNT, ZERO     *
      *    (WITH WS-FOUND OFF) WHEN THE STEP NEVER LOGGED IT.          *
       2950-GET-COUNT.
           PERFORM 2900-FIND-ENTRY
           IF WS-FOUND
               MOVE WS-LDG-COUNT(WS-LDG-IDX) TO WS-GOT-COUNT
           ELSE
               MOVE 0 TO WS-GOT-COUNT
           END-IF.

      *    TOTALS ONE COUNTER OF ONE STEP OVER A PARTITION RANGE.      *
       2960-SUM-COUNTER.
           MOVE 0 TO WS-SUM-TOTAL
           MOVE 0 TO WS-SUM-PARTS
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-ENTRY-COUNT
               IF WS-LDG-STEP(WS-LDG-IDX) = WS-SUM-STEP AND
                  WS-LDG-COUNTER(WS-LDG-IDX) = WS-SUM-COUNTER AND
                  WS-LDG-CLASS(WS-LDG-IDX) = WS-SUM-CLASS AND
                  WS-LDG-PART(WS-LDG-IDX) NOT < WS-SUM-LOW AND
                  WS-LDG-PART(WS-LDG-IDX) NOT > WS-SUM-HIGH
                   ADD WS-LDG-COUNT(WS-LDG-IDX) TO WS-SUM-TOTAL
                   ADD 1 TO WS-SUM-PARTS
               END-IF
           END-PERFORM.

       2970-SUM-NIGHTLY-BATC.
           MOVE 'HBRBATC' TO WS-SUM-STEP
           MOVE ' ' TO WS-SUM-CLASS
           MOVE 0 TO WS-SUM-LOW
           MOVE 89 TO WS-SUM-HIGH
           PERFORM 2960-SUM-COUNTER.

       3000-CHECK-NIGHTLY-CHAIN.
           MOVE 'NIGHTLY CHAIN' TO WS-SECTION-TITLE
           WRITE HBRBALO-LINE FROM WS-SECTION-LINE
           MOVE ' ' TO WS-SRCH-CLASS
           MOVE 0 TO WS-SRCH-PART
           MOVE 'HBREDIT' TO WS-SRCH-STEP
           MOVE 'RECORDS-READ' TO WS-SRCH-COUNTER
           PERFORM 2950-GET-COUNT
           IF NOT WS-FOUND
               MOVE 'HBREDIT PRE-EDIT' TO WS-CHK-DESC
               PERFORM 8300-WRITE-NOT-LOGGED
           END-IF
           MOVE WS-GOT-COUNT TO WS-EDIT-READ
           MOVE 'CLEAN-WRITTEN' TO WS-SRCH-COUNTER
           PERFORM 2950-GET-COUNT
           MOVE WS-GOT-COUNT TO WS-EDIT-CLEAN
           MOVE 'REJECTED' TO WS-SRCH-COUNTER
           PERFORM 2950-GET-COUNT
           MOVE WS-GOT-COUNT TO WS-EDIT-REJECTED
           MOVE 'CALLS' TO WS-SUM-COUNTER
           PERFORM 2970-SUM-NIGHTLY-BATC
           MOVE WS-SUM-TOTAL TO WS-BATC-CALLS
           MOVE WS-SUM-PARTS TO WS-BATC-PARTS
           IF WS-BATC-PARTS = 0
               MOVE 'HBRBATC NIGHTLY RUN' TO WS-CHK-DESC
               PERFORM 8300-WRITE-NOT-LOGGED
           END-IF
           MOVE 'RECORDS-READ' TO WS-SUM-COUNTER
           PERFORM 2970-SUM-NIGHTLY-BATC
           MOVE WS-SUM-TOTAL TO WS-BATC-READ
           MOVE 'RESTART-SKIPPED' TO WS-SUM-COUNTER
           PERFORM 2970-SUM-NIGHTLY-BATC
           MOVE WS-SUM-TOTAL TO WS-BATC-RESTART
           MOVE 'RESTART-SWEPT' TO WS-SUM-COUNTER
           PERFORM 2970-SUM-NIGHTLY-BATC
           MOVE WS-SUM-TOTAL TO WS-BATC-RESTART-SWEPT
           MOVE 'REGISTER-SKIPPED' TO WS-SUM-COUNTER
           PERFORM 2970-SUM-NIGHTLY-BATC
           MOVE WS-SUM-TOTAL TO WS-BATC-REGISTER
           MOVE 'FAILURES' TO WS-SUM-COUNTER
           PERFORM 2970-SUM-NIGHTLY-BATC
           MOVE WS-SUM-TOTAL TO WS-BATC-FAILURES
           MOVE 'ORPHANS' TO WS-SUM-COUNTER
           PERFORM 2970-SUM-NIGHTLY-BATC
           MOVE WS-SUM-TOTAL TO WS-BATC-ORPHANS
           MOVE 'HBREDIT READ - REJECTS = CLEAN' TO WS-CHK-DESC
           COMPUTE WS-CHK-LEFT = WS-EDIT-READ - WS-EDIT-REJECTED
           MOVE WS-EDIT-CLEAN TO WS-CHK-RIGHT
           PERFORM 8000-WRITE-CHECK
           PERFORM 3100-CHECK-SPLIT
           MOVE 'HBRBATC READ (ALL PARTITIONS) = HBREDIT CLEAN'
               TO WS-CHK-DESC
           MOVE WS-BATC-READ TO WS-CHK-LEFT
           MOVE WS-EDIT-CLEAN TO WS-CHK-RIGHT
           PERFORM 8000-WRITE-CHECK
           PERFORM 3200-CHECK-PARTITION
               VARYING WS-PART FROM 0 BY 1 UNTIL WS-PART > 89
           PERFORM 3300-CHECK-EXTRACT
           PERFORM 3400-CHECK-RECONCILIATION.

       3100-CHECK-SPLIT.
           MOVE 'HBRSPLT' TO WS-SRCH-STEP
           MOVE 0 TO WS-SRCH-PART
           MOVE ' ' TO WS-SRCH-CLASS
           MOVE 'RECORDS-READ' TO WS-SRCH-COUNTER
           PERFORM 2950-GET-COUNT
           IF NOT WS-FOUND
               MOVE 'HBRSPLT PARTITION SPLIT' TO WS-CHK-DESC
               PERFORM 8100-WRITE-NOT-RUN
           ELSE
               SET WS-SPLIT-RAN TO TRUE
               MOVE 'HBRSPLT READ = HBREDIT CLEAN' TO WS-CHK-DESC
               MOVE WS-GOT-COUNT TO WS-CHK-LEFT
               MOVE WS-EDIT-CLEAN TO WS-CHK-RIGHT
               PERFORM 8000-WRITE-CHECK
               MOVE 'HBRSPLT' TO WS-SUM-STEP
               MOVE 'RECORDS-WRITTEN' TO WS-SUM-COUNTER
               MOVE ' ' TO WS-SUM-CLASS
               MOVE 1 TO WS-SUM-LOW
               MOVE 89 TO WS-SUM-HIGH
               PERFORM 2960-SUM-COUNTER
               MOVE 'HBRSPLT WRITTEN (ALL PARTITIONS) = HBRSPLT READ'
                   TO WS-CHK-DESC
               MOVE WS-SUM-TOTAL TO WS-CHK-LEFT
               MOVE WS-GOT-COUNT TO WS-CHK-RIGHT
               PERFORM 8000-WRITE-CHECK
           END-IF.

      *    A PARTITION HBRSPLT WROTE THAT NO HBRBATC INSTANCE LOGGED   *
      *    IS OUT OF BALANCE AGAINST A READ COUNT OF ZERO.             *
       3200-CHECK-PARTITION.
           MOVE WS-PART TO WS-PD-PART
           MOVE ' ' TO WS-SRCH-CLASS
           MOVE WS-PART TO WS-SRCH-PART
           MOVE 'HBRBATC' TO WS-SRCH-STEP
           MOVE 'RECORDS-READ' TO WS-SRCH-COUNTER
           PERFORM 2950-GET-COUNT
           MOVE WS-FOUND-SW TO WS-PART-SW
           MOVE WS-GOT-COUNT TO WS-PART-READ
           IF WS-SPLIT-RAN AND WS-PART > 0
               MOVE 'HBRSPLT' TO WS-SRCH-STEP
               MOVE 'RECORDS-WRITTEN' TO WS-SRCH-COUNTER
               PERFORM 2950-GET-COUNT
               IF WS-FOUND OR WS-PART-LOGGED
                   MOVE 'HBRSPLT WRITTEN = HBRBATC READ'
                       TO WS-PD-TEXT
                   MOVE WS-PART-DESC TO WS-CHK-DESC
                   MOVE WS-GOT-COUNT TO WS-CHK-LEFT
                   MOVE WS-PART-READ TO WS-CHK-RIGHT
                   PERFORM 8000-WRITE-CHECK
               END-IF
           END-IF
           IF WS-PART-LOGGED
               MOVE 'HBRBATC' TO WS-SRCH-STEP
               MOVE 'CALLS' TO WS-SRCH-COUNTER
               PERFORM 2950-GET-COUNT
               MOVE WS-GOT-COUNT TO WS-PART-CALLS
               MOVE 'RESTART-SKIPPED' TO WS-SRCH-COUNTER
               PERFORM 2950-GET-COUNT
               MOVE WS-GOT-COUNT TO WS-PART-RESTART
               MOVE 'REGISTER-SKIPPED' TO WS-SRCH-COUNTER
               PERFORM 2950-GET-COUNT
               MOVE WS-GOT-COUNT TO WS-PART-REGISTER
               MOVE 'HBRBATC READ = CALLS + SKIPPED'
                   TO WS-PD-TEXT
               MOVE WS-PART-DESC TO WS-CHK-DESC
               MOVE WS-PART-READ TO WS-CHK-LEFT
               COMPUTE WS-CHK-RIGHT = WS-PART-CALLS
                   + WS-PART-RESTART + WS-PART-REGISTER
               PERFORM 8000-WRITE-CHECK
           END-IF.

      *    CUSTOMERS THE NIGHT SKIPPED AS ALREADY SWEPT HAVE THEIR     *
      *    RESULT ON THE DAYTIME DATASET, NOT TONIGHT'S HBRRSLTF -     *
      *    INCLUDING THOSE A RESTART SKIPPED THAT THE ABENDED RUN HAD  *
      *    SKIPPED AS SWEPT (RESTART-SWEPT).                           *
       3300-CHECK-EXTRACT.
           MOVE 'HBRXTRC' TO WS-SRCH-STEP
           MOVE 0 TO WS-SRCH-PART
           MOVE ' ' TO WS-SRCH-CLASS
           MOVE 'RESULTS-READ' TO WS-SRCH-COUNTER
           PERFORM 2950-GET-COUNT
           IF NOT WS-FOUND
               MOVE 'HBRXTRC DECISION EXTRACT' TO WS-CHK-DESC
               PERFORM 8300-WRITE-NOT-LOGGED
           END-IF
           MOVE 'CUSTOMERS SKIPPED AS SWEPT TODAY' TO WS-CHK-DESC
           MOVE WS-BATC-REGISTER TO WS-CHK-LEFT
           PERFORM 8200-WRITE-INFO
           MOVE 'HBRRSLTF (HBRXTRC READ) = CALLS + RESTART SKIPS'
               TO WS-CHK-DESC
           MOVE WS-GOT-COUNT TO WS-CHK-LEFT
           COMPUTE WS-CHK-RIGHT = WS-BATC-CALLS + WS-BATC-RESTART
               - WS-BATC-RESTART-SWEPT
           PERFORM 8000-WRITE-CHECK
           MOVE WS-GOT-COUNT TO WS-CHK-LEFT
           MOVE 'EXTRACTED' TO WS-SRCH-COUNTER
           PERFORM 2950-GET-COUNT
           MOVE WS-GOT-COUNT TO WS-CHK-RIGHT
           MOVE 'EXCEPTIONS' TO WS-SRCH-COUNTER
           PERFORM 2950-GET-COUNT
           ADD WS-GOT-COUNT TO WS-CHK-RIGHT
           MOVE 'HBRXTRC READ = HBRDECF + HBRXEXC' TO WS-CHK-DESC
           PERFORM 8000-WRITE-CHECK.

      *    MISSED IS INFORMATION ONLY - A CUSTOMER REJECTED LOCALLY    *
      *    FOR ITS PARAMETERS OR LOST TO AN EXCI LINK FAILURE HAS NO   *
      *    AUDIT RECORD AND IS ALREADY ACCOUNTED FOR ON HBRERRF.       *
       3400-CHECK-RECONCILIATION.
           MOVE 'HBRRECN' TO WS-SRCH-STEP
           MOVE 0 TO WS-SRCH-PART
           MOVE ' ' TO WS-SRCH-CLASS
           MOVE 'INPUT-READ' TO WS-SRCH-COUNTER
           PERFORM 2950-GET-COUNT
           IF NOT WS-FOUND
               MOVE 'HBRRECN AUDIT RECONCILIATION' TO WS-CHK-DESC
               PERFORM 8100-WRITE-NOT-RUN
           ELSE
               MOVE 'HBRRECN INPUT = HBREDIT CLEAN' TO WS-CHK-DESC
               MOVE WS-GOT-COUNT TO WS-CHK-LEFT
               MOVE WS-EDIT-CLEAN TO WS-CHK-RIGHT
               PERFORM 8000-WRITE-CHECK
               MOVE 'DUPLICATED' TO WS-SRCH-COUNTER
               PERFORM 2950-GET-COUNT
               MOVE WS-GOT-COUNT TO WS-CHK-LEFT
               MOVE 'UNEXPECTED' TO WS-SRCH-COUNTER
               PERFORM 2950-GET-COUNT
               ADD WS-GOT-COUNT TO WS-CHK-LEFT
               MOVE 0 TO WS-CHK-RIGHT
               MOVE 'HBRRECN DUPLICATED + UNEXPECTED = ZERO'
                   TO WS-CHK-DESC
               PERFORM 8000-WRITE-CHECK
               MOVE 'MISSED' TO WS-SRCH-COUNTER
               PERFORM 2950-GET-COUNT
               MOVE 'HBRRECN MISSED (NO AUDIT RECORD)' TO WS-CHK-DESC
               MOVE WS-GOT-COUNT TO WS-CHK-LEFT
               PERFORM 8200-WRITE-INFO
           END-IF.

       5000-CHECK-ERROR-FILE.
           MOVE 'HBRERRF ERROR FILE' TO WS-SECTION-TITLE
           WRITE HBRBALO-LINE FROM WS-SECTION-LINE
           MOVE 'NIGHTLY CALL FAILURES' TO WS-CHK-DESC
           MOVE WS-BATC-FAILURES TO WS-CHK-LEFT
           PERFORM 8200-WRITE-INFO
           MOVE 'ORPHANED PARAMETER INSTCODES' TO WS-CHK-DESC
           MOVE WS-BATC-ORPHANS TO WS-CHK-LEFT
           PERFORM 8200-WRITE-INFO
           MOVE 'NIGHTLY HBRERRF RECORDS' TO WS-CHK-DESC
           COMPUTE WS-CHK-LEFT = WS-BATC-FAILURES + WS-BATC-ORPHANS
           PERFORM 8200-WRITE-INFO
           MOVE 'HBRCONS' TO WS-SRCH-STEP
           MOVE 0 TO WS-SRCH-PART
           MOVE ' ' TO WS-SRCH-CLASS
           MOVE 'NIGHTLY-CALLS' TO WS-SRCH-COUNTER
           PERFORM 2950-GET-COUNT
           IF NOT WS-FOUND
               MOVE 'HBRCONS CONSOLIDATION' TO WS-CHK-DESC
               PERFORM 8100-WRITE-NOT-RUN
           ELSE
               SET WS-CONS-RAN TO TRUE
               MOVE 'HBRCONS NIGHTLY CALLS = HBRBATC CALLS'
                   TO WS-CHK-DESC
               MOVE WS-GOT-COUNT TO WS-CHK-LEFT
               MOVE WS-BATC-CALLS TO WS-CHK-RIGHT
               PERFORM 8000-WRITE-CHECK
               MOVE 'NIGHTLY-FAILURES' TO WS-SRCH-COUNTER
               PERFORM 2950-GET-COUNT
               MOVE 'HBRCONS NIGHTLY FAILURES = HBRBATC FAILURES'
                   TO WS-CHK-DESC
               MOVE WS-GOT-COUNT TO WS-CHK-LEFT
               MOVE WS-BATC-FAILURES TO WS-CHK-RIGHT
               PERFORM 8000-WRITE-CHECK
           END-IF
           MOVE 'HBRBATC' TO WS-SUM-STEP
           MOVE 'E' TO WS-SUM-CLASS
           MOVE 0 TO WS-SUM-LOW
           MOVE 99 TO WS-SUM-HIGH
           MOVE 'CALLS' TO WS-SUM-COUNTER
           PERFORM 2960-SUM-COUNTER
           IF WS-SUM-PARTS > 0
               MOVE 'RERUN OF FAILURES - CALLS' TO WS-CHK-DESC
               MOVE WS-SUM-TOTAL TO WS-CHK-LEFT
               PERFORM 8200-WRITE-INFO
               MOVE 'FAILURES' TO WS-SUM-COUNTER
               PERFORM 2960-SUM-COUNTER
               MOVE 'RERUN OF FAILURES - STILL FAILING' TO WS-CHK-DESC
               MOVE WS-SUM-TOTAL TO WS-CHK-LEFT
               PERFORM 8200-WRITE-INFO
           END-IF.

       6000-CHECK-SWEEPS.
           MOVE 'INTRADAY SWEEPS (PARTITIONS 90-99)'
               TO WS-SECTION-TITLE
           WRITE HBRBALO-LINE FROM WS-SECTION-LINE
           MOVE 'HBRBATC' TO WS-SUM-STEP
           MOVE ' ' TO WS-SUM-CLASS
           MOVE 90 TO WS-SUM-LOW
           MOVE 99 TO WS-SUM-HIGH
           MOVE 'CALLS' TO WS-SUM-COUNTER
           PERFORM 2960-SUM-COUNTER
           IF WS-SUM-PARTS = 0
               MOVE 'HBRBATC SWEEP RUNS' TO WS-CHK-DESC
               PERFORM 8100-WRITE-NOT-RUN
           ELSE
               PERFORM 6100-CHECK-SWEEP-PARTITION
                   VARYING WS-PART FROM 90 BY 1 UNTIL WS-PART > 99
           END-IF
           IF WS-CONS-RAN
               MOVE 'HBRCONS' TO WS-SRCH-STEP
               MOVE 0 TO WS-SRCH-PART
               MOVE ' ' TO WS-SRCH-CLASS
               MOVE 'SWEEP-CALLS' TO WS-SRCH-COUNTER
               PERFORM 2950-GET-COUNT
               MOVE 'HBRCONS SWEEP CALLS = HBRBATC SWEEP CALLS'
                   TO WS-CHK-DESC
               MOVE WS-GOT-COUNT TO WS-CHK-LEFT
               MOVE WS-SUM-TOTAL TO WS-CHK-RIGHT
               PERFORM 8000-WRITE-CHECK
               MOVE 'FAILURES' TO WS-SUM-COUNTER
               PERFORM 2960-SUM-COUNTER
               MOVE 'SWEEP-FAILURES' TO WS-SRCH-COUNTER
               PERFORM 2950-GET-COUNT
               MOVE 'HBRCONS SWEEP FAILURES = HBRBATC SWEEP FAILURES'
                   TO WS-CHK-DESC
               MOVE WS-GOT-COUNT TO WS-CHK-LEFT
               MOVE WS-SUM-TOTAL TO WS-CHK-RIGHT
               PERFORM 8000-WRITE-CHECK
           END-IF
           IF NOT WS-SWEEP-EXTRACT-SEEN
               MOVE 'HBRXTRC SWEEP EXTRACT' TO WS-CHK-DESC
               PERFORM 8100-WRITE-NOT-RUN
           ELSE
               MOVE 'SWEEP RESULTS (HBRXTRC READ) = SWEEP CALLS'
                   TO WS-CHK-DESC
               MOVE WS-SXT-READ TO WS-CHK-LEFT
               MOVE WS-SXT-EXPECTED TO WS-CHK-RIGHT
               PERFORM 8000-WRITE-CHECK
               MOVE 'SWEEP HBRXTRC READ = HBRDECF + HBRXEXC'
                   TO WS-CHK-DESC
               MOVE WS-SXT-READ TO WS-CHK-LEFT
               COMPUTE WS-CHK-RIGHT =
                   WS-SXT-EXTRACTED + WS-SXT-EXCEPTIONS
               PERFORM 8000-WRITE-CHECK
           END-IF.

       6100-CHECK-SWEEP-PARTITION.
           MOVE WS-PART TO WS-PD-PART
           MOVE 'HBRBATC' TO WS-SRCH-STEP
           MOVE WS-PART TO WS-SRCH-PART
           MOVE ' ' TO WS-SRCH-CLASS
           MOVE 'RECORDS-READ' TO WS-SRCH-COUNTER
           PERFORM 2950-GET-COUNT
           IF WS-FOUND
               MOVE WS-GOT-COUNT TO WS-CHK-LEFT
               MOVE 'CALLS' TO WS-SRCH-COUNTER
               PERFORM 2950-GET-COUNT
               MOVE WS-GOT-COUNT TO WS-CHK-RIGHT
               MOVE 'RESTART-SKIPPED' TO WS-SRCH-COUNTER
               PERFORM 2950-GET-COUNT
               ADD WS-GOT-COUNT TO WS-CHK-RIGHT
               MOVE 'REGISTER-SKIPPED' TO WS-SRCH-COUNTER
               PERFORM 2950-GET-COUNT
               ADD WS-GOT-COUNT TO WS-CHK-RIGHT
               MOVE 'SWEEP READ = CALLS + SKIPPED' TO WS-PD-TEXT
               MOVE WS-PART-DESC TO WS-CHK-DESC
               PERFORM 8000-WRITE-CHECK
           END-IF.

       7000-PRODUCE-CERTIFICATE.
           MOVE SPACES TO HBRBALO-LINE
           WRITE HBRBALO-LINE
           MOVE 'LEDGER RECORDS READ' TO WS-SUM-LABEL
           MOVE WS-LEDGER-READ TO WS-SUM-COUNT
           WRITE HBRBALO-LINE FROM WS-SUMMARY-LINE
           IF WS-LEDGER-UNREADABLE > 0
               MOVE 'LEDGER RECORDS UNUSABLE' TO WS-SUM-LABEL
               MOVE WS-LEDGER-UNREADABLE TO WS-SUM-COUNT
               WRITE HBRBALO-LINE FROM WS-SUMMARY-LINE
               SET WS-HOLD-RELEASE TO TRUE
           END-IF
           MOVE 'CHECKS MADE' TO WS-SUM-LABEL
           MOVE WS-CHECKS-MADE TO WS-SUM-COUNT
           WRITE HBRBALO-LINE FROM WS-SUMMARY-LINE
           MOVE 'CHECKS OUT OF BALANCE' TO WS-SUM-LABEL
           MOVE WS-CHECKS-FAILED TO WS-SUM-COUNT
           WRITE HBRBALO-LINE FROM WS-SUMMARY-LINE
           IF WS-HOLD-RELEASE
               MOVE 'HOLD - DOWNSTREAM FEEDS MUST NOT BE RELEASED'
                   TO WS-REL-DECISION
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'GO - RUN BALANCES, DOWNSTREAM FEEDS RELEASED'
                   TO WS-REL-DECISION
               MOVE 0 TO RETURN-CODE
           END-IF
           WRITE HBRBALO-LINE FROM WS-RELEASE-LINE
           DISPLAY 'HBRBAL - CHECKS=' WS-CHECKS-MADE
               ' OUT OF BALANCE=' WS-CHECKS-FAILED
           DISPLAY 'HBRBAL - RELEASE DECISION: ' WS-REL-DECISION.

       8000-WRITE-CHECK.
           ADD 1 TO WS-CHECKS-MADE
           MOVE WS-CHK-LEFT TO WS-CHK-LEFT-OUT
           MOVE WS-CHK-RIGHT TO WS-CHK-RIGHT-OUT
           IF WS-CHK-LEFT = WS-CHK-RIGHT
               MOVE 'BALANCED' TO WS-CHK-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-CHK-RESULT
               ADD 1 TO WS-CHECKS-FAILED
               SET WS-HOLD-RELEASE TO TRUE
           END-IF
           WRITE HBRBALO-LINE FROM WS-CHECK-LINE.

       8100-WRITE-NOT-RUN.
           MOVE 0 TO WS-CHK-LEFT-OUT
           MOVE 0 TO WS-CHK-RIGHT-OUT
           MOVE 'NOT RUN' TO WS-CHK-RESULT
           WRITE HBRBALO-LINE FROM WS-CHECK-LINE.

       8200-WRITE-INFO.
           MOVE WS-CHK-LEFT TO WS-CHK-LEFT-OUT
           MOVE 0 TO WS-CHK-RIGHT-OUT
           MOVE 'FOR INFORMATION' TO WS-CHK-RESULT
           WRITE HBRBALO-LINE FROM WS-CHECK-LINE.

      *    A REQUIRED STEP MISSING FROM THE LEDGER HOLDS THE RELEASE - *
      *    ITS COUNTS CANNOT BE PROVED.                                *
       8300-WRITE-NOT-LOGGED.
           ADD 1 TO WS-CHECKS-MADE
           ADD 1 TO WS-CHECKS-FAILED
           SET WS-HOLD-RELEASE TO TRUE
           MOVE 0 TO WS-CHK-LEFT-OUT
           MOVE 0 TO WS-CHK-RIGHT-OUT
           MOVE 'STEP NOT LOGGED' TO WS-CHK-RESULT
           WRITE HBRBALO-LINE FROM WS-CHECK-LINE.

       9000-TERMINATE.
           IF NOT WS-LDGF-STATUS = "35"
               CLOSE HBRLDGF-FILE
           END-IF
           CLOSE HBRBALO-FILE.
