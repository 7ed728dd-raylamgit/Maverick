      *    WITH PARTITION ID 00. INTRADAY SWEEP RUNS (HBRBATC RUN      *
      *    MODE 'S') WRITE PARTITION IDS 90-99 BY CONVENTION AND ARE   *
      *    TOTALLED ON THEIR OWN LINE SO THE NIGHTLY NUMBERS AND THE   *
      *    DAYTIME SWEEP NUMBERS STAY ACCOUNTABLE SEPARATELY. BOTH     *
      *    SETS OF TOTALS ARE ALSO APPENDED TO THE HBRLDGF RUN LEDGER  *
      *    (SEE HBRLDG) FOR THE HBRBAL BALANCING STEP.                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRCONS.
           SELECT HBRCONSO-FILE ASSIGN TO "HBRCONSO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT HBRLDGF-FILE ASSIGN TO "HBRLDGF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LDGF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HBRSUMF-FILE
       FD  HBRCONSO-FILE
           RECORDING MODE IS F.
       01  HBRCONSO-LINE PIC X(132).
       FD  HBRLDGF-FILE
           RECORDING MODE IS F.
           COPY hbrldg.
       WORKING-STORAGE SECTION.
       01  WS-SUMF-STATUS PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS PIC XX VALUE SPACES.
       01  WS-LDGF-STATUS PIC XX VALUE SPACES.
       01  WS-SUMF-EOF-SW PIC X VALUE 'N'.
           88 WS-SUMF-EOF VALUE 'Y'.
       01  WS-PARTITIONS-SEEN PIC 9(4) VALUE 0.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONSOLIDATE UNTIL WS-SUMF-EOF
           PERFORM 3000-PRODUCE-TOTALS
           PERFORM 3100-WRITE-LEDGER
           PERFORM 9000-TERMINATE
           STOP RUN.

               WRITE HBRCONSO-LINE FROM WS-SWEEP-LINE
           END-IF.

      *    APPENDS THIS STEP'S CONTROL COUNTS TO THE RUN LEDGER.       *
       3100-WRITE-LEDGER.
           OPEN EXTEND HBRLDGF-FILE
           IF WS-LDGF-STATUS = "35" OR WS-LDGF-STATUS = "05"
               OPEN OUTPUT HBRLDGF-FILE
           END-IF
           MOVE SPACES TO HBRLDG-RECORD
           MOVE 'HBRCONS' TO HBRLDG-STEP-NAME
           MOVE 0 TO HBRLDG-PARTITION-ID
           MOVE ' ' TO HBRLDG-RUN-TYPE
           MOVE WS-RUN-DATE TO HBRLDG-RUN-DATE
           ACCEPT HBRLDG-RUN-TIME FROM TIME
           MOVE 'NIGHTLY-CALLS' TO HBRLDG-COUNTER-NAME
           MOVE WS-TOTAL-CALLS TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           MOVE 'NIGHTLY-FAILURES' TO HBRLDG-COUNTER-NAME
           MOVE WS-TOTAL-FAILURES TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           MOVE 'SWEEP-CALLS' TO HBRLDG-COUNTER-NAME
           MOVE WS-SWEEP-CALLS TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           MOVE 'SWEEP-FAILURES' TO HBRLDG-COUNTER-NAME
           MOVE WS-SWEEP-FAILURES TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           CLOSE HBRLDGF-FILE.

       9000-TERMINATE.
           CLOSE HBRSUMF-FILE
           CLOSE HBRCONSO-FILE.
