      ******************************************************************
      *    HBRERCT - CUSTOMER ERASURE CERTIFICATES                     *
      *    LAST STEP OF AN ERASURE RUN. READS THE HBRERLG RUN LOG      *
      *    WRITTEN BY THE HBRERAS STEPS (SEE HBRERL) AND THE UPDATED   *
      *    HBRERGF REGISTER (SEE HBRERG) AND PRINTS ONE CERTIFICATE ON *
      *    HBRERCO FOR:                                                *
      *       - EVERY CUSTOMER REGISTERED BY THIS RUN (ERASURE), AND   *
      *       - EVERY CUSTOMER ALREADY ON THE REGISTER WHOSE RECORDS   *
      *         TURNED UP AGAIN IN A DATASET THIS RUN SCRUBBED, E.G. A *
      *         RESTORED OLD TAPE (RE-SCRUB).                          *
      *    EACH CERTIFICATE LISTS EVERY DATASET AND GENERATION THE RUN *
      *    SCRUBBED, WITH ITS RECORDS IN AND OUT AND THE RECORDS AND   *
      *    PARAMETER VALUES CHANGED FOR THAT CUSTOMER, AND ENDS WITH   *
      *    THE SIGN-OFF BLOCK FOR OPERATIONS AND DATA PROTECTION. THE  *
      *    CUSTOMER IS IDENTIFIED BY ORDER REFERENCE AND ERASURE TOKEN *
      *    ONLY - THE INSTCODE IS NOT KNOWN HERE AND IS NEVER PRINTED. *
      *                                                                *
      *    CONTROL PARAMETERS ARE READ FROM HBRERCTP:                 *
      *       POS 1-8  ERASURE RUN DATE (YYYYMMDD) - THE REGISTERED    *
      *                DATE HBRERRG GAVE THIS RUN'S CUSTOMERS. DEFAULT *
      *                IS TODAY (SET IT WHEN THE RUN CROSSES MIDNIGHT) *
      *                                                                *
      *    RETURN CODE 8 WHEN THE LOG IS EMPTY OR HAS AN UNREADABLE    *
      *    RECORD, OR ANY DATASET'S RECORDS OUT DO NOT EQUAL ITS       *
      *    RECORDS IN - THE CERTIFICATES ARE THEN NOT TO BE SIGNED.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRERCT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HBRERCTP-FILE ASSIGN TO "HBRERCTP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HBRERGF-FILE ASSIGN TO "HBRERGF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERGF-STATUS.
           SELECT HBRERLG-FILE ASSIGN TO "HBRERLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERLG-STATUS.
           SELECT HBRERCO-FILE ASSIGN TO "HBRERCO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HBRERCTP-FILE
           RECORDING MODE IS F.
       01  HBRERCTP-RECORD.
           05 HBRERCTP-RUN-DATE PIC 9(8).
       FD  HBRERGF-FILE
           RECORDING MODE IS F.
           COPY hbrerg.
       FD  HBRERLG-FILE
           RECORDING MODE IS F.
           COPY hbrerl.
       FD  HBRERCO-FILE
           RECORDING MODE IS F.
       01  HBRERCO-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC XX VALUE SPACES.
       01  WS-ERGF-STATUS PIC XX VALUE SPACES.
       01  WS-ERLG-STATUS PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS PIC XX VALUE SPACES.
       01  WS-ERGF-EOF-SW PIC X VALUE 'N'.
           88 WS-ERGF-EOF VALUE 'Y'.
       01  WS-ERLG-EOF-SW PIC X VALUE 'N'.
           88 WS-ERLG-EOF VALUE 'Y'.
       01  WS-RUN-DATE PIC 9(8).
      *    DATASET TOTALS FROM THE LOG, IN THE ORDER THE STEPS RAN.    *
       01  WS-MAX-DATASETS PIC 9(4) VALUE 500.
       01  WS-DS-TABLE.
           05 WS-DS-COUNT PIC 9(4) VALUE 0.
           05 WS-DS-ENTRY OCCURS 500 INDEXED BY WS-DS-IDX.
              10 WS-DS-FILE-TYPE PIC X(4).
              10 WS-DS-DATASET PIC X(44).
              10 WS-DS-READ PIC 9(9).
              10 WS-DS-WRITTEN PIC 9(9).
              10 WS-DS-CHANGED PIC 9(9).
              10 WS-DS-BLANKED PIC 9(9).
      *    PER-CUSTOMER COUNTS FROM THE LOG, EACH AGAINST THE DATASET  *
      *    TOTALS RECORD IT FOLLOWED.                                  *
       01  WS-MAX-HITS PIC 9(5) VALUE 10000.
       01  WS-HIT-TABLE.
           05 WS-HIT-COUNT PIC 9(5) VALUE 0.
           05 WS-HIT-ENTRY OCCURS 10000 INDEXED BY WS-HIT-IDX.
              10 WS-HIT-TOKEN PIC X(12).
              10 WS-HIT-DS PIC 9(4).
              10 WS-HIT-CHANGED PIC 9(9).
              10 WS-HIT-BLANKED PIC 9(9).
      *    THE CURRENT CERTIFICATE'S COUNTS, PARALLEL TO WS-DS-TABLE.  *
       01  WS-CERT-TABLE.
           05 WS-CERT-ENTRY OCCURS 500.
              10 WS-CERT-CHANGED PIC 9(9).
              10 WS-CERT-BLANKED PIC 9(9).
       01  WS-CERT-SUB PIC 9(4) COMP.
       01  WS-CERT-TYPE PIC X(40).
       01  WS-CERT-DS-WITH-RECORDS PIC 9(9).
       01  WS-CERT-RECS-CHANGED PIC 9(9).
       01  WS-CERT-VALUES-BLANKED PIC 9(9).
       01  WS-REGISTER-READ PIC 9(9) VALUE 0.
       01  WS-LOG-READ PIC 9(9) VALUE 0.
       01  WS-LOG-UNREADABLE PIC 9(9) VALUE 0.
       01  WS-LOG-NOT-HELD PIC 9(9) VALUE 0.
       01  WS-DS-MISMATCHED PIC 9(9) VALUE 0.
       01  WS-ERASURE-CERTS PIC 9(9) VALUE 0.
       01  WS-RESCRUB-CERTS PIC 9(9) VALUE 0.
       01  WS-HDR-LINE-1.
           05 FILLER PIC X(30) VALUE "CUSTOMER ERASURE CERTIFICATES ".
           05 FILLER PIC X(20) VALUE "(HBRERCT)           ".
           05 FILLER PIC X(6)  VALUE "RUN: ".
           05 WS-HDR-DATE PIC 9(8).
       01  WS-SECTION-LINE.
           05 FILLER PIC X(4) VALUE "--- ".
           05 WS-SECTION-TITLE PIC X(40).
           05 FILLER PIC X(4) VALUE " ---".
       01  WS-FIELD-LINE.
           05 WS-FLD-LABEL PIC X(20).
           05 WS-FLD-VALUE PIC X(40).
       01  WS-DS-HEAD-LINE.
           05 FILLER PIC X(6) VALUE "TYPE".
           05 FILLER PIC X(45) VALUE "DATASET".
           05 FILLER PIC X(13) VALUE " RECORDS IN".
           05 FILLER PIC X(13) VALUE " RECORDS OUT".
           05 FILLER PIC X(13) VALUE "RECS CHANGED".
           05 FILLER PIC X(13) VALUE "VALS BLANKED".
           05 FILLER PIC X(16) VALUE "CHECK".
       01  WS-DS-LINE.
           05 WS-DSL-FILE-TYPE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DSL-DATASET PIC X(44).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DSL-READ PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DSL-WRITTEN PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DSL-CHANGED PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DSL-BLANKED PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DSL-CHECK PIC X(16).
       01  WS-SIGN-LINE-1.
           05 FILLER PIC X(32) VALUE "PERFORMED BY:".
           05 FILLER PIC X(30) VALUE ALL "_".
           05 FILLER PIC X(8) VALUE "  DATE: ".
           05 FILLER PIC X(10) VALUE ALL "_".
       01  WS-SIGN-LINE-2.
           05 FILLER PIC X(32) VALUE "VERIFIED BY (DATA PROTECTION):".
           05 FILLER PIC X(30) VALUE ALL "_".
           05 FILLER PIC X(8) VALUE "  DATE: ".
           05 FILLER PIC X(10) VALUE ALL "_".
       01  WS-SUMMARY-LINE.
           05 WS-SUM-LABEL PIC X(36).
           05 WS-SUM-COUNT PIC ZZZ,ZZZ,ZZ9.
       01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-LOG UNTIL WS-ERLG-EOF
           PERFORM 3000-CHECK-REGISTER-ENTRY UNTIL WS-ERGF-EOF
           PERFORM 4000-PRODUCE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT HBRERCTP-FILE
           IF NOT WS-PARM-STATUS = "35"
               READ HBRERCTP-FILE
                   AT END MOVE SPACES TO HBRERCTP-RECORD
               END-READ
               IF HBRERCTP-RUN-DATE IS NUMERIC
                   MOVE HBRERCTP-RUN-DATE TO WS-RUN-DATE
               END-IF
               CLOSE HBRERCTP-FILE
           END-IF
           OPEN INPUT HBRERLG-FILE
           IF WS-ERLG-STATUS = "35"
               SET WS-ERLG-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-LOG
           END-IF
           OPEN INPUT HBRERGF-FILE
           IF WS-ERGF-STATUS = "35"
               SET WS-ERGF-EOF TO TRUE
           ELSE
               PERFORM 3100-READ-REGISTER
           END-IF
           OPEN OUTPUT HBRERCO-FILE
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           WRITE HBRERCO-LINE FROM WS-HDR-LINE-1
           WRITE HBRERCO-LINE FROM WS-BLANK-LINE.

       2000-LOAD-LOG.
           ADD 1 TO WS-LOG-READ
           PERFORM 2200-POST-LOG-RECORD THRU 2200-EXIT
           PERFORM 2100-READ-LOG.

       2100-READ-LOG.
           READ HBRERLG-FILE
               AT END SET WS-ERLG-EOF TO TRUE
           END-READ.

       2200-POST-LOG-RECORD.
           IF HBRERL-RECORDS-READ NOT NUMERIC
              OR HBRERL-RECORDS-WRITTEN NOT NUMERIC
              OR HBRERL-RECORDS-CHANGED NOT NUMERIC
              OR HBRERL-VALUES-BLANKED NOT NUMERIC
               ADD 1 TO WS-LOG-UNREADABLE
               GO TO 2200-EXIT
           END-IF
           IF HBRERL-TOKEN = SPACES
               IF WS-DS-COUNT NOT < WS-MAX-DATASETS
                   ADD 1 TO WS-LOG-NOT-HELD
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WS-DS-COUNT
               SET WS-DS-IDX TO WS-DS-COUNT
               MOVE HBRERL-FILE-TYPE TO WS-DS-FILE-TYPE(WS-DS-IDX)
               MOVE HBRERL-DATASET TO WS-DS-DATASET(WS-DS-IDX)
               MOVE HBRERL-RECORDS-READ TO WS-DS-READ(WS-DS-IDX)
               MOVE HBRERL-RECORDS-WRITTEN TO WS-DS-WRITTEN(WS-DS-IDX)
               MOVE HBRERL-RECORDS-CHANGED TO WS-DS-CHANGED(WS-DS-IDX)
               MOVE HBRERL-VALUES-BLANKED TO WS-DS-BLANKED(WS-DS-IDX)
               IF HBRERL-RECORDS-READ NOT = HBRERL-RECORDS-WRITTEN
                   ADD 1 TO WS-DS-MISMATCHED
               END-IF
               GO TO 2200-EXIT
           END-IF
      *    A CUSTOMER RECORD WITH NO TOTALS RECORD BEFORE IT CANNOT BE *
      *    TIED TO A DATASET.                                          *
           IF WS-DS-COUNT = 0
               ADD 1 TO WS-LOG-UNREADABLE
               GO TO 2200-EXIT
           END-IF
           IF WS-HIT-COUNT NOT < WS-MAX-HITS
               ADD 1 TO WS-LOG-NOT-HELD
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-HIT-COUNT
           SET WS-HIT-IDX TO WS-HIT-COUNT
           MOVE HBRERL-TOKEN TO WS-HIT-TOKEN(WS-HIT-IDX)
           MOVE WS-DS-COUNT TO WS-HIT-DS(WS-HIT-IDX)
           MOVE HBRERL-RECORDS-CHANGED TO WS-HIT-CHANGED(WS-HIT-IDX)
           MOVE HBRERL-VALUES-BLANKED TO WS-HIT-BLANKED(WS-HIT-IDX).
       2200-EXIT.
           EXIT.

      *    COLLECTS THIS CUSTOMER'S COUNTS FOR EVERY DATASET, THEN     *
      *    DECIDES WHETHER A CERTIFICATE IS DUE.                       *
       3000-CHECK-REGISTER-ENTRY.
           ADD 1 TO WS-REGISTER-READ
           MOVE 0 TO WS-CERT-DS-WITH-RECORDS
           MOVE 0 TO WS-CERT-RECS-CHANGED
           MOVE 0 TO WS-CERT-VALUES-BLANKED
           PERFORM VARYING WS-CERT-SUB FROM 1 BY 1
                   UNTIL WS-CERT-SUB > WS-DS-COUNT
               MOVE 0 TO WS-CERT-CHANGED(WS-CERT-SUB)
               MOVE 0 TO WS-CERT-BLANKED(WS-CERT-SUB)
           END-PERFORM
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HIT-COUNT
               IF WS-HIT-TOKEN(WS-HIT-IDX) = HBRERG-TOKEN
                   MOVE WS-HIT-DS(WS-HIT-IDX) TO WS-CERT-SUB
                   IF WS-CERT-CHANGED(WS-CERT-SUB) = 0
                       ADD 1 TO WS-CERT-DS-WITH-RECORDS
                   END-IF
                   ADD WS-HIT-CHANGED(WS-HIT-IDX)
                       TO WS-CERT-CHANGED(WS-CERT-SUB)
                       WS-CERT-RECS-CHANGED
                   ADD WS-HIT-BLANKED(WS-HIT-IDX)
                       TO WS-CERT-BLANKED(WS-CERT-SUB)
                       WS-CERT-VALUES-BLANKED
               END-IF
           END-PERFORM
           IF HBRERG-REGISTERED-DATE = WS-RUN-DATE
               ADD 1 TO WS-ERASURE-CERTS
               MOVE 'ERASURE' TO WS-CERT-TYPE
               PERFORM 3200-PRINT-CERTIFICATE
           ELSE
               IF WS-CERT-RECS-CHANGED > 0
                   ADD 1 TO WS-RESCRUB-CERTS
                   MOVE 'RE-SCRUB OF RESTORED OR REWRITTEN DATA'
                       TO WS-CERT-TYPE
                   PERFORM 3200-PRINT-CERTIFICATE
               END-IF
           END-IF
           PERFORM 3100-READ-REGISTER.

       3100-READ-REGISTER.
           READ HBRERGF-FILE
               AT END SET WS-ERGF-EOF TO TRUE
           END-READ.

       3200-PRINT-CERTIFICATE.
           MOVE 'CUSTOMER ERASURE CERTIFICATE' TO WS-SECTION-TITLE
           WRITE HBRERCO-LINE FROM WS-SECTION-LINE
           MOVE 'CERTIFICATE TYPE:' TO WS-FLD-LABEL
           MOVE WS-CERT-TYPE TO WS-FLD-VALUE
           WRITE HBRERCO-LINE FROM WS-FIELD-LINE
           MOVE 'ERASURE TOKEN:' TO WS-FLD-LABEL
           MOVE HBRERG-TOKEN TO WS-FLD-VALUE
           WRITE HBRERCO-LINE FROM WS-FIELD-LINE
           MOVE 'ORDER REFERENCE:' TO WS-FLD-LABEL
           MOVE HBRERG-ORDER-REF TO WS-FLD-VALUE
           WRITE HBRERCO-LINE FROM WS-FIELD-LINE
           MOVE 'REQUEST DATE:' TO WS-FLD-LABEL
           MOVE HBRERG-REQUEST-DATE TO WS-FLD-VALUE
           WRITE HBRERCO-LINE FROM WS-FIELD-LINE
           MOVE 'AUTHORISED BY:' TO WS-FLD-LABEL
           MOVE HBRERG-AUTHORISED-BY TO WS-FLD-VALUE
           WRITE HBRERCO-LINE FROM WS-FIELD-LINE
           MOVE 'REGISTERED:' TO WS-FLD-LABEL
           MOVE HBRERG-REGISTERED-DATE TO WS-FLD-VALUE
           WRITE HBRERCO-LINE FROM WS-FIELD-LINE
           WRITE HBRERCO-LINE FROM WS-BLANK-LINE
           WRITE HBRERCO-LINE FROM WS-DS-HEAD-LINE
           PERFORM VARYING WS-CERT-SUB FROM 1 BY 1
                   UNTIL WS-CERT-SUB > WS-DS-COUNT
               PERFORM 3210-PRINT-DATASET-LINE
           END-PERFORM
           WRITE HBRERCO-LINE FROM WS-BLANK-LINE
           MOVE 'DATASETS EXAMINED' TO WS-SUM-LABEL
           MOVE WS-DS-COUNT TO WS-SUM-COUNT
           WRITE HBRERCO-LINE FROM WS-SUMMARY-LINE
           MOVE 'DATASETS HOLDING THE CUSTOMER' TO WS-SUM-LABEL
           MOVE WS-CERT-DS-WITH-RECORDS TO WS-SUM-COUNT
           WRITE HBRERCO-LINE FROM WS-SUMMARY-LINE
           MOVE 'RECORDS CHANGED' TO WS-SUM-LABEL
           MOVE WS-CERT-RECS-CHANGED TO WS-SUM-COUNT
           WRITE HBRERCO-LINE FROM WS-SUMMARY-LINE
           MOVE 'PARAMETER VALUES BLANKED' TO WS-SUM-LABEL
           MOVE WS-CERT-VALUES-BLANKED TO WS-SUM-COUNT
           WRITE HBRERCO-LINE FROM WS-SUMMARY-LINE
           WRITE HBRERCO-LINE FROM WS-BLANK-LINE
           WRITE HBRERCO-LINE FROM WS-SIGN-LINE-1
           WRITE HBRERCO-LINE FROM WS-BLANK-LINE
           WRITE HBRERCO-LINE FROM WS-SIGN-LINE-2
           WRITE HBRERCO-LINE FROM WS-BLANK-LINE.

       3210-PRINT-DATASET-LINE.
           MOVE WS-DS-FILE-TYPE(WS-CERT-SUB) TO WS-DSL-FILE-TYPE
           MOVE WS-DS-DATASET(WS-CERT-SUB) TO WS-DSL-DATASET
           MOVE WS-DS-READ(WS-CERT-SUB) TO WS-DSL-READ
           MOVE WS-DS-WRITTEN(WS-CERT-SUB) TO WS-DSL-WRITTEN
           MOVE WS-CERT-CHANGED(WS-CERT-SUB) TO WS-DSL-CHANGED
           MOVE WS-CERT-BLANKED(WS-CERT-SUB) TO WS-DSL-BLANKED
           IF WS-DS-READ(WS-CERT-SUB) = WS-DS-WRITTEN(WS-CERT-SUB)
               MOVE 'COUNTS AGREE' TO WS-DSL-CHECK
           ELSE
               MOVE '*** MISMATCH ***' TO WS-DSL-CHECK
           END-IF
           WRITE HBRERCO-LINE FROM WS-DS-LINE.

       4000-PRODUCE-SUMMARY.
           MOVE 'RUN SUMMARY' TO WS-SECTION-TITLE
           WRITE HBRERCO-LINE FROM WS-SECTION-LINE
           MOVE 'REGISTER ENTRIES READ' TO WS-SUM-LABEL
           MOVE WS-REGISTER-READ TO WS-SUM-COUNT
           WRITE HBRERCO-LINE FROM WS-SUMMARY-LINE
           MOVE 'LOG RECORDS READ' TO WS-SUM-LABEL
           MOVE WS-LOG-READ TO WS-SUM-COUNT
           WRITE HBRERCO-LINE FROM WS-SUMMARY-LINE
           MOVE 'LOG RECORDS UNREADABLE' TO WS-SUM-LABEL
           MOVE WS-LOG-UNREADABLE TO WS-SUM-COUNT
           WRITE HBRERCO-LINE FROM WS-SUMMARY-LINE
           MOVE 'LOG RECORDS NOT HELD (TABLE FULL)' TO WS-SUM-LABEL
           MOVE WS-LOG-NOT-HELD TO WS-SUM-COUNT
           WRITE HBRERCO-LINE FROM WS-SUMMARY-LINE
           MOVE 'DATASETS SCRUBBED' TO WS-SUM-LABEL
           MOVE WS-DS-COUNT TO WS-SUM-COUNT
           WRITE HBRERCO-LINE FROM WS-SUMMARY-LINE
           MOVE 'DATASETS WITH COUNT MISMATCH' TO WS-SUM-LABEL
           MOVE WS-DS-MISMATCHED TO WS-SUM-COUNT
           WRITE HBRERCO-LINE FROM WS-SUMMARY-LINE
           MOVE 'ERASURE CERTIFICATES' TO WS-SUM-LABEL
           MOVE WS-ERASURE-CERTS TO WS-SUM-COUNT
           WRITE HBRERCO-LINE FROM WS-SUMMARY-LINE
           MOVE 'RE-SCRUB CERTIFICATES' TO WS-SUM-LABEL
           MOVE WS-RESCRUB-CERTS TO WS-SUM-COUNT
           WRITE HBRERCO-LINE FROM WS-SUMMARY-LINE
           IF WS-DS-COUNT = 0
              OR WS-LOG-UNREADABLE > 0
              OR WS-LOG-NOT-HELD > 0
              OR WS-DS-MISMATCHED > 0
               WRITE HBRERCO-LINE FROM WS-BLANK-LINE
               MOVE '*** CERTIFICATES NOT TO BE SIGNED ***'
                   TO WS-SECTION-TITLE
               WRITE HBRERCO-LINE FROM WS-SECTION-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'HBRERCT - ERASURE=' WS-ERASURE-CERTS
               ' RE-SCRUB=' WS-RESCRUB-CERTS
               ' DATASETS=' WS-DS-COUNT
               ' MISMATCHED=' WS-DS-MISMATCHED.

       9000-TERMINATE.
           IF NOT WS-ERLG-STATUS = "35"
               CLOSE HBRERLG-FILE
           END-IF
           IF NOT WS-ERGF-STATUS = "35"
               CLOSE HBRERGF-FILE
           END-IF
           CLOSE HBRERCO-FILE.
