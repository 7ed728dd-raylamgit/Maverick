      ******************************************************************
      *    HBRDHLD - DECISION HISTORY LOAD STEP                        *
      *    RUN AFTER EACH HBRXTRC - THE NIGHTLY EXTRACT AND EVERY      *
      *    SWEEP EXTRACT - TO ADD THAT EXTRACT'S HBRDECF DECISIONS TO  *
      *    THE HBRDHSF DECISION HISTORY MASTER (SEE HBRDHS), WHICH     *
      *    KEEPS EVERY CUSTOMER'S DECISIONS BY PRODUCT AND RUN DATE    *
      *    FOR THE HBRDHI TIMELINE INQUIRY LONG AFTER HBRRSLTF HAS     *
      *    ROLLED OFF.                                                 *
      *                                                                *
      *    THE JOB RUNS AGAINST SEQUENTIAL UNLOADS, THE SAME WAY AS    *
      *    HBRARCH: THE SURROUNDING JCL REPROS THE LIVE KSDS TO THE    *
      *    HBRDHSF DD (KEY ORDER) AND SORTS THE EXTRACT BY INSTCODE    *
      *    AND PRODCODE ONTO THE HBRDECS DD. THIS PROGRAM MERGES THE   *
      *    TWO INTO THE NEW MASTER ON HBRDHSN, WHICH THE JCL REPROS    *
      *    BACK OVER THE LIVE FILE. EVERY NEW DECISION IS KEYED ON     *
      *    THE RUN DATE FROM THE PARAMETER RECORD. A DECISION WHOSE    *
      *    KEY IS ALREADY ON THE MASTER (THE SAME EXTRACT LOADED       *
      *    TWICE, OR A RERUN ON THE SAME DATE) REPLACES THE OLD ONE,   *
      *    AND WHEN THE EXTRACT CARRIES THE SAME CUSTOMER AND PRODUCT  *
      *    MORE THAN ONCE THE LAST ONE IS KEPT - BOTH ARE COUNTED. AN  *
      *    EXTRACT RECORD OUT OF INSTCODE/PRODCODE ORDER CANNOT BE     *
      *    MERGED: IT IS SKIPPED, COUNTED, AND THE STEP ENDS WITH      *
      *    RETURN CODE 8. NO HBRDHSF DD (THE FIRST LOAD) MEANS AN      *
      *    EMPTY MASTER.                                               *
      *                                                                *
      *    CONTROL PARAMETERS ARE READ FROM HBRDHLDP:                 *
      *       POS 1-8  RUN DATE (YYYYMMDD) THE DECISIONS ARE FILED     *
      *                UNDER - DEFAULT IS TODAY. SET IT WHEN A RUN     *
      *                THAT STRADDLES MIDNIGHT IS LOADED AFTER IT.     *
      *       POS 9-10 PARTITION ID   00 = THE NIGHTLY EXTRACT         *
      *                               90-99 = AN INTRADAY SWEEP'S      *
      *                               EXTRACT (SAME ID AS HBRXTRCP)    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRDHLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HBRDHLDP-FILE ASSIGN TO "HBRDHLDP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HBRDHSF-FILE ASSIGN TO "HBRDHSF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DHSF-STATUS.
           SELECT HBRDECS-FILE ASSIGN TO "HBRDECS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECS-STATUS.
           SELECT HBRDHSN-FILE ASSIGN TO "HBRDHSN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DHSN-STATUS.
           SELECT HBRDHLDO-FILE ASSIGN TO "HBRDHLDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HBRDHLDP-FILE
           RECORDING MODE IS F.
       01  HBRDHLDP-RECORD.
           05 HBRDHLDP-RUN-DATE PIC 9(8).
           05 HBRDHLDP-PARTITION-ID PIC 9(2).
       FD  HBRDHSF-FILE
           RECORDING MODE IS F.
           COPY hbrdhs.
       FD  HBRDECS-FILE
           RECORDING MODE IS F.
           COPY hbrdec.
       FD  HBRDHSN-FILE
           RECORDING MODE IS F.
       01  HBRDHSN-RECORD PIC X(100).
       FD  HBRDHLDO-FILE
           RECORDING MODE IS F.
       01  HBRDHLDO-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC XX VALUE SPACES.
       01  WS-DHSF-STATUS PIC XX VALUE SPACES.
       01  WS-DECS-STATUS PIC XX VALUE SPACES.
       01  WS-DHSN-STATUS PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS PIC XX VALUE SPACES.
       01  WS-DHSF-EOF-SW PIC X VALUE 'N'.
           88 WS-DHSF-EOF VALUE 'Y'.
       01  WS-DECS-EOF-SW PIC X VALUE 'N'.
           88 WS-DECS-EOF VALUE 'Y'.
       01  WS-NEW-HELD-SW PIC X VALUE 'N'.
           88 WS-NEW-HELD VALUE 'Y'.
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-PARTITION-ID PIC 9(2) VALUE 0.
       01  WS-LOAD-TIME PIC 9(8) VALUE 0.
      *    THE NEXT EXTRACT DECISION TO MERGE, ALREADY BUILT IN THE    *
      *    HISTORY LAYOUT - THE LAST OF ITS INSTCODE/PRODCODE GROUP.   *
       01  WS-NEW-RECORD.
           05 WS-NEW-KEY.
              10 WS-NEW-INSTCODE PIC X(12).
              10 WS-NEW-PRODCODE PIC X(4).
              10 WS-NEW-RUN-DATE PIC 9(8).
           05 WS-NEW-DECISION-CODE PIC X(8).
           05 WS-NEW-AMOUNT-1 PIC X(12).
           05 WS-NEW-AMOUNT-2 PIC X(12).
           05 WS-NEW-LETTER-CODE-1 PIC X(4).
           05 WS-NEW-LETTER-CODE-2 PIC X(4).
           05 WS-NEW-EFFECTIVE-DATE PIC X(8).
           05 WS-NEW-EXPIRY-DATE PIC X(8).
           05 WS-NEW-PARTITION-ID PIC 9(2).
           05 WS-NEW-LOAD-TIME PIC 9(8).
           05 FILLER PIC X(10) VALUE SPACES.
       01  WS-LAST-DEC-KEY.
           05 WS-LAST-DEC-INSTCODE PIC X(12) VALUE LOW-VALUES.
           05 WS-LAST-DEC-PRODCODE PIC X(4) VALUE LOW-VALUES.
       01  WS-THIS-DEC-KEY.
           05 WS-THIS-DEC-INSTCODE PIC X(12).
           05 WS-THIS-DEC-PRODCODE PIC X(4).
       01  WS-MASTER-READ PIC 9(9) VALUE 0.
       01  WS-DECS-READ PIC 9(9) VALUE 0.
       01  WS-ADDED PIC 9(9) VALUE 0.
       01  WS-REPLACED PIC 9(9) VALUE 0.
       01  WS-DUPLICATES PIC 9(9) VALUE 0.
       01  WS-OUT-OF-SEQ PIC 9(9) VALUE 0.
       01  WS-WRITTEN PIC 9(9) VALUE 0.
       01  WS-HDR-LINE-1.
           05 FILLER PIC X(30) VALUE "HBRDHSF DECISION HISTORY LOAD ".
           05 FILLER PIC X(20) VALUE "SUMMARY             ".
           05 FILLER PIC X(6)  VALUE "RUN: ".
           05 WS-HDR-DATE PIC 9(8).
       01  WS-HDR-LINE-2.
           05 FILLER PIC X(20) VALUE "FILED UNDER DATE: ".
           05 WS-HDR-RUN-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "PARTITION ID: ".
           05 WS-HDR-PARTITION PIC 9(2).
       01  WS-SUMMARY-LINE.
           05 WS-SUM-LABEL PIC X(32).
           05 WS-SUM-COUNT PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MERGE-HISTORY
               UNTIL WS-DHSF-EOF AND NOT WS-NEW-HELD
           PERFORM 4000-PRODUCE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOAD-TIME FROM TIME
           OPEN INPUT HBRDHLDP-FILE
           READ HBRDHLDP-FILE
               AT END
                   MOVE WS-RUN-DATE TO HBRDHLDP-RUN-DATE
                   MOVE 0 TO HBRDHLDP-PARTITION-ID
           END-READ
           IF HBRDHLDP-RUN-DATE IS NUMERIC AND
              HBRDHLDP-RUN-DATE > 0
               MOVE HBRDHLDP-RUN-DATE TO WS-RUN-DATE
           END-IF
           IF HBRDHLDP-PARTITION-ID IS NUMERIC
               MOVE HBRDHLDP-PARTITION-ID TO WS-PARTITION-ID
           END-IF
           CLOSE HBRDHLDP-FILE
           OPEN INPUT HBRDHSF-FILE
           IF WS-DHSF-STATUS = "35"
               SET WS-DHSF-EOF TO TRUE
           ELSE
               PERFORM 1100-READ-MASTER
           END-IF
           OPEN INPUT HBRDECS-FILE
           OPEN OUTPUT HBRDHSN-FILE
           OPEN OUTPUT HBRDHLDO-FILE
           PERFORM 1200-READ-DECISION
           PERFORM 1300-NEXT-NEW-DECISION.

       1100-READ-MASTER.
           READ HBRDHSF-FILE
               AT END SET WS-DHSF-EOF TO TRUE
           END-READ
           IF NOT WS-DHSF-EOF
               ADD 1 TO WS-MASTER-READ
           END-IF.

      *    READS THE NEXT EXTRACT RECORD THAT IS IN SEQUENCE. A        *
      *    RECORD BELOW THE PREVIOUS ONE IS SKIPPED AND COUNTED.       *
       1200-READ-DECISION.
           PERFORM 1210-READ-DECISION-RECORD
           PERFORM UNTIL WS-DECS-EOF
                   OR WS-THIS-DEC-KEY NOT < WS-LAST-DEC-KEY
               ADD 1 TO WS-OUT-OF-SEQ
               DISPLAY 'HBRDHLD - HBRDECS OUT OF SEQUENCE INSTCODE='
                   HBRDEC-INSTCODE ' PRODCODE=' HBRDEC-PRODCODE
                   ' - SKIPPED'
               PERFORM 1210-READ-DECISION-RECORD
           END-PERFORM
           IF NOT WS-DECS-EOF
               MOVE WS-THIS-DEC-KEY TO WS-LAST-DEC-KEY
           END-IF.

       1210-READ-DECISION-RECORD.
           READ HBRDECS-FILE
               AT END SET WS-DECS-EOF TO TRUE
           END-READ
           IF NOT WS-DECS-EOF
               ADD 1 TO WS-DECS-READ
               MOVE HBRDEC-INSTCODE TO WS-THIS-DEC-INSTCODE
               MOVE HBRDEC-PRODCODE TO WS-THIS-DEC-PRODCODE
           END-IF.

      *    HOLDS THE NEXT DECISION TO MERGE. WHEN THE EXTRACT CARRIES  *
      *    THE SAME CUSTOMER AND PRODUCT MORE THAN ONCE (A RESTART     *
      *    THAT REDROVE PAST ITS LAST CHECKPOINT), THE LAST ONE WINS.  *
       1300-NEXT-NEW-DECISION.
           MOVE 'N' TO WS-NEW-HELD-SW
           IF NOT WS-DECS-EOF
               PERFORM 1310-BUILD-NEW-DECISION
               PERFORM 1200-READ-DECISION
               PERFORM UNTIL WS-DECS-EOF
                       OR HBRDEC-INSTCODE NOT = WS-NEW-INSTCODE
                       OR HBRDEC-PRODCODE NOT = WS-NEW-PRODCODE
                   ADD 1 TO WS-DUPLICATES
                   PERFORM 1310-BUILD-NEW-DECISION
                   PERFORM 1200-READ-DECISION
               END-PERFORM
               SET WS-NEW-HELD TO TRUE
           END-IF.

       1310-BUILD-NEW-DECISION.
           MOVE HBRDEC-INSTCODE TO WS-NEW-INSTCODE
           MOVE HBRDEC-PRODCODE TO WS-NEW-PRODCODE
           MOVE WS-RUN-DATE TO WS-NEW-RUN-DATE
           MOVE HBRDEC-DECISION-CODE TO WS-NEW-DECISION-CODE
           MOVE HBRDEC-AMOUNT-1 TO WS-NEW-AMOUNT-1
           MOVE HBRDEC-AMOUNT-2 TO WS-NEW-AMOUNT-2
           MOVE HBRDEC-LETTER-CODE-1 TO WS-NEW-LETTER-CODE-1
           MOVE HBRDEC-LETTER-CODE-2 TO WS-NEW-LETTER-CODE-2
           MOVE HBRDEC-EFFECTIVE-DATE TO WS-NEW-EFFECTIVE-DATE
           MOVE HBRDEC-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE
           MOVE WS-PARTITION-ID TO WS-NEW-PARTITION-ID
           MOVE WS-LOAD-TIME TO WS-NEW-LOAD-TIME.

       2000-MERGE-HISTORY.
           IF NOT WS-NEW-HELD OR
              (NOT WS-DHSF-EOF AND HBRDHS-KEY < WS-NEW-KEY)
               PERFORM 2100-COPY-MASTER
           ELSE
               IF NOT WS-DHSF-EOF AND HBRDHS-KEY = WS-NEW-KEY
                   ADD 1 TO WS-REPLACED
                   PERFORM 1100-READ-MASTER
               ELSE
                   ADD 1 TO WS-ADDED
               END-IF
               PERFORM 2200-WRITE-NEW
           END-IF.

       2100-COPY-MASTER.
           WRITE HBRDHSN-RECORD FROM HBRDHS-RECORD
           ADD 1 TO WS-WRITTEN
           PERFORM 1100-READ-MASTER.

       2200-WRITE-NEW.
           WRITE HBRDHSN-RECORD FROM WS-NEW-RECORD
           ADD 1 TO WS-WRITTEN
           PERFORM 1300-NEXT-NEW-DECISION.

       4000-PRODUCE-SUMMARY.
           ACCEPT WS-HDR-DATE FROM DATE YYYYMMDD
           WRITE HBRDHLDO-LINE FROM WS-HDR-LINE-1
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-PARTITION-ID TO WS-HDR-PARTITION
           WRITE HBRDHLDO-LINE FROM WS-HDR-LINE-2
           MOVE 'HISTORY RECORDS READ' TO WS-SUM-LABEL
           MOVE WS-MASTER-READ TO WS-SUM-COUNT
           WRITE HBRDHLDO-LINE FROM WS-SUMMARY-LINE
           MOVE 'EXTRACT DECISIONS READ' TO WS-SUM-LABEL
           MOVE WS-DECS-READ TO WS-SUM-COUNT
           WRITE HBRDHLDO-LINE FROM WS-SUMMARY-LINE
           MOVE 'DECISIONS ADDED' TO WS-SUM-LABEL
           MOVE WS-ADDED TO WS-SUM-COUNT
           WRITE HBRDHLDO-LINE FROM WS-SUMMARY-LINE
           MOVE 'DECISIONS REPLACED (SAME DATE)' TO WS-SUM-LABEL
           MOVE WS-REPLACED TO WS-SUM-COUNT
           WRITE HBRDHLDO-LINE FROM WS-SUMMARY-LINE
           MOVE 'EXTRACT DUPLICATES (LAST KEPT)' TO WS-SUM-LABEL
           MOVE WS-DUPLICATES TO WS-SUM-COUNT
           WRITE HBRDHLDO-LINE FROM WS-SUMMARY-LINE
           MOVE 'OUT OF SEQUENCE (SKIPPED)' TO WS-SUM-LABEL
           MOVE WS-OUT-OF-SEQ TO WS-SUM-COUNT
           WRITE HBRDHLDO-LINE FROM WS-SUMMARY-LINE
           MOVE 'HISTORY RECORDS WRITTEN' TO WS-SUM-LABEL
           MOVE WS-WRITTEN TO WS-SUM-COUNT
           WRITE HBRDHLDO-LINE FROM WS-SUMMARY-LINE
           DISPLAY 'HBRDHLD - ADDED=' WS-ADDED
               ' REPLACED=' WS-REPLACED
               ' DUPLICATES=' WS-DUPLICATES
               ' OUT OF SEQUENCE=' WS-OUT-OF-SEQ
           IF WS-OUT-OF-SEQ > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF NOT WS-DHSF-STATUS = "35"
               CLOSE HBRDHSF-FILE
           END-IF
           CLOSE HBRDECS-FILE
           CLOSE HBRDHSN-FILE
           CLOSE HBRDHLDO-FILE.
