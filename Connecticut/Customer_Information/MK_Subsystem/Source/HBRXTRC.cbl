      *    FLAGGED TRUNCATED THROUGH HBRRSLT-RESPONSE-TRUE-LENGTH,     *
      *    OR A RESPONSE SHORTER THAN THE LAYOUT'S MINIMUM ALL GO TO   *
      *    THE HBRXEXC EXCEPTION FILE WITH A REASON INSTEAD.           *
      *                                                                *
      *    THE READ/EXTRACTED/EXCEPTION COUNTS ARE APPENDED TO THE     *
      *    HBRLDGF RUN LEDGER (SEE HBRLDG) FOR THE HBRBAL BALANCING    *
      *    STEP, UNDER THE PARTITION ID OF THE RESULTS BEING EXTRACTED.*
      *                                                                *
      *    CONTROL PARAMETERS ARE READ FROM HBRXTRCP (OPTIONAL - NO    *
      *    DD OR AN EMPTY FILE MEANS THE NIGHTLY EXTRACT):             *
      *       POS 1-2  PARTITION ID   00 = THE NIGHTLY RESULTS FILE    *
      *                               90-99 = AN INTRADAY SWEEP'S      *
      *                               RESULTS (SAME ID AS HBRBATCP)    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRXTRC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HBRXTRCP-FILE ASSIGN TO "HBRXTRCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HBRRSLTF-FILE ASSIGN TO "HBRRSLTF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSLT-STATUS.
           SELECT HBRXEXC-FILE ASSIGN TO "HBRXEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT HBRLDGF-FILE ASSIGN TO "HBRLDGF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LDGF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HBRXTRCP-FILE
           RECORDING MODE IS F.
       01  HBRXTRCP-RECORD.
           05 HBRXTRCP-PARTITION-ID PIC 9(2).
       FD  HBRRSLTF-FILE
           RECORDING MODE IS F.
           COPY hbrrslt.
           05 HBRXEXC-REASON PIC X(32).
           05 HBRXEXC-COMPLETION PIC -(8)9.
           05 HBRXEXC-TRUE-LENGTH PIC -(8)9.
       FD  HBRLDGF-FILE
           RECORDING MODE IS F.
           COPY hbrldg.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC XX VALUE SPACES.
       01  WS-RSLT-STATUS PIC XX VALUE SPACES.
       01  WS-LAYF-STATUS PIC XX VALUE SPACES.
       01  WS-DECF-STATUS PIC XX VALUE SPACES.
       01  WS-EXC-STATUS PIC XX VALUE SPACES.
       01  WS-LDGF-STATUS PIC XX VALUE SPACES.
       01  WS-PARTITION-ID PIC 9(2) VALUE 0.
       01  WS-RSLT-EOF-SW PIC X VALUE 'N'.
           88 WS-RSLT-EOF VALUE 'Y'.
       01  WS-LAYF-EOF-SW PIC X VALUE 'N'.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT HBRXTRCP-FILE
           IF NOT WS-PARM-STATUS = "35"
               READ HBRXTRCP-FILE
                   AT END MOVE 0 TO HBRXTRCP-PARTITION-ID
               END-READ
               IF HBRXTRCP-PARTITION-ID IS NUMERIC
                   MOVE HBRXTRCP-PARTITION-ID TO WS-PARTITION-ID
               END-IF
               CLOSE HBRXTRCP-FILE
           END-IF
           OPEN INPUT HBRRSLTF-FILE
           OPEN INPUT HBRLAYF-FILE
           OPEN OUTPUT HBRDECF-FILE
           CLOSE HBRRSLTF-FILE
           CLOSE HBRLAYF-FILE
           CLOSE HBRDECF-FILE
           CLOSE HBRXEXC-FILE
           PERFORM 9200-WRITE-LEDGER.

      *    APPENDS THIS STEP'S CONTROL COUNTS TO THE RUN LEDGER. AN    *
      *    EXTRACT OF A SWEEP'S RESULTS IS TYPED 'S' SO HBRBAL TIES    *
      *    IT TO THE SWEEP, NOT TO THE NIGHT.                          *
       9200-WRITE-LEDGER.
           OPEN EXTEND HBRLDGF-FILE
           IF WS-LDGF-STATUS = "35" OR WS-LDGF-STATUS = "05"
               OPEN OUTPUT HBRLDGF-FILE
           END-IF
           MOVE SPACES TO HBRLDG-RECORD
           MOVE 'HBRXTRC' TO HBRLDG-STEP-NAME
           MOVE WS-PARTITION-ID TO HBRLDG-PARTITION-ID
           IF WS-PARTITION-ID NOT < 90
               MOVE 'S' TO HBRLDG-RUN-TYPE
           ELSE
               MOVE ' ' TO HBRLDG-RUN-TYPE
           END-IF
           ACCEPT HBRLDG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT HBRLDG-RUN-TIME FROM TIME
           MOVE 'RESULTS-READ' TO HBRLDG-COUNTER-NAME
           MOVE WS-READ-COUNT TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           MOVE 'EXTRACTED' TO HBRLDG-COUNTER-NAME
           MOVE WS-EXTRACTED TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           MOVE 'EXCEPTIONS' TO HBRLDG-COUNTER-NAME
           MOVE WS-EXCEPTIONS TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           CLOSE HBRLDGF-FILE.
