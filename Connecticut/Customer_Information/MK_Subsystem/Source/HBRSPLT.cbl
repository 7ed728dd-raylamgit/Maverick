      *    CEILING(TOTAL-WEIGHT / N) OF THE WORK. THE RANGE            *
      *    BOUNDARIES AND WEIGHTS ARE DISPLAYED FOR THE OPERATOR LOG.  *
      *                                                                *
      *    WHEN THE HBRPRMF CUSTOMER PARAMETER FEED IS PRESENT (SEE    *
      *    HBRPRM) THE SECOND PASS CARRIES EACH CUSTOMER'S PARAMETER   *
      *    RECORDS INTO THE SAME PARTITION (HBRPRM1 - HBRPRM4) BY A    *
      *    FORWARD-ONLY MERGE, SO EVERY HBRBATC INSTANCE GETS THE      *
      *    PARAMETERS FOR EXACTLY ITS OWN INSTCODE RANGE. PARAMETER    *
      *    RECORDS MATCHING NO CUSTOMER GO WITH THE NEXT CUSTOMER      *
      *    WRITTEN (OR THE LAST PARTITION), WHERE HBRBATC LOGS THEM.   *
      *                                                                *
      *    AT END OF STEP THE RECORDS READ (PARTITION 00) AND THE      *
      *    RECORDS WRITTEN TO EACH PARTITION ARE APPENDED TO THE       *
      *    HBRLDGF RUN LEDGER (SEE HBRLDG) FOR THE HBRBAL BALANCING    *
      *    STEP.                                                       *
      *                                                                *
      *    CONTROL PARAMETERS ARE READ FROM HBRSPLTP:                 *
      *       POS 1    PARTITION COUNT (1-4)                           *
      *       POS 2-7  DEFAULT WEIGHT IN HUNDREDTHS OF A SECOND FOR    *
           SELECT HBRCUST4-FILE ASSIGN TO "HBRCUST4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST4-STATUS.
           SELECT HBRPRMF-FILE ASSIGN TO "HBRPRMF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRMF-STATUS.
           SELECT HBRPRM1-FILE ASSIGN TO "HBRPRM1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM1-STATUS.
           SELECT HBRPRM2-FILE ASSIGN TO "HBRPRM2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM2-STATUS.
           SELECT HBRPRM3-FILE ASSIGN TO "HBRPRM3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM3-STATUS.
           SELECT HBRPRM4-FILE ASSIGN TO "HBRPRM4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM4-STATUS.
           SELECT HBRLDGF-FILE ASSIGN TO "HBRLDGF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LDGF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HBRSPLTP-FILE
       FD  HBRCUST4-FILE
           RECORDING MODE IS F.
       01  HBRCUST4-REC PIC X(300).
       FD  HBRPRMF-FILE
           RECORDING MODE IS F.
           COPY hbrprm.
       FD  HBRPRM1-FILE
           RECORDING MODE IS F.
       01  HBRPRM1-REC PIC X(200).
       FD  HBRPRM2-FILE
           RECORDING MODE IS F.
       01  HBRPRM2-REC PIC X(200).
       FD  HBRPRM3-FILE
           RECORDING MODE IS F.
       01  HBRPRM3-REC PIC X(200).
       FD  HBRPRM4-FILE
           RECORDING MODE IS F.
       01  HBRPRM4-REC PIC X(200).
       FD  HBRLDGF-FILE
           RECORDING MODE IS F.
           COPY hbrldg.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC XX VALUE SPACES.
       01  WS-STSF-STATUS PIC XX VALUE SPACES.
       01  WS-CUST2-STATUS PIC XX VALUE SPACES.
       01  WS-CUST3-STATUS PIC XX VALUE SPACES.
       01  WS-CUST4-STATUS PIC XX VALUE SPACES.
       01  WS-PRMF-STATUS PIC XX VALUE SPACES.
       01  WS-PRM1-STATUS PIC XX VALUE SPACES.
       01  WS-PRM2-STATUS PIC XX VALUE SPACES.
       01  WS-PRM3-STATUS PIC XX VALUE SPACES.
       01  WS-PRM4-STATUS PIC XX VALUE SPACES.
       01  WS-LDGF-STATUS PIC XX VALUE SPACES.
       01  WS-PRMF-EOF-SW PIC X VALUE 'N'.
           88 WS-PRMF-EOF VALUE 'Y'.
       01  WS-PRMF-OPEN-SW PIC X VALUE 'N'.
           88 WS-PARMS-SUPPLIED VALUE 'Y'.
       01  WS-PART-PARM-COUNTS.
           05 WS-PART-PARMS PIC 9(9) OCCURS 4 VALUE 0.
       01  WS-CUSTF-EOF-SW PIC X VALUE 'N'.
           88 WS-CUSTF-EOF VALUE 'Y'.
       01  WS-STSF-EOF-SW PIC X VALUE 'N'.
           PERFORM 2000-WEIGH-INPUT UNTIL WS-CUSTF-EOF
           PERFORM 3000-PREPARE-SECOND-PASS
           PERFORM 4000-DISTRIBUTE-INPUT UNTIL WS-CUSTF-EOF
           PERFORM 4300-WRITE-PARAMETER UNTIL WS-PRMF-EOF
           PERFORM 8000-DISPLAY-RANGES
           PERFORM 8100-WRITE-LEDGER
           PERFORM 9000-TERMINATE
           STOP RUN.

           OPEN INPUT HBRCUSTF-FILE
           READ HBRCUSTF-FILE
               AT END SET WS-CUSTF-EOF TO TRUE
           END-READ
           PERFORM 3100-OPEN-PARAMETER-FILES.

      *    NO HBRPRMF DD MEANS A RUN WITH NO PARAMETER FEED - NOTHING  *
      *    TO CARRY AND NO PARTITION PARAMETER FILES WRITTEN.          *
       3100-OPEN-PARAMETER-FILES.
           OPEN INPUT HBRPRMF-FILE
           IF WS-PRMF-STATUS = "35"
               SET WS-PRMF-EOF TO TRUE
           ELSE
               SET WS-PARMS-SUPPLIED TO TRUE
               OPEN OUTPUT HBRPRM1-FILE
               IF WS-PARTITION-COUNT >= 2
                   OPEN OUTPUT HBRPRM2-FILE
               END-IF
               IF WS-PARTITION-COUNT >= 3
                   OPEN OUTPUT HBRPRM3-FILE
               END-IF
               IF WS-PARTITION-COUNT >= 4
                   OPEN OUTPUT HBRPRM4-FILE
               END-IF
               READ HBRPRMF-FILE
                   AT END SET WS-PRMF-EOF TO TRUE
               END-READ
           END-IF.

       4000-DISTRIBUTE-INPUT.
           IF WS-WEIGHT-THIS-PART >= WS-WEIGHT-PER-PART AND
               MOVE 0 TO WS-WEIGHT-THIS-PART
           END-IF
           PERFORM 4100-WRITE-TO-PARTITION
           IF WS-PARMS-SUPPLIED
               PERFORM 4200-CARRY-PARAMETERS
           END-IF
           PERFORM 1700-LOOK-UP-RECORD-WEIGHT
           ADD WS-RECORD-WEIGHT TO WS-WEIGHT-THIS-PART
           ADD WS-RECORD-WEIGHT
               WRITE HBRCUST4-REC FROM HBRCUST-RECORD
           END-IF.

      *    EVERYTHING UP TO AND INCLUDING THIS CUSTOMER'S INSTCODE     *
      *    GOES TO THE PARTITION THE CUSTOMER WENT TO.                 *
       4200-CARRY-PARAMETERS.
           PERFORM UNTIL WS-PRMF-EOF
                   OR HBRPRM-INSTCODE > HBRCUST-INSTCODE
               PERFORM 4300-WRITE-PARAMETER
           END-PERFORM.

       4300-WRITE-PARAMETER.
           IF WS-CURRENT-PARTITION = 1
               WRITE HBRPRM1-REC FROM HBRPRM-RECORD
           END-IF
           IF WS-CURRENT-PARTITION = 2
               WRITE HBRPRM2-REC FROM HBRPRM-RECORD
           END-IF
           IF WS-CURRENT-PARTITION = 3
               WRITE HBRPRM3-REC FROM HBRPRM-RECORD
           END-IF
           IF WS-CURRENT-PARTITION = 4
               WRITE HBRPRM4-REC FROM HBRPRM-RECORD
           END-IF
           ADD 1 TO WS-PART-PARMS(WS-CURRENT-PARTITION)
           READ HBRPRMF-FILE
               AT END SET WS-PRMF-EOF TO TRUE
           END-READ.

       8000-DISPLAY-RANGES.
           DISPLAY 'HBRSPLT - INPUT RECORDS=' WS-TOTAL-RECORDS
               ' TOTAL WEIGHT=' WS-TOTAL-WEIGHT
                   ' WEIGHT=' WS-PART-WEIGHT(WS-SUB)
                   ' FIRST=' WS-PART-FIRST(WS-SUB)
                   ' LAST=' WS-PART-LAST(WS-SUB)
               IF WS-PARMS-SUPPLIED
                   DISPLAY 'HBRSPLT - PARTITION ' WS-SUB
                       ' PARAMETER RECORDS=' WS-PART-PARMS(WS-SUB)
               END-IF
           END-PERFORM.

      *    APPENDS THIS STEP'S CONTROL COUNTS TO THE RUN LEDGER.       *
       8100-WRITE-LEDGER.
           OPEN EXTEND HBRLDGF-FILE
           IF WS-LDGF-STATUS = "35" OR WS-LDGF-STATUS = "05"
               OPEN OUTPUT HBRLDGF-FILE
           END-IF
           MOVE SPACES TO HBRLDG-RECORD
           MOVE 'HBRSPLT' TO HBRLDG-STEP-NAME
           MOVE ' ' TO HBRLDG-RUN-TYPE
           ACCEPT HBRLDG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT HBRLDG-RUN-TIME FROM TIME
           MOVE 0 TO HBRLDG-PARTITION-ID
           MOVE 'RECORDS-READ' TO HBRLDG-COUNTER-NAME
           MOVE WS-TOTAL-RECORDS TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           MOVE 'RECORDS-WRITTEN' TO HBRLDG-COUNTER-NAME
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PARTITION-COUNT
               MOVE WS-SUB TO HBRLDG-PARTITION-ID
               MOVE WS-PART-WRITTEN(WS-SUB) TO HBRLDG-COUNT
               WRITE HBRLDG-RECORD
           END-PERFORM
           CLOSE HBRLDGF-FILE.

       9000-TERMINATE.
           IF NOT WS-STSF-STATUS = "35"
               CLOSE HBRSTSF-FILE
           END-IF
           IF WS-PARTITION-COUNT >= 4
               CLOSE HBRCUST4-FILE
           END-IF
           IF WS-PARMS-SUPPLIED
               CLOSE HBRPRMF-FILE
               CLOSE HBRPRM1-FILE
               IF WS-PARTITION-COUNT >= 2
                   CLOSE HBRPRM2-FILE
               END-IF
               IF WS-PARTITION-COUNT >= 3
                   CLOSE HBRPRM3-FILE
               END-IF
               IF WS-PARTITION-COUNT >= 4
                   CLOSE HBRPRM4-FILE
               END-IF
           END-IF.
