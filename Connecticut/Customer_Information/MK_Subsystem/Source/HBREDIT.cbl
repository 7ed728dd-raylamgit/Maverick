      *    ON THE PRINTED EDIT REPORT. THE HBRSSNF AND HBRCCSF DDS     *
      *    ARE SEQUENTIAL UNLOADS OF THE TWO REFERENCE FILES, THE      *
      *    SAME WAY HBRRPT2 READS HBRRSNF.                             *
      *                                                                *
      *    THE HBRPRMF CUSTOMER PARAMETER FEED (SEE HBRPRM) IS EDITED  *
      *    IN THE SAME PASS BY A FORWARD-ONLY MERGE AGAINST HBRCUSTF:  *
      *       PSQ - PARAMETER INSTCODE BELOW THE PREVIOUS PARAMETER    *
      *             RECORD'S (REJECTED - HBRBATC'S MERGE CANNOT GO     *
      *             BACK FOR IT)                                       *
      *       CUS - PARAMETER FOR A CUSTOMER THIS EDIT REJECTED        *
      *             (REJECTED, SO IT FOLLOWS ITS CUSTOMER OUT)         *
      *       ORP - PARAMETER INSTCODE MATCHING NO CUSTOMER (PASSED    *
      *             THROUGH AND COUNTED - HBRBATC LOGS IT ON HBRERRF)  *
      *       MIS - CUSTOMER WITH NO PARAMETER RECORDS                 *
      *       MAX - CUSTOMER WITH MORE THAN 128 PARAMETER RECORDS      *
      *             (MIS AND MAX ARE COUNTED ONLY - THE CUSTOMER STILL *
      *             GOES TO HBRCUSTO AND HBRBATC REJECTS IT ONTO       *
      *             HBRERRF WITH ITS OWN REASON CODE)                  *
      *    CLEAN PARAMETER RECORDS GO TO HBRPRMO (THE FILE HBRBATC OR  *
      *    HBRSPLT READS AS HBRPRMF) AND REJECTS TO HBRPRMR WITH THEIR *
      *    CODE. A CUSTOMER REJECTED AS SEQ OR DUP IS NOT MATCHED -    *
      *    THE MERGE HAS ALREADY PASSED ITS INSTCODE. NO HBRPRMF DD    *
      *    MEANS A RUN WITH NO PARAMETER FEED AND THESE CHECKS ARE     *
      *    SKIPPED.                                                    *
      *                                                                *
      *    AT END OF STEP THE RECORDS READ, CLEAN AND REJECTED COUNTS  *
      *    ARE APPENDED TO THE HBRLDGF RUN LEDGER (SEE HBRLDG) FOR     *
      *    THE HBRBAL BALANCING STEP.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBREDIT.
           SELECT HBRCUSTR-FILE ASSIGN TO "HBRCUSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTR-STATUS.
           SELECT HBRPRMF-FILE ASSIGN TO "HBRPRMF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRMF-STATUS.
           SELECT HBRPRMO-FILE ASSIGN TO "HBRPRMO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRMO-STATUS.
           SELECT HBRPRMR-FILE ASSIGN TO "HBRPRMR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRMR-STATUS.
           SELECT HBREDITO-FILE ASSIGN TO "HBREDITO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT HBRLDGF-FILE ASSIGN TO "HBRLDGF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LDGF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HBRCUSTF-FILE
       01  HBRCUSTR-REC.
           05 HBRCUSTR-CUSTOMER PIC X(300).
           05 HBRCUSTR-ERROR-CODE PIC X(4).
       FD  HBRPRMF-FILE
           RECORDING MODE IS F.
           COPY hbrprm.
       FD  HBRPRMO-FILE
           RECORDING MODE IS F.
       01  HBRPRMO-REC PIC X(200).
       FD  HBRPRMR-FILE
           RECORDING MODE IS F.
       01  HBRPRMR-REC.
           05 HBRPRMR-PARAMETER PIC X(200).
           05 HBRPRMR-ERROR-CODE PIC X(4).
       FD  HBREDITO-FILE
           RECORDING MODE IS F.
       01  HBREDITO-LINE PIC X(132).
       FD  HBRLDGF-FILE
           RECORDING MODE IS F.
           COPY hbrldg.
       WORKING-STORAGE SECTION.
       01  WS-CUSTF-STATUS PIC XX VALUE SPACES.
       01  WS-SSNF-STATUS PIC XX VALUE SPACES.
       01  WS-CUSTO-STATUS PIC XX VALUE SPACES.
       01  WS-CUSTR-STATUS PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS PIC XX VALUE SPACES.
       01  WS-PRMF-STATUS PIC XX VALUE SPACES.
       01  WS-PRMO-STATUS PIC XX VALUE SPACES.
       01  WS-PRMR-STATUS PIC XX VALUE SPACES.
       01  WS-LDGF-STATUS PIC XX VALUE SPACES.
       01  WS-PRMF-EOF-SW PIC X VALUE 'N'.
           88 WS-PRMF-EOF VALUE 'Y'.
       01  WS-PRMF-OPEN-SW PIC X VALUE 'N'.
           88 WS-PARMS-SUPPLIED VALUE 'Y'.
       01  WS-PREV-PRM-INSTCODE PIC X(12) VALUE LOW-VALUES.
       01  WS-PRM-MATCHED PIC 9(9) VALUE 0.
       01  WS-PRM-READ-COUNT PIC 9(9) VALUE 0.
       01  WS-PRM-CLEAN-COUNT PIC 9(9) VALUE 0.
       01  WS-PRM-REJECT-COUNT PIC 9(9) VALUE 0.
       01  WS-PSQ-COUNT PIC 9(9) VALUE 0.
       01  WS-CUS-COUNT PIC 9(9) VALUE 0.
       01  WS-ORP-COUNT PIC 9(9) VALUE 0.
       01  WS-MIS-COUNT PIC 9(9) VALUE 0.
       01  WS-MAX-COUNT PIC 9(9) VALUE 0.
       01  WS-CUSTF-EOF-SW PIC X VALUE 'N'.
           88 WS-CUSTF-EOF VALUE 'Y'.
       01  WS-SSNF-EOF-SW PIC X VALUE 'N'.
           PERFORM 1100-LOAD-SSID-TABLE UNTIL WS-SSNF-EOF
           PERFORM 1200-LOAD-CCSID-TABLE UNTIL WS-CCSF-EOF
           PERFORM 2000-EDIT-CUSTOMERS UNTIL WS-CUSTF-EOF
           PERFORM 2800-PASS-TRAILING-PARAMETERS UNTIL WS-PRMF-EOF
           PERFORM 4000-PRODUCE-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.
           END-READ
           READ HBRCUSTF-FILE
               AT END SET WS-CUSTF-EOF TO TRUE
           END-READ
           OPEN INPUT HBRPRMF-FILE
           IF WS-PRMF-STATUS = "35"
               SET WS-PRMF-EOF TO TRUE
           ELSE
               SET WS-PARMS-SUPPLIED TO TRUE
               OPEN OUTPUT HBRPRMO-FILE
               OPEN OUTPUT HBRPRMR-FILE
               PERFORM 1300-READ-PARAMETER
           END-IF.

       1100-LOAD-SSID-TABLE.
           IF WS-SSID-COUNT < WS-MAX-SSIDS
               AT END SET WS-CCSF-EOF TO TRUE
           END-READ.

      *    AN OUT-OF-SEQUENCE PARAMETER RECORD IS REJECTED HERE, AS IT *
      *    IS READ, SO THE MERGE ONLY EVER SEES ASCENDING INSTCODES.   *
       1300-READ-PARAMETER.
           READ HBRPRMF-FILE
               AT END SET WS-PRMF-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-PRMF-EOF OR
                   HBRPRM-INSTCODE >= WS-PREV-PRM-INSTCODE
               ADD 1 TO WS-PRM-READ-COUNT
               ADD 1 TO WS-PSQ-COUNT
               MOVE 'PSQ' TO HBRPRMR-ERROR-CODE
               PERFORM 2750-REJECT-PARAMETER
               READ HBRPRMF-FILE
                   AT END SET WS-PRMF-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-PRMF-EOF
               ADD 1 TO WS-PRM-READ-COUNT
               MOVE HBRPRM-INSTCODE TO WS-PREV-PRM-INSTCODE
           END-IF.

       2000-EDIT-CUSTOMERS.
           ADD 1 TO WS-READ-COUNT
           MOVE 'N' TO WS-REJECT-SW
               ADD 1 TO WS-CLEAN-COUNT
               WRITE HBRCUSTO-REC FROM HBRCUST-RECORD
           END-IF
           IF WS-PARMS-SUPPLIED AND
              WS-FIRST-ERROR NOT = 'SEQ' AND WS-FIRST-ERROR NOT = 'DUP'
               PERFORM 2700-MATCH-PARAMETERS
           END-IF
           READ HBRCUSTF-FILE
               AT END SET WS-CUSTF-EOF TO TRUE
           END-READ.
               PERFORM 3500-FLAG-CCS
           END-IF.

      *    PARAMETERS BELOW THIS CUSTOMER MATCHED NOTHING; THOSE FOR   *
      *    IT FOLLOW THE CUSTOMER TO HBRCUSTO OR HBRCUSTR.             *
       2700-MATCH-PARAMETERS.
           MOVE 0 TO WS-PRM-MATCHED
           PERFORM UNTIL WS-PRMF-EOF
                   OR HBRPRM-INSTCODE >= HBRCUST-INSTCODE
               PERFORM 2760-PASS-ORPHAN-PARAMETER
               PERFORM 1300-READ-PARAMETER
           END-PERFORM
           PERFORM UNTIL WS-PRMF-EOF
                   OR HBRPRM-INSTCODE NOT = HBRCUST-INSTCODE
               ADD 1 TO WS-PRM-MATCHED
               IF WS-RECORD-REJECTED
                   ADD 1 TO WS-CUS-COUNT
                   MOVE 'CUS' TO HBRPRMR-ERROR-CODE
                   PERFORM 2750-REJECT-PARAMETER
               ELSE
                   ADD 1 TO WS-PRM-CLEAN-COUNT
                   WRITE HBRPRMO-REC FROM HBRPRM-RECORD
               END-IF
               PERFORM 1300-READ-PARAMETER
           END-PERFORM
           IF NOT WS-RECORD-REJECTED
               IF WS-PRM-MATCHED = 0
                   ADD 1 TO WS-MIS-COUNT
               END-IF
               IF WS-PRM-MATCHED > 128
                   ADD 1 TO WS-MAX-COUNT
               END-IF
           END-IF.

      *    PARAMETERS BEYOND THE LAST CUSTOMER MATCHED NOTHING.        *
       2800-PASS-TRAILING-PARAMETERS.
           PERFORM 2760-PASS-ORPHAN-PARAMETER
           PERFORM 1300-READ-PARAMETER.

       2750-REJECT-PARAMETER.
           ADD 1 TO WS-PRM-REJECT-COUNT
           MOVE HBRPRM-RECORD TO HBRPRMR-PARAMETER
           WRITE HBRPRMR-REC.

       2760-PASS-ORPHAN-PARAMETER.
           ADD 1 TO WS-ORP-COUNT
           ADD 1 TO WS-PRM-CLEAN-COUNT
           WRITE HBRPRMO-REC FROM HBRPRM-RECORD.

       3000-FLAG-SEQ.
           SET WS-RECORD-REJECTED TO TRUE
           IF WS-FIRST-ERROR = SPACES
           WRITE HBREDITO-LINE FROM WS-COUNT-LINE
           MOVE 'CCS - CCSID NOT IN HBRCCSF' TO WS-CNT-LABEL
           MOVE WS-CCS-COUNT TO WS-CNT-VALUE
           WRITE HBREDITO-LINE FROM WS-COUNT-LINE
           IF WS-PARMS-SUPPLIED
               PERFORM 4100-REPORT-PARAMETERS
           END-IF.

       4100-REPORT-PARAMETERS.
           MOVE 'PARAMETER RECORDS READ' TO WS-CNT-LABEL
           MOVE WS-PRM-READ-COUNT TO WS-CNT-VALUE
           WRITE HBREDITO-LINE FROM WS-COUNT-LINE
           MOVE 'PARAMETER RECORDS WRITTEN' TO WS-CNT-LABEL
           MOVE WS-PRM-CLEAN-COUNT TO WS-CNT-VALUE
           WRITE HBREDITO-LINE FROM WS-COUNT-LINE
           MOVE 'PARAMETER RECORDS REJECTED' TO WS-CNT-LABEL
           MOVE WS-PRM-REJECT-COUNT TO WS-CNT-VALUE
           WRITE HBREDITO-LINE FROM WS-COUNT-LINE
           MOVE 'PSQ - PARAMETER INSTCODE OUT OF SEQUENCE'
               TO WS-CNT-LABEL
           MOVE WS-PSQ-COUNT TO WS-CNT-VALUE
           WRITE HBREDITO-LINE FROM WS-COUNT-LINE
           MOVE 'CUS - PARAMETER FOR A REJECTED CUSTOMER'
               TO WS-CNT-LABEL
           MOVE WS-CUS-COUNT TO WS-CNT-VALUE
           WRITE HBREDITO-LINE FROM WS-COUNT-LINE
           MOVE 'ORP - PARAMETER WITH NO CUSTOMER' TO WS-CNT-LABEL
           MOVE WS-ORP-COUNT TO WS-CNT-VALUE
           WRITE HBREDITO-LINE FROM WS-COUNT-LINE
           MOVE 'MIS - CUSTOMER WITH NO PARAMETERS' TO WS-CNT-LABEL
           MOVE WS-MIS-COUNT TO WS-CNT-VALUE
           WRITE HBREDITO-LINE FROM WS-COUNT-LINE
           MOVE 'MAX - CUSTOMER WITH OVER 128 PARAMETERS'
               TO WS-CNT-LABEL
           MOVE WS-MAX-COUNT TO WS-CNT-VALUE
           WRITE HBREDITO-LINE FROM WS-COUNT-LINE.

       9000-TERMINATE.
           PERFORM 9200-WRITE-LEDGER
           IF WS-PARMS-SUPPLIED
               CLOSE HBRPRMF-FILE
               CLOSE HBRPRMO-FILE
               CLOSE HBRPRMR-FILE
           END-IF
           CLOSE HBRCUSTF-FILE
           CLOSE HBRSSNF-FILE
           CLOSE HBRCCSF-FILE
           CLOSE HBRCUSTO-FILE
           CLOSE HBRCUSTR-FILE
           CLOSE HBREDITO-FILE.

      *    APPENDS THIS STEP'S CONTROL COUNTS TO THE RUN LEDGER.       *
       9200-WRITE-LEDGER.
           OPEN EXTEND HBRLDGF-FILE
           IF WS-LDGF-STATUS = "35" OR WS-LDGF-STATUS = "05"
               OPEN OUTPUT HBRLDGF-FILE
           END-IF
           MOVE SPACES TO HBRLDG-RECORD
           MOVE 'HBREDIT' TO HBRLDG-STEP-NAME
           MOVE 0 TO HBRLDG-PARTITION-ID
           MOVE ' ' TO HBRLDG-RUN-TYPE
           MOVE WS-RUN-DATE TO HBRLDG-RUN-DATE
           ACCEPT HBRLDG-RUN-TIME FROM TIME
           MOVE 'RECORDS-READ' TO HBRLDG-COUNTER-NAME
           MOVE WS-READ-COUNT TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           MOVE 'CLEAN-WRITTEN' TO HBRLDG-COUNTER-NAME
           MOVE WS-CLEAN-COUNT TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           MOVE 'REJECTED' TO HBRLDG-COUNTER-NAME
           MOVE WS-REJECT-COUNT TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           CLOSE HBRLDGF-FILE.
