      *    IS THE NIGHT'S HBRAUDT RECORDS SORTED BY HBRAUD-INSTCODE    *
      *    IN A PRECEDING JCL SORT STEP.                               *
      *                                                                *
      *    THE SUMMARY COUNTS ARE ALSO APPENDED TO THE HBRLDGF RUN     *
      *    LEDGER (SEE HBRLDG) FOR THE HBRBAL BALANCING STEP.          *
      *                                                                *
      *    CONTROL PARAMETERS ARE READ FROM HBRRECNP:                 *
      *       POS 1-8  RECONCILIATION DATE (YYYYMMDD) - AUDIT RECORDS  *
      *                FOR OTHER DATES ARE IGNORED. 00000000 TAKES     *
           SELECT HBRRECNO-FILE ASSIGN TO "HBRRECNO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT HBRLDGF-FILE ASSIGN TO "HBRLDGF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LDGF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HBRRECNP-FILE
       FD  HBRRECNO-FILE
           RECORDING MODE IS F.
       01  HBRRECNO-LINE PIC X(132).
       FD  HBRLDGF-FILE
           RECORDING MODE IS F.
           COPY hbrldg.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC XX VALUE SPACES.
       01  WS-CUSTF-STATUS PIC XX VALUE SPACES.
       01  WS-AUDS-STATUS PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS PIC XX VALUE SPACES.
       01  WS-LDGF-STATUS PIC XX VALUE SPACES.
       01  WS-CUSTF-EOF-SW PIC X VALUE 'N'.
           88 WS-CUSTF-EOF VALUE 'Y'.
       01  WS-AUDS-EOF-SW PIC X VALUE 'N'.
       01  WS-RECON-DATE PIC 9(8) VALUE 0.
       01  WS-PROBE-QUOTIENT PIC S9(8) COMP.
       01  WS-PROBE-BIT PIC S9(8) COMP.
       01  WS-SHADOW-QUOTIENT PIC S9(8) COMP.
       01  WS-SHADOW-BIT PIC S9(8) COMP.
       01  WS-AUD-SELECT-SW PIC X VALUE 'N'.
           88 WS-AUDIT-SELECTED VALUE 'Y'.
       01  WS-AUDIT-COUNT PIC 9(9).
           PERFORM 2000-RECONCILE
               UNTIL WS-CUSTF-EOF AND WS-AUDS-EOF
           PERFORM 4000-PRODUCE-SUMMARY
           PERFORM 4100-WRITE-LEDGER
           PERFORM 9000-TERMINATE
           STOP RUN.


      *    SKIPS AUDIT RECORDS OUTSIDE THE RECONCILIATION DATE - AND   *
      *    SYNTHETIC HBRPROB PROBE CALLS, WHICH HAVE NO HBRCUSTF       *
      *    INPUT TO MATCH, AND HBRBATC'S SHADOW CALLS, WHICH ARE A     *
      *    SECOND DRIVE OF A CUSTOMER ALREADY MATCHED - SO THE MATCH   *
      *    ONLY EVER SEES THAT NIGHT'S REAL CALLS.                     *
       1200-READ-AUDIT.
           PERFORM 1210-READ-AUDIT-RECORD
           PERFORM 1220-CHECK-AUDIT-SELECT
           END-IF.

      *    PROBE CALLS CARRY BIT VALUE 4 OF HBRAUD-FLAGS (HBRA-FLAG-   *
      *    PROBE-CALL), SHADOW CALLS BIT VALUE 8 (HBRA-FLAG-SHADOW-    *
      *    CALL). THE BIT TEST MIRRORS HBRFLAG, WHICH CANNOT BE        *
      *    CALLED HERE - IT NEEDS THE FULL CONNECTION AREA AND THE     *
      *    AUDIT RECORD ONLY KEEPS THE FLAGS WORD.                     *
       1220-CHECK-AUDIT-SELECT.
                   FUNCTION INTEGER(HBRAUD-FLAGS / 4)
               COMPUTE WS-PROBE-BIT =
                   FUNCTION MOD(WS-PROBE-QUOTIENT, 2)
               COMPUTE WS-SHADOW-QUOTIENT =
                   FUNCTION INTEGER(HBRAUD-FLAGS / 8)
               COMPUTE WS-SHADOW-BIT =
                   FUNCTION MOD(WS-SHADOW-QUOTIENT, 2)
               IF WS-PROBE-BIT = 0 AND WS-SHADOW-BIT = 0 AND
                  (WS-RECON-DATE = 0 OR
                   HBRAUD-DATE = WS-RECON-DATE)
                   SET WS-AUDIT-SELECTED TO TRUE
           MOVE WS-UNEXPECTED TO WS-SUM-COUNT
           WRITE HBRRECNO-LINE FROM WS-SUMMARY-LINE.

      *    APPENDS THIS STEP'S CONTROL COUNTS TO THE RUN LEDGER.       *
       4100-WRITE-LEDGER.
           OPEN EXTEND HBRLDGF-FILE
           IF WS-LDGF-STATUS = "35" OR WS-LDGF-STATUS = "05"
               OPEN OUTPUT HBRLDGF-FILE
           END-IF
           MOVE SPACES TO HBRLDG-RECORD
           MOVE 'HBRRECN' TO HBRLDG-STEP-NAME
           MOVE 0 TO HBRLDG-PARTITION-ID
           MOVE ' ' TO HBRLDG-RUN-TYPE
           ACCEPT HBRLDG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT HBRLDG-RUN-TIME FROM TIME
           MOVE 'INPUT-READ' TO HBRLDG-COUNTER-NAME
           MOVE WS-INPUT-READ TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           MOVE 'MATCHED' TO HBRLDG-COUNTER-NAME
           MOVE WS-MATCHED TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           MOVE 'MISSED' TO HBRLDG-COUNTER-NAME
           MOVE WS-MISSED TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           MOVE 'DUPLICATED' TO HBRLDG-COUNTER-NAME
           MOVE WS-DUPLICATED TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           MOVE 'UNEXPECTED' TO HBRLDG-COUNTER-NAME
           MOVE WS-UNEXPECTED TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           CLOSE HBRLDGF-FILE.

       9000-TERMINATE.
           CLOSE HBRCUSTF-FILE
           CLOSE HBRAUDS-FILE
