      *    SAME DATE THRESHOLD, SO A PAIR IS ALWAYS ARCHIVED OR KEPT   *
      *    TOGETHER - NEVER SPLIT ACROSS THE BOUNDARY.                 *
      *                                                                *
      *    THE HBRDHSF DECISION HISTORY MASTER IS CUT ON THE SAME      *
      *    THRESHOLD BY HBRDHS-RUN-DATE, SO THE HBRDHI TIMELINE GOES   *
      *    BACK AS FAR AS THE AUDIT TRAIL DOES. ITS UNLOAD IS          *
      *    OPTIONAL - WITHOUT AN HBRDHSF DD THE SPLIT IS SKIPPED AND   *
      *    THE SUMMARY SHOWS ZERO COUNTS FOR IT.                       *
      *                                                                *
      *    HBRAUDA GENERATIONS CUT BEFORE THE CALLING TRANSACTION AND  *
      *    USERID WERE ADDED TO HBRAUD ARE 336 BYTES, NOT 348 (SEE     *
      *    HBRAUDO); HBRRSCH READS THEM ON THEIR OWN DD.               *
      *                                                                *
      *    CONTROL PARAMETERS ARE READ FROM HBRARCHP:                 *
      *       POS 1-4  RETENTION PERIOD IN DAYS (RECORDS OLDER THAN    *
      *                TODAY MINUS THIS MANY DAYS ARE ARCHIVED)        *
           SELECT HBRPDMA-FILE ASSIGN TO "HBRPDMA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDMA-STATUS.
           SELECT HBRDHSF-FILE ASSIGN TO "HBRDHSF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DHSF-STATUS.
           SELECT HBRDHSK-FILE ASSIGN TO "HBRDHSK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DHSK-STATUS.
           SELECT HBRDHSA-FILE ASSIGN TO "HBRDHSA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DHSA-STATUS.
           SELECT HBRARCHO-FILE ASSIGN TO "HBRARCHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           COPY hbraud.
       FD  HBRAUDK-FILE
           RECORDING MODE IS F.
       01  HBRAUDK-RECORD PIC X(348).
       FD  HBRAUDA-FILE
           RECORDING MODE IS F.
       01  HBRAUDA-RECORD PIC X(348).
       FD  HBRPDMF-FILE
           RECORDING MODE IS F.
           COPY hbrpdm.
       FD  HBRPDMA-FILE
           RECORDING MODE IS F.
       01  HBRPDMA-RECORD PIC X(15669).
       FD  HBRDHSF-FILE
           RECORDING MODE IS F.
           COPY hbrdhs.
       FD  HBRDHSK-FILE
           RECORDING MODE IS F.
       01  HBRDHSK-RECORD PIC X(100).
       FD  HBRDHSA-FILE
           RECORDING MODE IS F.
       01  HBRDHSA-RECORD PIC X(100).
       FD  HBRARCHO-FILE
           RECORDING MODE IS F.
       01  HBRARCHO-LINE PIC X(132).
       01  WS-PDMF-STATUS PIC XX VALUE SPACES.
       01  WS-PDMK-STATUS PIC XX VALUE SPACES.
       01  WS-PDMA-STATUS PIC XX VALUE SPACES.
       01  WS-DHSF-STATUS PIC XX VALUE SPACES.
       01  WS-DHSK-STATUS PIC XX VALUE SPACES.
       01  WS-DHSA-STATUS PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-EOF-SW PIC X VALUE 'N'.
           88 WS-AUDIT-EOF VALUE 'Y'.
       01  WS-PDMF-EOF-SW PIC X VALUE 'N'.
           88 WS-PDMF-EOF VALUE 'Y'.
       01  WS-DHSF-EOF-SW PIC X VALUE 'N'.
           88 WS-DHSF-EOF VALUE 'Y'.
       01  WS-DHSF-PRESENT-SW PIC X VALUE 'N'.
           88 WS-DHSF-PRESENT VALUE 'Y'.
       01  WS-RETENTION-DAYS PIC 9(4) VALUE 90.
       01  WS-RUN-DATE PIC 9(8).
       01  WS-CUTOFF-DATE PIC 9(8).
       01  WS-PDM-KEPT PIC 9(9) VALUE 0.
       01  WS-PDM-ARCHIVED PIC 9(9) VALUE 0.
       01  WS-PDM-OLDEST-KEPT PIC 9(8) VALUE 0.
       01  WS-DHS-READ PIC 9(9) VALUE 0.
       01  WS-DHS-KEPT PIC 9(9) VALUE 0.
       01  WS-DHS-ARCHIVED PIC 9(9) VALUE 0.
       01  WS-DHS-OLDEST-KEPT PIC 9(8) VALUE 0.
       01  WS-HDR-LINE-1.
           05 FILLER PIC X(30) VALUE "HBRAUDT/HBRPDMF RETENTION ARCH".
           05 FILLER PIC X(20) VALUE "IVE/PURGE SUMMARY   ".
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SPLIT-AUDIT-FILE UNTIL WS-AUDIT-EOF
           PERFORM 3000-SPLIT-PDM-FILE UNTIL WS-PDMF-EOF
           PERFORM 3500-SPLIT-HISTORY-FILE UNTIL WS-DHSF-EOF
           PERFORM 4000-PRODUCE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.
           END-READ
           READ HBRPDMF-FILE
               AT END SET WS-PDMF-EOF TO TRUE
           END-READ
           OPEN INPUT HBRDHSF-FILE
           IF WS-DHSF-STATUS = '35'
               SET WS-DHSF-EOF TO TRUE
           ELSE
               SET WS-DHSF-PRESENT TO TRUE
               OPEN OUTPUT HBRDHSK-FILE
               OPEN OUTPUT HBRDHSA-FILE
               READ HBRDHSF-FILE
                   AT END SET WS-DHSF-EOF TO TRUE
               END-READ
           END-IF.

       2000-SPLIT-AUDIT-FILE.
           ADD 1 TO WS-AUD-READ
               AT END SET WS-PDMF-EOF TO TRUE
           END-READ.

       3500-SPLIT-HISTORY-FILE.
           ADD 1 TO WS-DHS-READ
           IF HBRDHS-RUN-DATE < WS-CUTOFF-DATE
               ADD 1 TO WS-DHS-ARCHIVED
               WRITE HBRDHSA-RECORD FROM HBRDHS-RECORD
           ELSE
               ADD 1 TO WS-DHS-KEPT
               WRITE HBRDHSK-RECORD FROM HBRDHS-RECORD
               IF WS-DHS-OLDEST-KEPT = 0 OR
                  HBRDHS-RUN-DATE < WS-DHS-OLDEST-KEPT
                   MOVE HBRDHS-RUN-DATE TO WS-DHS-OLDEST-KEPT
               END-IF
           END-IF
           READ HBRDHSF-FILE
               AT END SET WS-DHSF-EOF TO TRUE
           END-READ.

       4000-PRODUCE-SUMMARY.
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           WRITE HBRARCHO-LINE FROM WS-HDR-LINE-1
           MOVE WS-PDM-KEPT TO WS-SUM-KEPT
           MOVE WS-PDM-ARCHIVED TO WS-SUM-ARCHIVED
           MOVE WS-PDM-OLDEST-KEPT TO WS-SUM-OLDEST
           WRITE HBRARCHO-LINE FROM WS-SUMMARY-LINE
           MOVE 'HBRDHSF' TO WS-SUM-FILE
           MOVE WS-DHS-READ TO WS-SUM-READ
           MOVE WS-DHS-KEPT TO WS-SUM-KEPT
           MOVE WS-DHS-ARCHIVED TO WS-SUM-ARCHIVED
           MOVE WS-DHS-OLDEST-KEPT TO WS-SUM-OLDEST
           WRITE HBRARCHO-LINE FROM WS-SUMMARY-LINE.

       9000-TERMINATE.
           CLOSE HBRPDMF-FILE
           CLOSE HBRPDMK-FILE
           CLOSE HBRPDMA-FILE
           IF WS-DHSF-PRESENT
               CLOSE HBRDHSF-FILE
               CLOSE HBRDHSK-FILE
               CLOSE HBRDHSA-FILE
           END-IF
           CLOSE HBRARCHO-FILE.
