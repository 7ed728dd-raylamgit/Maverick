      ******************************************************************
      *    HBRENTR - DAILY CALLER ENTITLEMENT VIOLATIONS REPORT        *
      *    LISTS EVERY CALL HBRDRV REFUSED ON THE REPORT DATE BECAUSE  *
      *    NO HBRENTF GRANT ENTITLED THE CALLER (REASON HBRA-REASON-   *
      *    NOT-ENTITLED), AND EVERY GRANT THAT HAS NOT BEEN USED IN    *
      *    THE UNUSED PERIOD (90 DAYS UNLESS THE PARAMETER SAYS        *
      *    OTHERWISE) SO IT CAN BE REVIEWED AND WITHDRAWN.             *
      *                                                                *
      *    THE JOB RUNS AGAINST SEQUENTIAL UNLOADS: THE SURROUNDING    *
      *    JCL REPROS HBRAUDT TO THE HBRAUDT DD AND HBRENTF (KEY       *
      *    ORDER) TO THE HBRENTF DD. A CALL IS CREDITED TO THE GRANT   *
      *    THAT COVERS IT BY THE SAME HBRENTM MATCH HBRENTL USES       *
      *    ONLINE. THE LAST-USED DATE OF EVERY GRANT IS CARRIED FROM   *
      *    NIGHT TO NIGHT ON THE HBRENUF USAGE FILE (SEE HBRENU): THE  *
      *    OLD ONE IS READ ON HBRENUF AND THE NEW ONE WRITTEN TO       *
      *    HBRENUN, WHICH THE JCL COPIES BACK, SO A GRANT'S LAST USE   *
      *    IS KNOWN EVEN AFTER HBRARCH HAS PURGED THE CALL FROM        *
      *    HBRAUDT. NO HBRENUF DD (THE FIRST RUN) MEANS EVERY GRANT IS *
      *    TREATED AS FIRST SEEN TODAY. AUDIT RECORDS WITH NO CALLING  *
      *    TRANSACTION (WRITTEN BEFORE THE CALLER FIELDS EXISTED)      *
      *    CANNOT BE CREDITED AND ARE ONLY COUNTED.                    *
      *                                                                *
      *    A GRANT HBRENTM WILL NOT LOAD (A BLANK MATCH FIELD, OR MORE *
      *    GRANTS THAN THE TABLE HOLDS) IS NOT IN FORCE ONLINE EITHER: *
      *    IT IS DISPLAYED AND THE STEP ENDS WITH RETURN CODE 8.       *
      *                                                                *
      *    CONTROL PARAMETERS ARE READ FROM HBRENTRP:                 *
      *       POS 1-8  REPORT DATE (YYYYMMDD) - DEFAULT IS TODAY       *
      *       POS 9-11 UNUSED PERIOD IN DAYS - DEFAULT IS 90           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRENTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HBRENTRP-FILE ASSIGN TO "HBRENTRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HBRENTF-FILE ASSIGN TO "HBRENTF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTF-STATUS.
           SELECT HBRENUF-FILE ASSIGN TO "HBRENUF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENUF-STATUS.
           SELECT HBRAUDT-FILE ASSIGN TO "HBRAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HBRENUN-FILE ASSIGN TO "HBRENUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENUN-STATUS.
           SELECT HBRENTO-FILE ASSIGN TO "HBRENTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HBRENTRP-FILE
           RECORDING MODE IS F.
       01  HBRENTRP-RECORD.
           05 HBRENTRP-REPORT-DATE PIC 9(8).
           05 HBRENTRP-UNUSED-DAYS PIC 9(3).
       FD  HBRENTF-FILE
           RECORDING MODE IS F.
           COPY hbrent.
       FD  HBRENUF-FILE
           RECORDING MODE IS F.
           COPY hbrenu.
       FD  HBRAUDT-FILE
           RECORDING MODE IS F.
           COPY hbraud.
       FD  HBRENUN-FILE
           RECORDING MODE IS F.
       01  HBRENUN-RECORD PIC X(40).
       FD  HBRENTO-FILE
           RECORDING MODE IS F.
       01  HBRENTO-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC XX VALUE SPACES.
       01  WS-ENTF-STATUS PIC XX VALUE SPACES.
       01  WS-ENUF-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS PIC XX VALUE SPACES.
       01  WS-ENUN-STATUS PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS PIC XX VALUE SPACES.
       01  WS-ENTF-EOF-SW PIC X VALUE 'N'.
           88 WS-ENTF-EOF VALUE 'Y'.
       01  WS-ENUF-EOF-SW PIC X VALUE 'N'.
           88 WS-ENUF-EOF VALUE 'Y'.
       01  WS-AUDIT-EOF-SW PIC X VALUE 'N'.
           88 WS-AUDIT-EOF VALUE 'Y'.
       01  WS-FOUND-SW PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
       01  WS-RUN-DATE PIC 9(8).
       01  WS-UNUSED-DAYS PIC 9(3) VALUE 90.
       01  WS-CUTOFF-DATE PIC 9(8).
       01  WS-CUTOFF-INT PIC 9(8) COMP.
       01  WS-ENTM-FUNCTION PIC X(4).
       01  WS-DRY-RUN-QUOTIENT PIC S9(8) COMP.
       01  WS-DRY-RUN-BIT PIC S9(8) COMP.
       COPY hbrws.
       COPY hbrentt.
      *    USAGE DATES AND DESCRIPTION OF EACH GRANT, SLOT FOR SLOT    *
      *    WITH HBRENTT-ENTRY.                                         *
       01  WS-GRANT-TABLE.
           05 WS-GRANT-ENTRY OCCURS 300 INDEXED BY WS-GRANT-IDX.
              10 WS-GRANT-FIRST-SEEN PIC 9(8).
              10 WS-GRANT-LAST-USED PIC 9(8).
              10 WS-GRANT-DESCRIPTION PIC X(40).
       01  WS-NEW-USAGE.
           05 WS-NEW-TRANSID PIC X(4).
           05 WS-NEW-SEQNO PIC 9(4).
           05 WS-NEW-FIRST-SEEN PIC 9(8).
           05 WS-NEW-LAST-USED PIC 9(8).
           05 FILLER PIC X(16) VALUE SPACES.
       01  WS-GRANTS-READ PIC 9(9) VALUE 0.
       01  WS-GRANTS-NOT-LOADED PIC 9(9) VALUE 0.
       01  WS-USAGE-READ PIC 9(9) VALUE 0.
       01  WS-USAGE-DROPPED PIC 9(9) VALUE 0.
       01  WS-AUDIT-READ PIC 9(9) VALUE 0.
       01  WS-CALLS-CREDITED PIC 9(9) VALUE 0.
       01  WS-CALLS-UNCREDITED PIC 9(9) VALUE 0.
       01  WS-CALLS-NO-CALLER PIC 9(9) VALUE 0.
       01  WS-VIOLATIONS PIC 9(9) VALUE 0.
       01  WS-UNUSED-GRANTS PIC 9(9) VALUE 0.
       01  WS-USAGE-WRITTEN PIC 9(9) VALUE 0.
       01  WS-HDR-LINE-1.
           05 FILLER PIC X(30) VALUE "CALLER ENTITLEMENT VIOLATIONS ".
           05 FILLER PIC X(20) VALUE "REPORT (HBRENTR)    ".
           05 FILLER PIC X(6)  VALUE "RUN: ".
           05 WS-HDR-DATE PIC 9(8).
       01  WS-HDR-LINE-2.
           05 FILLER PIC X(13) VALUE "REPORT DATE: ".
           05 WS-HDR-RUN-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(19) VALUE "NOT USED SINCE:    ".
           05 WS-HDR-CUTOFF PIC 9(8).
           05 FILLER PIC X(2) VALUE " (".
           05 WS-HDR-DAYS PIC ZZ9.
           05 FILLER PIC X(6) VALUE " DAYS)".
       01  WS-VIO-TITLE-LINE PIC X(60) VALUE
           "CALLS REFUSED - CALLER NOT ENTITLED".
       01  WS-VIO-HEAD-LINE.
           05 FILLER PIC X(9) VALUE "TIME".
           05 FILLER PIC X(5) VALUE "TRAN".
           05 FILLER PIC X(9) VALUE "USERID".
           05 FILLER PIC X(5) VALUE "SSID".
           05 FILLER PIC X(5) VALUE "MODE".
           05 FILLER PIC X(5) VALUE "PROD".
           05 FILLER PIC X(13) VALUE "INSTCODE".
           05 FILLER PIC X(13) VALUE "RULEAPP-PATH".
       01  WS-VIO-LINE.
           05 WS-VIO-TIME PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-VIO-TRANSID PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-VIO-USERID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-VIO-SSID PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-VIO-MODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-VIO-PRODCODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-VIO-INSTCODE PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-VIO-PATH PIC X(80).
       01  WS-UNU-TITLE-LINE.
           05 FILLER PIC X(28) VALUE "GRANTS NOT USED IN THE LAST ".
           05 WS-UNU-TITLE-DAYS PIC ZZ9.
           05 FILLER PIC X(5) VALUE " DAYS".
       01  WS-UNU-HEAD-LINE.
           05 FILLER PIC X(10) VALUE "TRAN SEQ".
           05 FILLER PIC X(9) VALUE "USERIDS".
           05 FILLER PIC X(5) VALUE "SSID".
           05 FILLER PIC X(4) VALUE "L D".
           05 FILLER PIC X(9) VALUE "FIRST".
           05 FILLER PIC X(9) VALUE "LAST".
           05 FILLER PIC X(51) VALUE "RULEAPP-PATH".
           05 FILLER PIC X(11) VALUE "DESCRIPTION".
       01  WS-UNU-LINE.
           05 WS-UNU-TRANSID PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-UNU-SEQNO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-UNU-USERID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-UNU-SSID PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-UNU-LIVE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-UNU-DRY-RUN PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-UNU-FIRST-SEEN PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-UNU-LAST-USED PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-UNU-PATH PIC X(50).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-UNU-DESCRIPTION PIC X(35).
       01  WS-NONE-LINE PIC X(60) VALUE "  NONE".
       01  WS-SUMMARY-LINE.
           05 WS-SUM-LABEL PIC X(40).
           05 WS-SUM-COUNT PIC ZZZ,ZZZ,ZZ9.
       01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-GRANT UNTIL WS-ENTF-EOF
           PERFORM 1400-APPLY-OLD-USAGE UNTIL WS-ENUF-EOF
           PERFORM 1900-START-VIOLATIONS
           PERFORM 2000-PROCESS-AUDIT UNTIL WS-AUDIT-EOF
           PERFORM 2900-END-VIOLATIONS
           PERFORM 3000-REPORT-UNUSED-GRANTS
           PERFORM 3500-WRITE-NEW-USAGE
           PERFORM 4000-PRODUCE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT HBRENTRP-FILE
           READ HBRENTRP-FILE
               AT END
                   MOVE WS-RUN-DATE TO HBRENTRP-REPORT-DATE
                   MOVE WS-UNUSED-DAYS TO HBRENTRP-UNUSED-DAYS
           END-READ
           IF HBRENTRP-REPORT-DATE IS NUMERIC AND
              HBRENTRP-REPORT-DATE > 0
               MOVE HBRENTRP-REPORT-DATE TO WS-RUN-DATE
           END-IF
           IF HBRENTRP-UNUSED-DAYS IS NUMERIC AND
              HBRENTRP-UNUSED-DAYS > 0
               MOVE HBRENTRP-UNUSED-DAYS TO WS-UNUSED-DAYS
           END-IF
           CLOSE HBRENTRP-FILE
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-UNUSED-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE 0 TO HBRENTT-COUNT
           OPEN INPUT HBRENTF-FILE
           OPEN INPUT HBRAUDT-FILE
           OPEN OUTPUT HBRENUN-FILE
           OPEN OUTPUT HBRENTO-FILE
           PERFORM 1100-READ-GRANT
           OPEN INPUT HBRENUF-FILE
           IF WS-ENUF-STATUS = "35"
               SET WS-ENUF-EOF TO TRUE
           ELSE
               PERFORM 1300-READ-OLD-USAGE
           END-IF.

       1100-READ-GRANT.
           READ HBRENTF-FILE
               AT END SET WS-ENTF-EOF TO TRUE
           END-READ
           IF NOT WS-ENTF-EOF
               ADD 1 TO WS-GRANTS-READ
           END-IF.

      *    A GRANT STARTS AS FIRST SEEN TODAY AND NEVER USED; HBRENUF  *
      *    THEN PUTS BACK WHAT EARLIER RUNS KNEW ABOUT IT.             *
       1200-LOAD-GRANT.
           MOVE 'ADD ' TO WS-ENTM-FUNCTION
           CALL 'HBRENTM' USING WS-ENTM-FUNCTION, HBRENT-RECORD,
               HBRENTT-TABLE, HBRENTT-REQUEST
           END-CALL
           IF HBRENTT-REQ-REJECTED
               ADD 1 TO WS-GRANTS-NOT-LOADED
               DISPLAY 'HBRENTR - HBRENTF GRANT ' HBRENT-TRANSID
                   '/' HBRENT-SEQNO
                   ' NOT LOADED - BLANK FIELD OR TABLE FULL'
           ELSE
               SET WS-GRANT-IDX TO HBRENTT-COUNT
               MOVE WS-RUN-DATE TO WS-GRANT-FIRST-SEEN(WS-GRANT-IDX)
               MOVE 0 TO WS-GRANT-LAST-USED(WS-GRANT-IDX)
               MOVE HBRENT-DESCRIPTION
                   TO WS-GRANT-DESCRIPTION(WS-GRANT-IDX)
           END-IF
           PERFORM 1100-READ-GRANT.

       1300-READ-OLD-USAGE.
           READ HBRENUF-FILE
               AT END SET WS-ENUF-EOF TO TRUE
           END-READ
           IF NOT WS-ENUF-EOF
               ADD 1 TO WS-USAGE-READ
           END-IF.

      *    USAGE FOR A GRANT NO LONGER ON HBRENTF IS DROPPED.          *
       1400-APPLY-OLD-USAGE.
           MOVE 'N' TO WS-FOUND-SW
           SET HBRENTT-IDX TO 1
           SEARCH HBRENTT-ENTRY
               AT END CONTINUE
               WHEN HBRENTT-IDX > HBRENTT-COUNT
                   CONTINUE
               WHEN HBRENTT-TRANSID(HBRENTT-IDX) = HBRENU-TRANSID
                AND HBRENTT-SEQNO(HBRENTT-IDX) = HBRENU-SEQNO
                   SET WS-FOUND TO TRUE
           END-SEARCH
           IF WS-FOUND
               SET WS-GRANT-IDX TO HBRENTT-IDX
               MOVE HBRENU-FIRST-SEEN-DATE
                   TO WS-GRANT-FIRST-SEEN(WS-GRANT-IDX)
               MOVE HBRENU-LAST-USED-DATE
                   TO WS-GRANT-LAST-USED(WS-GRANT-IDX)
           ELSE
               ADD 1 TO WS-USAGE-DROPPED
           END-IF
           PERFORM 1300-READ-OLD-USAGE.

       1900-START-VIOLATIONS.
           ACCEPT WS-HDR-DATE FROM DATE YYYYMMDD
           WRITE HBRENTO-LINE FROM WS-HDR-LINE-1
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-CUTOFF-DATE TO WS-HDR-CUTOFF
           MOVE WS-UNUSED-DAYS TO WS-HDR-DAYS
           WRITE HBRENTO-LINE FROM WS-HDR-LINE-2
           WRITE HBRENTO-LINE FROM WS-BLANK-LINE
           WRITE HBRENTO-LINE FROM WS-VIO-TITLE-LINE
           WRITE HBRENTO-LINE FROM WS-VIO-HEAD-LINE
           PERFORM 2010-READ-AUDIT.

       2000-PROCESS-AUDIT.
           PERFORM 2100-CHECK-ONE-CALL THRU 2100-EXIT
           PERFORM 2010-READ-AUDIT.

       2010-READ-AUDIT.
           READ HBRAUDT-FILE
               AT END SET WS-AUDIT-EOF TO TRUE
           END-READ
           IF NOT WS-AUDIT-EOF
               ADD 1 TO WS-AUDIT-READ
           END-IF.

      *    A REFUSED CALL IS LISTED WHEN IT FALLS ON THE REPORT DATE.  *
      *    EVERY OTHER CALL UP TO THE REPORT DATE IS CREDITED TO THE   *
      *    GRANT THAT COVERS IT - ALL OF HBRAUDT IS PASSED, SO A DAY   *
      *    THE JOB DID NOT RUN IS STILL CREDITED THE NEXT TIME IT DOES.*
       2100-CHECK-ONE-CALL.
           IF HBRAUD-DATE > WS-RUN-DATE
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-CHECK-DRY-RUN-CALL
           IF HBRAUD-COMPLETION-CODE = HBRA-COMPLETION-LOCAL-REJECT
              AND HBRAUD-REASON-CODE = HBRA-REASON-NOT-ENTITLED
               IF HBRAUD-DATE = WS-RUN-DATE
                   PERFORM 2300-PRINT-VIOLATION
               END-IF
               GO TO 2100-EXIT
           END-IF
           IF HBRAUD-TRANSID = SPACES
               ADD 1 TO WS-CALLS-NO-CALLER
               GO TO 2100-EXIT
           END-IF
           PERFORM 2400-CREDIT-GRANT.
       2100-EXIT.
           EXIT.

       2200-CHECK-DRY-RUN-CALL.
           MOVE 'N' TO HBRENTT-REQ-DRY-RUN
           COMPUTE WS-DRY-RUN-QUOTIENT =
               FUNCTION INTEGER(HBRAUD-FLAGS / HBRA-FLAG-VALIDATE-ONLY)
           COMPUTE WS-DRY-RUN-BIT = FUNCTION MOD(WS-DRY-RUN-QUOTIENT, 2)
           IF WS-DRY-RUN-BIT = 1
               MOVE 'Y' TO HBRENTT-REQ-DRY-RUN
           END-IF.

       2300-PRINT-VIOLATION.
           ADD 1 TO WS-VIOLATIONS
           MOVE HBRAUD-TIME TO WS-VIO-TIME
           MOVE HBRAUD-TRANSID TO WS-VIO-TRANSID
           MOVE HBRAUD-USERID TO WS-VIO-USERID
           MOVE HBRAUD-SSID TO WS-VIO-SSID
           IF HBRENTT-REQ-DRY-RUN = 'Y'
               MOVE 'DRY ' TO WS-VIO-MODE
           ELSE
               MOVE 'LIVE' TO WS-VIO-MODE
           END-IF
           MOVE HBRAUD-PRODCODE TO WS-VIO-PRODCODE
           MOVE HBRAUD-INSTCODE TO WS-VIO-INSTCODE
           MOVE HBRAUD-RULEAPP-PATH(1:80) TO WS-VIO-PATH
           WRITE HBRENTO-LINE FROM WS-VIO-LINE.

       2400-CREDIT-GRANT.
           MOVE HBRAUD-TRANSID TO HBRENTT-REQ-TRANSID
           MOVE HBRAUD-USERID TO HBRENTT-REQ-USERID
           MOVE HBRAUD-SSID TO HBRENTT-REQ-SSID
           MOVE HBRAUD-RULEAPP-PATH TO HBRENTT-REQ-RULEAPP-PATH
           MOVE 'CHEK' TO WS-ENTM-FUNCTION
           CALL 'HBRENTM' USING WS-ENTM-FUNCTION, HBRENT-RECORD,
               HBRENTT-TABLE, HBRENTT-REQUEST
           END-CALL
           IF HBRENTT-REQ-ENTITLED
               ADD 1 TO WS-CALLS-CREDITED
               SET WS-GRANT-IDX TO HBRENTT-REQ-MATCH
               IF HBRAUD-DATE > WS-GRANT-LAST-USED(WS-GRANT-IDX)
                   MOVE HBRAUD-DATE TO WS-GRANT-LAST-USED(WS-GRANT-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-CALLS-UNCREDITED
           END-IF.

       2900-END-VIOLATIONS.
           IF WS-VIOLATIONS = 0
               WRITE HBRENTO-LINE FROM WS-NONE-LINE
           END-IF
           MOVE 'CALLS REFUSED' TO WS-SUM-LABEL
           MOVE WS-VIOLATIONS TO WS-SUM-COUNT
           WRITE HBRENTO-LINE FROM WS-SUMMARY-LINE
           WRITE HBRENTO-LINE FROM WS-BLANK-LINE.

      *    A GRANT NEVER USED IS ONLY REPORTED ONCE IT HAS BEEN ON     *
      *    HBRENTF FOR THE WHOLE UNUSED PERIOD.                        *
       3000-REPORT-UNUSED-GRANTS.
           MOVE WS-UNUSED-DAYS TO WS-UNU-TITLE-DAYS
           WRITE HBRENTO-LINE FROM WS-UNU-TITLE-LINE
           WRITE HBRENTO-LINE FROM WS-UNU-HEAD-LINE
           PERFORM VARYING HBRENTT-IDX FROM 1 BY 1
                   UNTIL HBRENTT-IDX > HBRENTT-COUNT
               SET WS-GRANT-IDX TO HBRENTT-IDX
               IF WS-GRANT-LAST-USED(WS-GRANT-IDX) = 0
                   IF WS-GRANT-FIRST-SEEN(WS-GRANT-IDX)
                           NOT > WS-CUTOFF-DATE
                       PERFORM 3100-PRINT-UNUSED-GRANT
                   END-IF
               ELSE
                   IF WS-GRANT-LAST-USED(WS-GRANT-IDX)
                           NOT > WS-CUTOFF-DATE
                       PERFORM 3100-PRINT-UNUSED-GRANT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-UNUSED-GRANTS = 0
               WRITE HBRENTO-LINE FROM WS-NONE-LINE
           END-IF
           MOVE 'GRANTS NOT USED' TO WS-SUM-LABEL
           MOVE WS-UNUSED-GRANTS TO WS-SUM-COUNT
           WRITE HBRENTO-LINE FROM WS-SUMMARY-LINE
           WRITE HBRENTO-LINE FROM WS-BLANK-LINE.

       3100-PRINT-UNUSED-GRANT.
           ADD 1 TO WS-UNUSED-GRANTS
           MOVE HBRENTT-TRANSID(HBRENTT-IDX) TO WS-UNU-TRANSID
           MOVE HBRENTT-SEQNO(HBRENTT-IDX) TO WS-UNU-SEQNO
           MOVE HBRENTT-USERID-MASK(HBRENTT-IDX) TO WS-UNU-USERID
           MOVE HBRENTT-SSID(HBRENTT-IDX) TO WS-UNU-SSID
           MOVE HBRENTT-ALLOW-LIVE(HBRENTT-IDX) TO WS-UNU-LIVE
           MOVE HBRENTT-ALLOW-DRY-RUN(HBRENTT-IDX) TO WS-UNU-DRY-RUN
           MOVE WS-GRANT-FIRST-SEEN(WS-GRANT-IDX) TO WS-UNU-FIRST-SEEN
           IF WS-GRANT-LAST-USED(WS-GRANT-IDX) = 0
               MOVE 'NEVER' TO WS-UNU-LAST-USED
           ELSE
               MOVE WS-GRANT-LAST-USED(WS-GRANT-IDX)
                   TO WS-UNU-LAST-USED
           END-IF
           MOVE HBRENTT-RULEAPP-PATH(HBRENTT-IDX)(1:50) TO WS-UNU-PATH
           MOVE WS-GRANT-DESCRIPTION(WS-GRANT-IDX)
               TO WS-UNU-DESCRIPTION
           WRITE HBRENTO-LINE FROM WS-UNU-LINE.

      *    THE TABLE IS IN HBRENTF KEY ORDER, SO HBRENUN IS TOO.       *
       3500-WRITE-NEW-USAGE.
           PERFORM VARYING HBRENTT-IDX FROM 1 BY 1
                   UNTIL HBRENTT-IDX > HBRENTT-COUNT
               SET WS-GRANT-IDX TO HBRENTT-IDX
               MOVE HBRENTT-TRANSID(HBRENTT-IDX) TO WS-NEW-TRANSID
               MOVE HBRENTT-SEQNO(HBRENTT-IDX) TO WS-NEW-SEQNO
               MOVE WS-GRANT-FIRST-SEEN(WS-GRANT-IDX)
                   TO WS-NEW-FIRST-SEEN
               MOVE WS-GRANT-LAST-USED(WS-GRANT-IDX)
                   TO WS-NEW-LAST-USED
               WRITE HBRENUN-RECORD FROM WS-NEW-USAGE
               ADD 1 TO WS-USAGE-WRITTEN
           END-PERFORM.

       4000-PRODUCE-SUMMARY.
           MOVE 'GRANTS READ FROM HBRENTF' TO WS-SUM-LABEL
           MOVE WS-GRANTS-READ TO WS-SUM-COUNT
           WRITE HBRENTO-LINE FROM WS-SUMMARY-LINE
           MOVE 'GRANTS NOT LOADED (NOT IN FORCE)' TO WS-SUM-LABEL
           MOVE WS-GRANTS-NOT-LOADED TO WS-SUM-COUNT
           WRITE HBRENTO-LINE FROM WS-SUMMARY-LINE
           MOVE 'USAGE RECORDS READ' TO WS-SUM-LABEL
           MOVE WS-USAGE-READ TO WS-SUM-COUNT
           WRITE HBRENTO-LINE FROM WS-SUMMARY-LINE
           MOVE 'USAGE DROPPED (GRANT DELETED)' TO WS-SUM-LABEL
           MOVE WS-USAGE-DROPPED TO WS-SUM-COUNT
           WRITE HBRENTO-LINE FROM WS-SUMMARY-LINE
           MOVE 'AUDIT RECORDS READ' TO WS-SUM-LABEL
           MOVE WS-AUDIT-READ TO WS-SUM-COUNT
           WRITE HBRENTO-LINE FROM WS-SUMMARY-LINE
           MOVE 'CALLS CREDITED TO A GRANT' TO WS-SUM-LABEL
           MOVE WS-CALLS-CREDITED TO WS-SUM-COUNT
           WRITE HBRENTO-LINE FROM WS-SUMMARY-LINE
           MOVE 'CALLS NO CURRENT GRANT COVERS' TO WS-SUM-LABEL
           MOVE WS-CALLS-UNCREDITED TO WS-SUM-COUNT
           WRITE HBRENTO-LINE FROM WS-SUMMARY-LINE
           MOVE 'CALLS WITH NO CALLER RECORDED' TO WS-SUM-LABEL
           MOVE WS-CALLS-NO-CALLER TO WS-SUM-COUNT
           WRITE HBRENTO-LINE FROM WS-SUMMARY-LINE
           MOVE 'USAGE RECORDS WRITTEN' TO WS-SUM-LABEL
           MOVE WS-USAGE-WRITTEN TO WS-SUM-COUNT
           WRITE HBRENTO-LINE FROM WS-SUMMARY-LINE
           DISPLAY 'HBRENTR - DATE=' WS-RUN-DATE
               ' REFUSED=' WS-VIOLATIONS
               ' UNUSED GRANTS=' WS-UNUSED-GRANTS
               ' NOT LOADED=' WS-GRANTS-NOT-LOADED
           IF WS-GRANTS-NOT-LOADED > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           CLOSE HBRENTF-FILE
           IF NOT WS-ENUF-STATUS = "35"
               CLOSE HBRENUF-FILE
           END-IF
           CLOSE HBRAUDT-FILE
           CLOSE HBRENUN-FILE
           CLOSE HBRENTO-FILE.
