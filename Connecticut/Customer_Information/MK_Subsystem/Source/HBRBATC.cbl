      *    EVERY RUN WRITES ONE HBRSUM OUTCOME RECORD AT END OF JOB;   *
      *    HBRCONS MERGES THE PER-PARTITION RECORDS INTO THE RUN       *
      *    SUMMARY.                                                    *
      *                                                                *
      *    CUSTOMER DATA FOR THE RULE APP (BALANCES, DATES, RISK       *
      *    SCORES) ARRIVES ON THE HBRPRMF COMPANION FILE (SEE HBRPRM), *
      *    ASCENDING BY INSTCODE LIKE THE CUSTOMER INPUT, AND IS       *
      *    MATCHED TO EACH CUSTOMER BY A FORWARD-ONLY MERGE - THE      *
      *    SAME SHAPE AS THE HBRSWPS REGISTER CHECK. EACH MATCHED      *
      *    PARAMETER IS ADDED TO HBRA-RA-PARMS THROUGH HBRPARM, AND    *
      *    THE VALUES THEMSELVES TRAVEL TO THE CICS REGION IN THE      *
      *    COMMAREA BEHIND THE CONNECTION AREA, LOCATED BY OFFSET      *
      *    RATHER THAN ADDRESS. A CUSTOMER WITH NO PARAMETER RECORDS   *
      *    (REASON HBRA-REASON-PARMS-MISSING) OR MORE THAN HBRPARM'S   *
      *    128 (HBRA-REASON-PARMS-OVER-LIMIT) IS NOT SENT: IT IS       *
      *    WRITTEN TO HBRRSLTF AND HBRERRF AS A LOCAL REJECT LIKE ANY  *
      *    OTHER. PARAMETER RECORDS WHOSE INSTCODE MATCHES NO CUSTOMER *
      *    ARE LOGGED ONCE PER INSTCODE ON HBRERRF (REASON HBRA-       *
      *    REASON-PARMS-ORPHANED, CUSTOMER FIELDS BLANK) AND ARE NOT   *
      *    COUNTED AS CALLS; A MODE-'E' RERUN READS PAST THEM, AND     *
      *    DOES NOT LOG ORPHANS ITSELF SINCE ITS INPUT IS ONLY THE     *
      *    FAILURES. NO HBRPRMF DD AT ALL MEANS THE RUN PASSES NO      *
      *    PARAMETERS AND NOTHING IS REJECTED FOR LACK OF THEM. IN A   *
      *    PARTITIONED RUN HBRSPLT CUTS HBRPRMF ALONG THE SAME         *
      *    INSTCODE RANGES AS THE CUSTOMERS (HBRPRM1 - HBRPRM4).       *
      *                                                                *
      *    CHAMPION/CHALLENGER SHADOW RUN: A PRODCODE REGISTERED ON    *
      *    THE OPTIONAL HBRCANF FILE (SEE HBRCAN) WITH A CANDIDATE     *
      *    RULEAPP-PATH IS DRIVEN TWICE PER CUSTOMER. THE PRODUCTION   *
      *    CALL RUNS EXACTLY AS ABOVE AND IS THE ONLY ONE THAT REACHES *
      *    HBRRSLTF, HBRERRF, HBRSWPF, THE CHECKPOINT AND HBRSUM. THE  *
      *    CUSTOMER IS THEN REBUILT THE SAME WAY - SAME PARAMETERS -   *
      *    ON THE CANDIDATE PATH WITH HBRA-FLAG-SHADOW-CALL SET, SO    *
      *    THE AUDIT READERS LEAVE IT OUT OF THE PRODUCTION NUMBERS,   *
      *    AND ITS RESULT, GOOD OR BAD, IS WRITTEN IN THE HBRRSLT      *
      *    LAYOUT TO THE HBRSHDF SHADOW RESULTS FILE FOR HBRDIVR. A    *
      *    CUSTOMER REJECTED LOCALLY FOR ITS PARAMETERS IS NOT SHADOW- *
      *    RUN. HBRSHDF IS OPENED ONLY WHEN SOMETHING IS REGISTERED,   *
      *    AND IS EXTENDED ON A RESTART OR SWEEP LIKE HBRRSLTF.        *
      *                                                                *
      *    AT END OF RUN, ALONGSIDE HBRSUM, THE RUN'S CONTROL COUNTS   *
      *    ARE APPENDED TO THE HBRLDGF RUN LEDGER (SEE HBRLDG) UNDER   *
      *    ITS PARTITION ID FOR THE HBRBAL BALANCING STEP: EVERY INPUT *
      *    RECORD READ IS EITHER A CALL, A CUSTOMER SKIPPED BY A       *
      *    RESTART (ITS RESULT WAS WRITTEN BY THE ABENDED RUN) OR ONE  *
      *    SKIPPED AS ALREADY PROCESSED TODAY. RESTART-SWEPT COUNTS    *
      *    THE RESTART SKIPS THAT WERE ALSO ON THE REGISTER, WHICH THE *
      *    ABENDED RUN SKIPPED AND WROTE NO RESULT FOR.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRBATC.
           SELECT HBRSWPF-FILE ASSIGN TO "HBRSWPF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SWPF-STATUS.
           SELECT HBRPRMF-FILE ASSIGN TO "HBRPRMF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRMF-STATUS.
           SELECT HBRCANF-FILE ASSIGN TO "HBRCANF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CANF-STATUS.
           SELECT HBRSHDF-FILE ASSIGN TO "HBRSHDF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHDF-STATUS.
           SELECT HBRLDGF-FILE ASSIGN TO "HBRLDGF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LDGF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HBRBATCP-FILE
       FD  HBRSWPF-FILE
           RECORDING MODE IS F.
       01  HBRSWPF-REC PIC X(20).
       FD  HBRPRMF-FILE
           RECORDING MODE IS F.
           COPY hbrprm.
       FD  HBRCANF-FILE
           RECORDING MODE IS F.
           COPY hbrcan.
       FD  HBRSHDF-FILE
           RECORDING MODE IS F.
       01  HBRSHDF-REC PIC X(1052).
       FD  HBRLDGF-FILE
           RECORDING MODE IS F.
           COPY hbrldg.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC XX VALUE SPACES.
       01  WS-CUSTF-STATUS PIC XX VALUE SPACES.
       01  WS-CUSTD-STATUS PIC XX VALUE SPACES.
       01  WS-SWPS-STATUS PIC XX VALUE SPACES.
       01  WS-SWPF-STATUS PIC XX VALUE SPACES.
       01  WS-PRMF-STATUS PIC XX VALUE SPACES.
       01  WS-CANF-STATUS PIC XX VALUE SPACES.
       01  WS-SHDF-STATUS PIC XX VALUE SPACES.
       01  WS-LDGF-STATUS PIC XX VALUE SPACES.
       01  WS-CUSTF-EOF-SW PIC X VALUE 'N'.
           88 WS-CUSTF-EOF VALUE 'Y'.
       01  WS-SWPS-EOF-SW PIC X VALUE 'N'.
       01  WS-ALREADY-SW PIC X VALUE 'N'.
           88 WS-ALREADY-PROCESSED VALUE 'Y'.
       01  WS-SKIPPED-THIS-RUN PIC 9(9) VALUE 0.
       01  WS-RECORDS-READ PIC 9(9) VALUE 0.
       01  WS-RESTART-SKIPPED PIC 9(9) VALUE 0.
       01  WS-RESTART-SWEPT PIC 9(9) VALUE 0.
       01  WS-REGISTER-RECORD.
           05 WS-REGISTER-INSTCODE PIC X(12).
           05 WS-REGISTER-DATE PIC 9(8).
       01  WS-FIRST-INSTCODE PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE PIC 9(8).
       01  WS-CURRENT-TIME PIC 9(8).
       01  WS-PRMF-EOF-SW PIC X VALUE 'N'.
           88 WS-PRMF-EOF VALUE 'Y'.
       01  WS-PRMF-OPEN-SW PIC X VALUE 'N'.
           88 WS-PARMS-SUPPLIED VALUE 'Y'.
       01  WS-PARM-REJECT-SW PIC X VALUE 'N'.
           88 WS-PARM-REJECTED VALUE 'Y'.
       01  WS-ORPHANS-THIS-RUN PIC 9(9) VALUE 0.
       01  WS-LAST-ORPHAN-INSTCODE PIC X(12) VALUE LOW-VALUES.
       01  WS-MAX-PRMS PIC S9(8) COMP VALUE +128.
       01  WS-PRM-FOUND PIC S9(8) COMP VALUE 0.
       01  WS-PRM-IDX PIC S9(8) COMP.
      *    THE PARAMETER VALUES ARE HELD HERE, NOT IN THE HBRPRMF      *
      *    RECORD AREA THE NEXT READ OVERLAYS. FOR THE CALL THEY ARE   *
      *    PACKED END TO END INTO WS-VALUE-AREA, WHICH HBRBEXCI SENDS  *
      *    IN THE COMMAREA BEHIND HBRA-CONN-AREA. AN ADDRESS IN THIS   *
      *    ADDRESS SPACE WOULD MEAN NOTHING TO HBRDRV IN THE CICS      *
      *    REGION, SO EACH ENTRY CARRIES HBRA-RA-DATA-OFFSET INTO      *
      *    WS-VALUE-AREA INSTEAD AND HBRA-RA-VALUES-LENGTH SAYS HOW    *
      *    MUCH OF IT IS IN USE (SEE HBRWS).                           *
       01  WS-PRM-TABLE.
           05 WS-PRM-ENTRY OCCURS 128.
              10 WS-PRM-NAME PIC X(48).
              10 WS-PRM-LENGTH PIC 9(8) BINARY.
              10 WS-PRM-VALUE PIC X(128).
       01  WS-VALUE-AREA PIC X(16384).
       01  WS-PARM-NAME PIC X(48).
       01  WS-PARM-PTR USAGE POINTER.
       01  WS-PARM-LENGTH PIC 9(8) BINARY.
       01  WS-PARM-ADD-STATUS PIC X.
           88 WS-PARM-ADD-OK VALUE '0'.
           88 WS-PARM-ADD-REJECTED VALUE '1'.
       01  WS-CANF-EOF-SW PIC X VALUE 'N'.
           88 WS-CANF-EOF VALUE 'Y'.
       01  WS-SHDF-OPEN-SW PIC X VALUE 'N'.
           88 WS-SHADOW-RUN VALUE 'Y'.
       01  WS-CANDIDATE-SW PIC X VALUE 'N'.
           88 WS-CANDIDATE-FOUND VALUE 'Y'.
       01  WS-SHADOWS-THIS-RUN PIC 9(9) VALUE 0.
       01  WS-MAX-CANDIDATES PIC 9(4) VALUE 100.
       01  WS-CANDIDATE-COUNT PIC 9(4) VALUE 0.
       01  WS-CANDIDATE-TABLE.
           05 WS-CANDIDATE-ENTRY OCCURS 100 INDEXED BY WS-CAN-IDX.
              10 WS-CAN-PRODCODE PIC X(4).
              10 WS-CAN-PATH PIC X(256).
       01  WS-FLAG-FUNCTION PIC X(4).
       01  WS-FLAG-RESULT PIC X.
      *    THE SHADOW RESULT IS BUILT IN ITS OWN IMAGE OF THE HBRRSLT  *
      *    LAYOUT - THE HBRRSLTF RECORD AREA BELONGS TO PRODUCTION.    *
       01  WS-SHADOW-RECORD.
           05 WS-SHADOW-INSTCODE PIC X(12).
           05 WS-SHADOW-PRODCODE PIC X(4).
           05 WS-SHADOW-COMPLETION-CODE PIC S9(8) COMP.
           05 WS-SHADOW-REASON-CODE PIC S9(8) COMP.
           05 WS-SHADOW-RESPONSE-TRUE-LENGTH PIC S9(8) COMP.
           05 WS-SHADOW-RESPONSE-MESSAGE PIC X(1024).
       COPY hbrcust.
       COPY hbrerr.
       COPY hbrswp.
               END-IF
           END-IF
           PERFORM 1300-OPEN-SWEEP-REGISTER
           PERFORM 1400-OPEN-PARAMETER-FILE
           PERFORM 1700-LOAD-CANDIDATES
           PERFORM 2400-READ-INPUT.

      *    A MISSING REGISTER (FIRST RUN OF THE DAY, OR A SHOP THAT    *
               AT END SET WS-SWPS-EOF TO TRUE
           END-READ.

      *    A MISSING HBRPRMF MEANS A RUN WITH NO PARAMETER FEED - THE  *
      *    CUSTOMERS ARE DRIVEN WITH AN EMPTY HBRA-RA-PARMS AS BEFORE. *
       1400-OPEN-PARAMETER-FILE.
           OPEN INPUT HBRPRMF-FILE
           IF WS-PRMF-STATUS = "35"
               SET WS-PRMF-EOF TO TRUE
           ELSE
               SET WS-PARMS-SUPPLIED TO TRUE
               PERFORM 1410-READ-PARAMETER
           END-IF.

       1410-READ-PARAMETER.
           READ HBRPRMF-FILE
               AT END SET WS-PRMF-EOF TO TRUE
           END-READ.

       1500-LOCATE-LAST-CHECKPOINT.
           OPEN INPUT HBRCHKPT-FILE
           IF WS-CHKPT-STATUS = "35"
               END-READ
           END-PERFORM.

      *    A MISSING OR EMPTY HBRCANF MEANS NO SHADOW RUN TONIGHT AND  *
      *    NO HBRSHDF OUTPUT AT ALL.                                   *
       1700-LOAD-CANDIDATES.
           OPEN INPUT HBRCANF-FILE
           IF WS-CANF-STATUS = "35"
               SET WS-CANF-EOF TO TRUE
           ELSE
               PERFORM 1710-READ-CANDIDATE
               PERFORM UNTIL WS-CANF-EOF
                   IF WS-CANDIDATE-COUNT < WS-MAX-CANDIDATES
                       ADD 1 TO WS-CANDIDATE-COUNT
                       SET WS-CAN-IDX TO WS-CANDIDATE-COUNT
                       MOVE HBRCAN-PRODCODE
                           TO WS-CAN-PRODCODE(WS-CAN-IDX)
                       MOVE HBRCAN-CANDIDATE-PATH
                           TO WS-CAN-PATH(WS-CAN-IDX)
                   END-IF
                   PERFORM 1710-READ-CANDIDATE
               END-PERFORM
               CLOSE HBRCANF-FILE
           END-IF
           IF WS-CANDIDATE-COUNT > 0
               SET WS-SHADOW-RUN TO TRUE
               IF WS-RESTART-RUN OR WS-SWEEP-RUN
                   OPEN EXTEND HBRSHDF-FILE
                   IF WS-SHDF-STATUS = "35" OR WS-SHDF-STATUS = "05"
                       OPEN OUTPUT HBRSHDF-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT HBRSHDF-FILE
               END-IF
               DISPLAY 'HBRBATC - SHADOW RUN ACTIVE FOR '
                   WS-CANDIDATE-COUNT ' PRODCODE(S)'
           END-IF.

       1710-READ-CANDIDATE.
           READ HBRCANF-FILE
               AT END SET WS-CANF-EOF TO TRUE
           END-READ.

      *    A RERUN-FAILURES RUN MUST NOT CONSULT THE REGISTER - THE    *
      *    CUSTOMERS IT CARRIES ARE IN THERE FROM THE RUN THAT FAILED  *
      *    THEM, AND REDRIVING THEM IS THE WHOLE POINT OF MODE 'E'.    *
      *    WHILE A RESTART IS STILL SKIPPING, THE REGISTER IS ROLLED   *
      *    FORWARD TOO: A SKIPPED CUSTOMER THAT WAS ON IT WAS ALSO     *
      *    SKIPPED BY THE ABENDED RUN, SO IT HAS NO HBRRSLTF RECORD    *
      *    AND IS COUNTED AS RESTART-SWEPT FOR HBRBAL.                 *
       2000-PROCESS-CUSTOMERS.
           ADD 1 TO WS-RECORDS-READ
           IF WS-PARMS-SUPPLIED
               PERFORM 2170-MATCH-PARAMETERS
           END-IF
           IF WS-STILL-SKIPPING
               ADD 1 TO WS-RESTART-SKIPPED
               IF NOT WS-RERUN-FAILURES
                   PERFORM 2150-CHECK-SWEEP-REGISTER
                   IF WS-ALREADY-PROCESSED
                       ADD 1 TO WS-RESTART-SWEPT
                   END-IF
               END-IF
               PERFORM 2100-CHECK-SKIP
           ELSE
               IF NOT WS-RERUN-FAILURES
           DISPLAY 'HBRBATC - INSTCODE=' HBRCUST-INSTCODE
               ' ALREADY PROCESSED TODAY - SKIPPED'.

      *    RUN FOR EVERY CUSTOMER READ, SKIPPED OR NOT, SO A SKIPPED   *
      *    CUSTOMER'S PARAMETERS ARE CONSUMED RATHER THAN MISTAKEN FOR *
      *    ORPHANS. ANYTHING BELOW THE CURRENT INSTCODE MATCHED NO     *
      *    CUSTOMER. PAST THE 128TH PARAMETER THE RECORDS ARE ONLY     *
      *    COUNTED, SO 2210 CAN REJECT THE CUSTOMER.                   *
       2170-MATCH-PARAMETERS.
           MOVE 0 TO WS-PRM-FOUND
           PERFORM UNTIL WS-PRMF-EOF
                   OR HBRPRM-INSTCODE >= HBRCUST-INSTCODE
               PERFORM 2180-LOG-ORPHAN-PARAMETER
               PERFORM 1410-READ-PARAMETER
           END-PERFORM
           PERFORM UNTIL WS-PRMF-EOF
                   OR HBRPRM-INSTCODE NOT = HBRCUST-INSTCODE
               ADD 1 TO WS-PRM-FOUND
               IF WS-PRM-FOUND <= WS-MAX-PRMS
                   PERFORM 2175-HOLD-PARAMETER
               END-IF
               PERFORM 1410-READ-PARAMETER
           END-PERFORM.

       2175-HOLD-PARAMETER.
           MOVE HBRPRM-PARAMETER-NAME TO WS-PRM-NAME(WS-PRM-FOUND)
           MOVE HBRPRM-DATA-VALUE TO WS-PRM-VALUE(WS-PRM-FOUND)
           IF HBRPRM-DATA-LENGTH IS NUMERIC AND
              HBRPRM-DATA-LENGTH > 0 AND
              HBRPRM-DATA-LENGTH <= LENGTH OF HBRPRM-DATA-VALUE
               MOVE HBRPRM-DATA-LENGTH TO WS-PRM-LENGTH(WS-PRM-FOUND)
           ELSE
               MOVE LENGTH OF HBRPRM-DATA-VALUE
                   TO WS-PRM-LENGTH(WS-PRM-FOUND)
           END-IF.

      *    ONE HBRERRF RECORD PER ORPHANED INSTCODE, NOT PER PARAMETER *
      *    RECORD. NOT LOGGED WHILE A RESTART IS STILL SKIPPING (THE   *
      *    ABENDED RUN ALREADY LOGGED THEM) OR IN A MODE-'E' RERUN.    *
       2180-LOG-ORPHAN-PARAMETER.
           IF NOT WS-STILL-SKIPPING AND NOT WS-RERUN-FAILURES AND
              HBRPRM-INSTCODE NOT = WS-LAST-ORPHAN-INSTCODE
               MOVE HBRPRM-INSTCODE TO WS-LAST-ORPHAN-INSTCODE
               MOVE SPACES TO HBRERR-CUSTOMER
               MOVE HBRPRM-INSTCODE TO HBRERR-INSTCODE
               MOVE 0 TO HBRERR-RULE-CCSID
               MOVE HBRA-COMPLETION-LOCAL-REJECT
                   TO HBRERR-COMPLETION-CODE
               MOVE HBRA-REASON-PARMS-ORPHANED TO HBRERR-REASON-CODE
               WRITE HBRERRF-REC FROM HBRERR-RECORD
               ADD 1 TO WS-ORPHANS-THIS-RUN
               DISPLAY 'HBRBATC - PARAMETERS FOR INSTCODE='
                   HBRPRM-INSTCODE ' MATCH NO CUSTOMER'
           END-IF.

       2200-DRIVE-ONE-CUSTOMER.
           PERFORM 2205-BUILD-CONN-AREA
           IF WS-PARM-REJECTED
               MOVE HBRA-COMPLETION-LOCAL-REJECT
                   TO HBRA-CONN-COMPLETION-CODE
           ELSE
               CALL 'HBRBEXCI' USING HBRA-CONN-AREA, WS-VALUE-AREA
               END-CALL
           END-IF
           IF HBRA-CONN-COMPLETION-CODE = HBRA-COMPLETION-LOCAL-REJECT
               DISPLAY 'HBRBATC - LOCAL REJECT INSTCODE='
                   HBRCUST-INSTCODE ' REASON=' HBRA-CONN-REASON-CODE
           END-IF
           IF WS-CALLS-SINCE-CHECKPOINT >= WS-CHECKPOINT-FREQ
               PERFORM 2300-WRITE-CHECKPOINT
           END-IF
           IF WS-SHADOW-RUN AND NOT WS-PARM-REJECTED
               PERFORM 2280-DRIVE-SHADOW-CALL THRU 2280-EXIT
           END-IF.

      *    BUILDS THE CONNECTION AREA FOR THE CURRENT CUSTOMER ON ITS  *
      *    PRODUCTION PATH. THE SHADOW CALL REUSES IT AND THEN         *
      *    OVERLAYS THE PATH, SO BOTH CALLS SEE THE SAME INPUT.        *
       2205-BUILD-CONN-AREA.
           INITIALIZE HBRA-CONN-AREA
           MOVE 'HBRC' TO HBRA-CONN-EYE
           MOVE +1 TO HBRA-CONN-FLAGS
           MOVE +5 TO HBRA-CONN-VERSION
           MOVE HBRCUST-PRODCODE TO HBRA-CONN-PRODCODE
           MOVE HBRCUST-INSTCODE TO HBRA-CONN-INSTCODE
           MOVE HBRCUST-SSID TO HBRA-CONN-SSID
           MOVE HBRCUST-RULEAPP-PATH TO HBRA-CONN-RULEAPP-PATH
           MOVE HBRCUST-RULE-CCSID TO HBRA-CONN-RULE-CCSID
           MOVE 'N' TO WS-PARM-REJECT-SW
           IF WS-PARMS-SUPPLIED
               PERFORM 2210-LOAD-PARAMETERS
           END-IF.

      *    THE CUSTOMER IS REJECTED HERE, BEFORE THE EXCI ROUND TRIP,  *
      *    WHEN IT HAS NO PARAMETERS OR MORE THAN HBRPARM WILL TAKE -  *
      *    A PARTIAL TABLE WOULD LET THE RULES DECIDE ON INCOMPLETE    *
      *    DATA. HBRPARM REFUSING AN ADD IS TREATED THE SAME WAY.      *
       2210-LOAD-PARAMETERS.
           IF WS-PRM-FOUND = 0
               SET WS-PARM-REJECTED TO TRUE
               MOVE HBRA-REASON-PARMS-MISSING TO HBRA-CONN-REASON-CODE
           ELSE
               IF WS-PRM-FOUND > WS-MAX-PRMS
                   SET WS-PARM-REJECTED TO TRUE
                   MOVE HBRA-REASON-PARMS-OVER-LIMIT
                       TO HBRA-CONN-REASON-CODE
               ELSE
                   PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
                           UNTIL WS-PRM-IDX > WS-PRM-FOUND
                           OR WS-PARM-REJECTED
                       PERFORM 2220-ADD-ONE-PARAMETER THRU 2220-EXIT
                   END-PERFORM
               END-IF
           END-IF.

       2220-ADD-ONE-PARAMETER.
           MOVE WS-PRM-NAME(WS-PRM-IDX) TO WS-PARM-NAME
           SET WS-PARM-PTR TO NULL
           MOVE WS-PRM-LENGTH(WS-PRM-IDX) TO WS-PARM-LENGTH
           CALL 'HBRPARM' USING HBRA-CONN-AREA, WS-PARM-NAME,
               WS-PARM-PTR, WS-PARM-LENGTH, WS-PARM-ADD-STATUS
           END-CALL
           IF WS-PARM-ADD-REJECTED
               SET WS-PARM-REJECTED TO TRUE
               MOVE HBRA-REASON-PARMS-OVER-LIMIT
                   TO HBRA-CONN-REASON-CODE
               GO TO 2220-EXIT
           END-IF
           MOVE HBRA-RA-VALUES-LENGTH
               TO HBRA-RA-DATA-OFFSET(HBRA-RA-PARM-COUNT)
           IF WS-PARM-LENGTH > 0
               MOVE WS-PRM-VALUE(WS-PRM-IDX)(1:WS-PARM-LENGTH)
                   TO WS-VALUE-AREA(HBRA-RA-VALUES-LENGTH + 1:
                   WS-PARM-LENGTH)
               ADD WS-PARM-LENGTH TO HBRA-RA-VALUES-LENGTH
           END-IF.
       2220-EXIT.
           EXIT.

      *    THE CANDIDATE DRIVE OF A REGISTERED PRODCODE. RUN AFTER ALL *
      *    PRODUCTION BOOKKEEPING FOR THE CUSTOMER IS DONE, SINCE IT   *
      *    REBUILDS HBRA-CONN-AREA. THE PARAMETERS WERE ALREADY        *
      *    ACCEPTED FOR THE PRODUCTION CALL, SO THE REBUILD CANNOT     *
      *    REJECT THEM NOW.                                            *
       2280-DRIVE-SHADOW-CALL.
           MOVE 'N' TO WS-CANDIDATE-SW
           SET WS-CAN-IDX TO 1
           SEARCH WS-CANDIDATE-ENTRY
               AT END CONTINUE
               WHEN WS-CAN-PRODCODE(WS-CAN-IDX) = HBRCUST-PRODCODE
                   SET WS-CANDIDATE-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-CANDIDATE-FOUND
               GO TO 2280-EXIT
           END-IF
           PERFORM 2205-BUILD-CONN-AREA
           MOVE WS-CAN-PATH(WS-CAN-IDX) TO HBRA-CONN-RULEAPP-PATH
           MOVE 'SET ' TO WS-FLAG-FUNCTION
           CALL 'HBRFLAG' USING HBRA-CONN-AREA, WS-FLAG-FUNCTION,
               HBRA-FLAG-SHADOW-CALL, WS-FLAG-RESULT
           END-CALL
           CALL 'HBRBEXCI' USING HBRA-CONN-AREA, WS-VALUE-AREA
           END-CALL
           MOVE HBRCUST-INSTCODE TO WS-SHADOW-INSTCODE
           MOVE HBRCUST-PRODCODE TO WS-SHADOW-PRODCODE
           MOVE HBRA-CONN-COMPLETION-CODE TO WS-SHADOW-COMPLETION-CODE
           MOVE HBRA-CONN-REASON-CODE TO WS-SHADOW-REASON-CODE
           MOVE HBRA-RESPONSE-TRUE-LENGTH
               TO WS-SHADOW-RESPONSE-TRUE-LENGTH
           MOVE HBRA-RESPONSE-MESSAGE TO WS-SHADOW-RESPONSE-MESSAGE
           WRITE HBRSHDF-REC FROM WS-SHADOW-RECORD
           ADD 1 TO WS-SHADOWS-THIS-RUN.
       2280-EXIT.
           EXIT.

      *    WRITTEN AS EACH CUSTOMER COMPLETES SO AN ABENDED RUN'S      *
      *    REGISTER IS STILL GOOD - THE CHECKPOINT RESTART NEVER       *
      *    REDRIVES THOSE CUSTOMERS, SO NO DUPLICATES ARISE. ONLY      *
      *    USES. A RERUN-FAILURES RECORD CARRIES THE CUSTOMER IMAGE    *
      *    IN HBRERR-CUSTOMER, BYTE-FOR-BYTE THE HBRCUST LAYOUT; THE   *
      *    COMPLETION/REASON CODES THAT KILLED IT LAST NIGHT ARE       *
      *    CARRIED PAST SINCE THIS RUN PRODUCES ITS OWN. ORPHANED-     *
      *    PARAMETER RECORDS HAVE NO CUSTOMER TO REDRIVE AND ARE READ  *
      *    PAST.                                                       *
       2400-READ-INPUT.
           IF WS-SWEEP-RUN
               READ HBRCUSTD-FILE INTO HBRCUST-RECORD
                   READ HBRERRI-FILE INTO HBRERR-RECORD
                       AT END SET WS-CUSTF-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL WS-CUSTF-EOF OR
                           HBRERR-REASON-CODE NOT =
                           HBRA-REASON-PARMS-ORPHANED
                       READ HBRERRI-FILE INTO HBRERR-RECORD
                           AT END SET WS-CUSTF-EOF TO TRUE
                       END-READ
                   END-PERFORM
                   IF NOT WS-CUSTF-EOF
                       MOVE HBRERR-CUSTOMER TO HBRCUST-RECORD
                   END-IF
           END-IF.

       9000-TERMINATE.
      *    PARAMETER RECORDS BEYOND THE LAST CUSTOMER MATCHED NOTHING. *
           PERFORM UNTIL WS-PRMF-EOF
               PERFORM 2180-LOG-ORPHAN-PARAMETER
               PERFORM 1410-READ-PARAMETER
           END-PERFORM
           PERFORM 9100-WRITE-RUN-SUMMARY
           PERFORM 9200-WRITE-LEDGER
           IF WS-SKIPPED-THIS-RUN > 0
               DISPLAY 'HBRBATC - CUSTOMERS SKIPPED AS ALREADY '
                   'PROCESSED TODAY: ' WS-SKIPPED-THIS-RUN
           END-IF
           IF WS-ORPHANS-THIS-RUN > 0
               DISPLAY 'HBRBATC - ORPHANED PARAMETER INSTCODES LOGGED '
                   'TO HBRERRF: ' WS-ORPHANS-THIS-RUN
           END-IF
           IF WS-PARMS-SUPPLIED
               CLOSE HBRPRMF-FILE
           END-IF
           IF WS-SHADOW-RUN
               DISPLAY 'HBRBATC - SHADOW CALLS WRITTEN TO HBRSHDF: '
                   WS-SHADOWS-THIS-RUN
               CLOSE HBRSHDF-FILE
           END-IF
           IF WS-SWEEP-RUN
               CLOSE HBRCUSTD-FILE
           ELSE
           MOVE WS-CURRENT-DATE TO HBRSUM-RUN-DATE
           MOVE WS-CURRENT-TIME TO HBRSUM-RUN-TIME
           WRITE HBRSUM-RECORD.

      *    APPENDS THIS RUN'S CONTROL COUNTS TO THE RUN LEDGER. THE    *
      *    RUN TYPE LETS HBRBAL TELL A RESTART, A SWEEP AND A RERUN    *
      *    OF THE FAILURES FROM A NORMAL NIGHTLY PARTITION.            *
       9200-WRITE-LEDGER.
           OPEN EXTEND HBRLDGF-FILE
           IF WS-LDGF-STATUS = "35" OR WS-LDGF-STATUS = "05"
               OPEN OUTPUT HBRLDGF-FILE
           END-IF
           MOVE SPACES TO HBRLDG-RECORD
           MOVE 'HBRBATC' TO HBRLDG-STEP-NAME
           MOVE WS-PARTITION-ID TO HBRLDG-PARTITION-ID
           EVALUATE TRUE
               WHEN WS-SWEEP-RUN
                   MOVE 'S' TO HBRLDG-RUN-TYPE
               WHEN WS-RERUN-FAILURES
                   MOVE 'E' TO HBRLDG-RUN-TYPE
               WHEN WS-RESTART-RUN
                   MOVE 'R' TO HBRLDG-RUN-TYPE
               WHEN OTHER
                   MOVE ' ' TO HBRLDG-RUN-TYPE
           END-EVALUATE
           MOVE WS-CURRENT-DATE TO HBRLDG-RUN-DATE
           MOVE WS-CURRENT-TIME TO HBRLDG-RUN-TIME
           MOVE 'RECORDS-READ' TO HBRLDG-COUNTER-NAME
           MOVE WS-RECORDS-READ TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           MOVE 'RESTART-SKIPPED' TO HBRLDG-COUNTER-NAME
           MOVE WS-RESTART-SKIPPED TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           MOVE 'RESTART-SWEPT' TO HBRLDG-COUNTER-NAME
           MOVE WS-RESTART-SWEPT TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           MOVE 'REGISTER-SKIPPED' TO HBRLDG-COUNTER-NAME
           MOVE WS-SKIPPED-THIS-RUN TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           MOVE 'CALLS' TO HBRLDG-COUNTER-NAME
           MOVE WS-CALLS-THIS-RUN TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           MOVE 'FAILURES' TO HBRLDG-COUNTER-NAME
           MOVE WS-FAILURES-THIS-RUN TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           MOVE 'ORPHANS' TO HBRLDG-COUNTER-NAME
           MOVE WS-ORPHANS-THIS-RUN TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           MOVE 'SHADOW-CALLS' TO HBRLDG-COUNTER-NAME
           MOVE WS-SHADOWS-THIS-RUN TO HBRLDG-COUNT
           WRITE HBRLDG-RECORD
           CLOSE HBRLDGF-FILE.
