      ******************************************************************
      *    HBRXREF - WEEKLY REFERENCE FILE CROSS-CHECK                 *
      *    EACH HBR REFERENCE FILE IS MAINTAINED ON ITS OWN; THIS STEP *
      *    CHECKS THAT THEY AGREE WITH EACH OTHER, WITH THE TABLE      *
      *    LIMITS OF THE PROGRAMS THAT LOAD THEM, AND WITH THE TRAFFIC *
      *    THAT ACTUALLY RUNS - THE LATEST NIGHTLY HBRCUSTF INPUT AND  *
      *    THE HBRSTSF STATISTICS HISTORY OVER A USAGE WINDOW. ALL     *
      *    REFERENCE DDS ARE SEQUENTIAL UNLOADS, THE SAME WAY HBREDIT  *
      *    READS HBRSSNF AND HBRCCSF.                                  *
      *                                                                *
      *    EVERY FINDING IS PRINTED ON HBRXREFO WITH A SEVERITY:       *
      *       SEVERE  - WOULD BREAK OR SILENTLY DAMAGE THE NIGHTLY RUN *
      *       WARNING - WRONG OR MISLEADING, BUT THE RUN COMPLETES     *
      *       INFO    - HOUSEKEEPING (DUPLICATES, UNUSED ENTRIES)      *
      *    AND A THREE-LETTER CHECK CODE:                              *
      *    HBRSSNF FAILOVER ROUTING                                    *
      *       SCT SEVERE  BACKUP-COUNT NOT 0-3 (HBRFAIL SUBSCRIPTS BY  *
      *                   IT)                                          *
      *       SCP SEVERE  MORE PRIMARIES THAN HBRFAIL/HBREDIT HOLD     *
      *       SBK WARNING BACKUP SSID NOT ITSELF A PRIMARY (NOT        *
      *                   ROUTABLE)                                    *
      *       SSF WARNING PRIMARY LISTED AS ITS OWN BACKUP             *
      *       SCY WARNING CIRCULAR FAILOVER - THE FIRST-BACKUP CHAIN   *
      *                   (THE PLANNED-WINDOW REROUTE) LOOPS BACK      *
      *       SBL WARNING BLANK BACKUP WITHIN BACKUP-COUNT             *
      *       SDP WARNING DUPLICATE PRIMARY                            *
      *       SPC WARNING MORE SSIDS THAN HBRPROB PROBES               *
      *       SDB INFO    SAME BACKUP LISTED TWICE                     *
      *       SNB INFO    PRIMARY WITH NO BACKUPS                      *
      *    HBRCCSF SUPPORTED CCSIDS                                    *
      *       CCP SEVERE  MORE CCSIDS THAN HBREDIT HOLDS               *
      *       CDP INFO    DUPLICATE CCSID                              *
      *       CBD INFO    BLANK DESCRIPTION                            *
      *    HBRLAYF RESPONSE LAYOUTS (SEVERE ONLY WHEN THE PRODCODE IS  *
      *    IN TONIGHT'S INPUT, OR NO INPUT WAS SUPPLIED - OTHERWISE    *
      *    WARNING)                                                    *
      *       LNM         OFFSET, LENGTH OR MIN-LENGTH NOT NUMERIC     *
      *       LMX         MIN-LENGTH OVER 1024                         *
      *       LPE         FIELD RUNS PAST POSITION 1024                *
      *       LCP         LAYOUT BEYOND HBRXTRC'S TABLE LIMIT          *
      *       LOV WARNING FIELDS OVERLAP                               *
      *       LWD WARNING FIELD LONGER THAN ITS HBRDEC TARGET          *
      *       LDC WARNING DECISION CODE NOT RETURNED                   *
      *       LDP WARNING DUPLICATE PRODCODE (HBRXTRC USES THE FIRST)  *
      *       LZL INFO    OFFSET SET BUT LENGTH ZERO                   *
      *       LUN INFO    LAYOUT FOR A PRODCODE NOT IN USE             *
      *    HBRCUSTF TONIGHT'S INPUT                                    *
      *       UPL SEVERE  PRODCODE WITH NO HBRLAYF LAYOUT              *
      *       USS WARNING SSID NOT A PRIMARY IN HBRSSNF                *
      *       UCC WARNING CCSID NOT IN HBRCCSF                         *
      *    HBRRSNF REASON EXPLANATIONS                                 *
      *       RSF WARNING PATH FAILING IN THE WINDOW WITH NO           *
      *                   EXPLANATIONS AT ALL                          *
      *       RCP WARNING MORE ROWS THAN HBRRPT2 HOLDS                 *
      *       RBL INFO    BLANK EXPLANATION                            *
      *       RUN INFO    EXPLANATIONS FOR A PATH NOT IN USE           *
      *    HBRCAPF VALUE CAPTURE ENROLMENT                             *
      *       AST WARNING ENROLLED PATH NOT IN USE                     *
      *       ACV WARNING VALUE-CAP NOT 1-64                           *
      *       ACP WARNING ENTRY BEYOND HBRPDMW'S TABLE LIMIT           *
      *       ABL WARNING BLANK PATH                                   *
      *       ADU INFO    PATH ENROLLED TWICE                          *
      *    HBRPRBF SYNTHETIC PROBES                                    *
      *       PST WARNING PROBED PATH NOT IN USE                       *
      *       PSS WARNING PINNED SSID NOT IN HBRSSNF                   *
      *       PCS WARNING CCSID NOT IN HBRCCSF                         *
      *       PPC WARNING PARM-COUNT NOT 0-4                           *
      *       PBL WARNING BLANK PATH                                   *
      *    A MISSING REFERENCE UNLOAD IS REPORTED AS MIS - SEVERE FOR  *
      *    HBRSSNF, HBRCCSF AND HBRLAYF, WHICH THE NIGHTLY RUN NEEDS.  *
      *                                                                *
      *    "IN USE" MEANS IN TONIGHT'S HBRCUSTF OR CARRYING BILLED     *
      *    TRAFFIC (HBRSTSF TYPE C) IN THE USAGE WINDOW - TYPE P       *
      *    COUNTS WOULD INCLUDE THE PROBES THEMSELVES. HBRSTSF HOLDS   *
      *    FAILURE COUNTS BY PATH, NOT REASON CODES, SO RSF WORKS AT   *
      *    PATH LEVEL (HBRRPT2 SHOWS THE INDIVIDUAL CODES). THE NOT-   *
      *    IN-USE CHECKS ARE SKIPPED WHEN HBRSTSF HAS NO TYPE C        *
      *    ENTRIES IN THE WINDOW. HBRCUSTF, HBRSTSF AND HBRCAPF ARE    *
      *    OPTIONAL.                                                   *
      *                                                                *
      *    CONTROL PARAMETERS ARE READ FROM HBRXREFP:                  *
      *       POS 1-3  USAGE WINDOW IN DAYS - DEFAULT 090              *
      *                                                                *
      *    RETURN CODE 8 WHEN THERE IS ANY SEVERE FINDING, OR WHEN A   *
      *    WORK TABLE FILLED AND THE CHECK IS INCOMPLETE.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRXREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HBRXREFP-FILE ASSIGN TO "HBRXREFP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HBRSSNF-FILE ASSIGN TO "HBRSSNF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SSNF-STATUS.
           SELECT HBRCCSF-FILE ASSIGN TO "HBRCCSF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CCSF-STATUS.
           SELECT HBRLAYF-FILE ASSIGN TO "HBRLAYF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LAYF-STATUS.
           SELECT HBRRSNF-FILE ASSIGN TO "HBRRSNF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSNF-STATUS.
           SELECT HBRCAPF-FILE ASSIGN TO "HBRCAPF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAPF-STATUS.
           SELECT HBRPRBF-FILE ASSIGN TO "HBRPRBF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRBF-STATUS.
           SELECT HBRCUSTF-FILE ASSIGN TO "HBRCUSTF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.
           SELECT HBRSTSF-FILE ASSIGN TO "HBRSTSF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STSF-STATUS.
           SELECT HBRXREFO-FILE ASSIGN TO "HBRXREFO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HBRXREFP-FILE
           RECORDING MODE IS F.
       01  HBRXREFP-RECORD.
           05 HBRXREFP-WINDOW-DAYS PIC 9(3).
       FD  HBRSSNF-FILE
           RECORDING MODE IS F.
           COPY hbrssn.
       FD  HBRCCSF-FILE
           RECORDING MODE IS F.
           COPY hbrccs.
       FD  HBRLAYF-FILE
           RECORDING MODE IS F.
           COPY hbrlay.
       FD  HBRRSNF-FILE
           RECORDING MODE IS F.
           COPY hbrrsn.
       FD  HBRCAPF-FILE
           RECORDING MODE IS F.
           COPY hbrcap.
       FD  HBRPRBF-FILE
           RECORDING MODE IS F.
           COPY hbrprb.
       FD  HBRCUSTF-FILE
           RECORDING MODE IS F.
           COPY hbrcust.
       FD  HBRSTSF-FILE
           RECORDING MODE IS F.
           COPY hbrsts.
       FD  HBRXREFO-FILE
           RECORDING MODE IS F.
       01  HBRXREFO-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC XX VALUE SPACES.
       01  WS-SSNF-STATUS PIC XX VALUE SPACES.
       01  WS-CCSF-STATUS PIC XX VALUE SPACES.
       01  WS-LAYF-STATUS PIC XX VALUE SPACES.
       01  WS-RSNF-STATUS PIC XX VALUE SPACES.
       01  WS-CAPF-STATUS PIC XX VALUE SPACES.
       01  WS-PRBF-STATUS PIC XX VALUE SPACES.
       01  WS-CUSTF-STATUS PIC XX VALUE SPACES.
       01  WS-STSF-STATUS PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS PIC XX VALUE SPACES.
       01  WS-SSNF-EOF-SW PIC X VALUE 'N'.
           88 WS-SSNF-EOF VALUE 'Y'.
       01  WS-CCSF-EOF-SW PIC X VALUE 'N'.
           88 WS-CCSF-EOF VALUE 'Y'.
       01  WS-LAYF-EOF-SW PIC X VALUE 'N'.
           88 WS-LAYF-EOF VALUE 'Y'.
       01  WS-RSNF-EOF-SW PIC X VALUE 'N'.
           88 WS-RSNF-EOF VALUE 'Y'.
       01  WS-CAPF-EOF-SW PIC X VALUE 'N'.
           88 WS-CAPF-EOF VALUE 'Y'.
       01  WS-PRBF-EOF-SW PIC X VALUE 'N'.
           88 WS-PRBF-EOF VALUE 'Y'.
       01  WS-CUSTF-EOF-SW PIC X VALUE 'N'.
           88 WS-CUSTF-EOF VALUE 'Y'.
       01  WS-STSF-EOF-SW PIC X VALUE 'N'.
           88 WS-STSF-EOF VALUE 'Y'.
       01  WS-INPUT-SW PIC X VALUE 'Y'.
           88 WS-INPUT-SUPPLIED VALUE 'Y'.
       01  WS-STATS-SW PIC X VALUE 'Y'.
           88 WS-STATS-SUPPLIED VALUE 'Y'.
       01  WS-USAGE-SW PIC X VALUE 'N'.
           88 WS-USAGE-KNOWN VALUE 'Y'.
       01  WS-FOUND-SW PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
       01  WS-SLOT-FOUND-SW PIC X VALUE 'N'.
           88 WS-SLOT-FOUND VALUE 'Y'.
       01  WS-HELD-SW PIC X VALUE 'N'.
           88 WS-HELD VALUE 'Y'.
       01  WS-BAD-SW PIC X VALUE 'N'.
           88 WS-BAD VALUE 'Y'.
       01  WS-SECTION-FINDINGS PIC 9(9) VALUE 0.
       01  WS-WINDOW-DAYS PIC 9(3) VALUE 90.
       01  WS-RUN-DATE PIC 9(8).
       01  WS-CUTOFF-DATE PIC 9(8).
       01  WS-CUTOFF-INT PIC 9(8) COMP.
       01  WS-SUB PIC 9(4) COMP.
       01  WS-SUB-2 PIC 9(4) COMP.
       01  WS-SLOT PIC 9(4) COMP.
       01  WS-SLOT-2 PIC 9(4) COMP.
       01  WS-SLOT-END PIC 9(5).
       01  WS-SLOT-END-2 PIC 9(5).
       01  WS-LAY-SEVERITY PIC X(8).
       01  WS-LOOK-SSID PIC X(4).
       01  WS-LOOK-CCSID PIC S9(8) COMP.
      *    LIMITS OF THE PROGRAMS THAT LOAD THE REFERENCE FILES - KEEP *
      *    IN STEP WITH THEIR WS-MAX- VALUES.                          *
       01  WS-LIMIT-ROUTES PIC 9(4) VALUE 100.
       01  WS-LIMIT-PROBE-SSIDS PIC 9(4) VALUE 50.
       01  WS-LIMIT-CCSIDS PIC 9(4) VALUE 200.
       01  WS-LIMIT-LAYOUTS PIC 9(4) VALUE 100.
       01  WS-LIMIT-REASONS PIC 9(5) VALUE 5000.
       01  WS-LIMIT-CAPTURES PIC 9(4) VALUE 100.
      *    HBRSSNF ROUTES. BACKUP-COUNT IS HELD AS THE NUMBER OF SLOTS *
      *    HBRFAIL CAN ACTUALLY USE (ZERO WHEN IT WAS NOT 0-3).        *
       01  WS-MAX-SSN PIC 9(4) VALUE 500.
       01  WS-SSN-COUNT PIC 9(4) VALUE 0.
       01  WS-SSN-TABLE.
           05 WS-SSN-ENTRY OCCURS 500 INDEXED BY WS-SSN-IDX.
              10 WS-SSN-PRIMARY PIC X(4).
              10 WS-SSN-BACKUP-COUNT PIC 9(2).
              10 WS-SSN-COUNT-BAD PIC X.
              10 WS-SSN-DUPLICATES PIC 9(4).
              10 WS-SSN-BACKUP PIC X(4) OCCURS 3.
      *    EVERY SSID HBRSSNF NAMES, PRIMARY OR BACKUP - THE SET       *
      *    HBRPROB PROBES.                                             *
       01  WS-MAX-ALL-SSIDS PIC 9(4) VALUE 2000.
       01  WS-ALL-SSID-COUNT PIC 9(4) VALUE 0.
       01  WS-ALL-SSID-TABLE.
           05 WS-ALL-SSID OCCURS 2000 INDEXED BY WS-ALL-IDX PIC X(4).
       01  WS-SSN-RECORDS PIC 9(9) VALUE 0.
      *    CIRCULAR FAILOVER WALK.                                     *
       01  WS-WALK-START PIC X(4).
       01  WS-WALK-SSID PIC X(4).
       01  WS-WALK-STEPS PIC 9(4) COMP.
       01  WS-WALK-SW PIC X.
           88 WS-WALK-DONE VALUE 'Y'.
       01  WS-WALK-LOWER-SW PIC X.
           88 WS-WALK-LOWER VALUE 'Y'.
       01  WS-WALK-LOOP-SW PIC X.
           88 WS-WALK-LOOPED VALUE 'Y'.
       01  WS-CHAIN PIC X(40).
       01  WS-CHAIN-POS PIC 9(4) COMP.
      *    HBRCCSF CCSIDS.                                             *
       01  WS-MAX-CCS PIC 9(4) VALUE 1000.
       01  WS-CCS-COUNT PIC 9(4) VALUE 0.
       01  WS-CCS-TABLE.
           05 WS-CCS-ENTRY OCCURS 1000 INDEXED BY WS-CCS-IDX.
              10 WS-CCS-CCSID PIC S9(8) COMP.
              10 WS-CCS-DUPLICATES PIC 9(4).
              10 WS-CCS-NO-DESC PIC X.
       01  WS-CCS-RECORDS PIC 9(9) VALUE 0.
      *    PRODCODES - FROM TONIGHT'S INPUT, BILLED TRAFFIC AND        *
      *    HBRLAYF - IN KEY ORDER FOR SEARCH ALL. UNUSED SLOTS HOLD    *
      *    HIGH-VALUES.                                                *
       01  WS-MAX-PRD PIC 9(4) VALUE 1000.
       01  WS-PRD-COUNT PIC 9(4) VALUE 0.
       01  WS-PRD-TABLE.
           05 WS-PRD-ENTRY OCCURS 1000
                   ASCENDING KEY IS WS-PRD-PRODCODE
                   INDEXED BY WS-PRD-IDX.
              10 WS-PRD-PRODCODE PIC X(4).
              10 WS-PRD-TONIGHT PIC 9(9).
              10 WS-PRD-BILLED PIC 9(9).
              10 WS-PRD-LAYOUTS PIC 9(4).
       01  WS-NEW-PRD-ENTRY.
           05 WS-NEW-PRD-PRODCODE PIC X(4).
           05 WS-NEW-PRD-TONIGHT PIC 9(9) VALUE 0.
           05 WS-NEW-PRD-BILLED PIC 9(9) VALUE 0.
           05 WS-NEW-PRD-LAYOUTS PIC 9(4) VALUE 0.
       01  WS-SRCH-PRODCODE PIC X(4).
      *    RULEAPP-PATHS - FROM TONIGHT'S INPUT, HBRSTSF, HBRRSNF AND  *
      *    HBRCAPF - IN KEY ORDER FOR SEARCH ALL.                      *
       01  WS-MAX-PATHS PIC 9(4) VALUE 3000.
       01  WS-PATH-COUNT PIC 9(4) VALUE 0.
       01  WS-PATH-TABLE.
           05 WS-PATH-ENTRY OCCURS 3000
                   ASCENDING KEY IS WS-PATH-VALUE
                   INDEXED BY WS-PATH-IDX.
              10 WS-PATH-VALUE PIC X(256).
              10 WS-PATH-TONIGHT PIC 9(9).
              10 WS-PATH-BILLED PIC 9(9).
              10 WS-PATH-FAILURES PIC 9(9).
              10 WS-PATH-REASONS PIC 9(5).
              10 WS-PATH-CAPTURES PIC 9(4).
       01  WS-NEW-PATH-ENTRY.
           05 WS-NEW-PATH-VALUE PIC X(256).
           05 WS-NEW-PATH-TONIGHT PIC 9(9) VALUE 0.
           05 WS-NEW-PATH-BILLED PIC 9(9) VALUE 0.
           05 WS-NEW-PATH-FAILURES PIC 9(9) VALUE 0.
           05 WS-NEW-PATH-REASONS PIC 9(5) VALUE 0.
           05 WS-NEW-PATH-CAPTURES PIC 9(4) VALUE 0.
       01  WS-SRCH-PATH PIC X(256).
      *    SSIDS AND CCSIDS IN TONIGHT'S INPUT, WITH CUSTOMER COUNTS.  *
       01  WS-MAX-INP PIC 9(4) VALUE 500.
       01  WS-INP-SSID-COUNT PIC 9(4) VALUE 0.
       01  WS-INP-SSID-TABLE.
           05 WS-INP-SSID-ENTRY OCCURS 500 INDEXED BY WS-INP-SSID-IDX.
              10 WS-INP-SSID PIC X(4).
              10 WS-INP-SSID-CUSTOMERS PIC 9(9).
       01  WS-INP-CCSID-COUNT PIC 9(4) VALUE 0.
       01  WS-INP-CCSID-TABLE.
           05 WS-INP-CCSID-ENTRY OCCURS 500
                   INDEXED BY WS-INP-CCSID-IDX.
              10 WS-INP-CCSID PIC S9(8) COMP.
              10 WS-INP-CCSID-CUSTOMERS PIC 9(9).
      *    HBRLAY FIELD SLOTS: REPORT NAME AND HBRDEC TARGET WIDTH.    *
       01  WS-SLOT-DEFS.
           05 FILLER PIC X(11) VALUE "DECISION 08".
           05 FILLER PIC X(11) VALUE "AMOUNT-1 12".
           05 FILLER PIC X(11) VALUE "AMOUNT-2 12".
           05 FILLER PIC X(11) VALUE "LETTER-1 04".
           05 FILLER PIC X(11) VALUE "LETTER-2 04".
           05 FILLER PIC X(11) VALUE "EFFECTIVE08".
           05 FILLER PIC X(11) VALUE "EXPIRY   08".
       01  WS-SLOT-TABLE REDEFINES WS-SLOT-DEFS.
           05 WS-SLOT-DEF OCCURS 7.
              10 WS-SLOT-NAME PIC X(9).
              10 WS-SLOT-WIDTH PIC 9(2).
       01  WS-CUST-RECORDS PIC 9(9) VALUE 0.
       01  WS-STS-RECORDS PIC 9(9) VALUE 0.
       01  WS-STS-IN-WINDOW PIC 9(9) VALUE 0.
       01  WS-STS-BILLED-ENTRIES PIC 9(9) VALUE 0.
       01  WS-LAY-RECORDS PIC 9(9) VALUE 0.
       01  WS-RSN-RECORDS PIC 9(9) VALUE 0.
       01  WS-CAP-RECORDS PIC 9(9) VALUE 0.
       01  WS-PRB-RECORDS PIC 9(9) VALUE 0.
       01  WS-NOT-HELD PIC 9(9) VALUE 0.
       01  WS-SEVERE-COUNT PIC 9(9) VALUE 0.
       01  WS-WARNING-COUNT PIC 9(9) VALUE 0.
       01  WS-INFO-COUNT PIC 9(9) VALUE 0.
      *    ONE FINDING, BUILT BY THE CHECK AND WRITTEN BY              *
      *    8000-WRITE-FINDING. FND-PATH IS PRINTED IN FULL ON          *
      *    CONTINUATION LINES WHEN IT DOES NOT FIT THE KEY COLUMN.     *
       01  WS-FND-PATH PIC X(256).
       01  WS-FINDING-LINE.
           05 WS-FND-SEVERITY PIC X(8).
              88 WS-FND-SEVERE VALUE 'SEVERE'.
              88 WS-FND-WARNING VALUE 'WARNING'.
              88 WS-FND-INFO VALUE 'INFO'.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-FND-CHECK PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FND-KEY PIC X(40).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-FND-TEXT PIC X(64).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-FND-NUMBER PIC ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
       01  WS-PATH-LINE.
           05 FILLER PIC X(14) VALUE SPACES.
           05 WS-PL-LABEL PIC X(6).
           05 WS-PL-PATH PIC X(112).
       01  WS-KEY-ROUTE.
           05 FILLER PIC X(8) VALUE "PRIMARY ".
           05 WS-KR-PRIMARY PIC X(4).
           05 FILLER PIC X(8) VALUE " BACKUP ".
           05 WS-KR-BACKUP PIC X(4).
       01  WS-KEY-CCSID.
           05 FILLER PIC X(6) VALUE "CCSID ".
           05 WS-KC-CCSID PIC -(9)9.
       01  WS-KEY-PROBE.
           05 FILLER PIC X(6) VALUE "PROBE ".
           05 WS-KP-PROBE-ID PIC X(8).
           05 FILLER PIC X(6) VALUE " SSID ".
           05 WS-KP-SSID PIC X(4).
       01  WS-KEY-PRODCODE.
           05 FILLER PIC X(9) VALUE "PRODCODE ".
           05 WS-KD-PRODCODE PIC X(4).
       01  WS-KEY-SSID.
           05 FILLER PIC X(5) VALUE "SSID ".
           05 WS-KS-SSID PIC X(4).
       01  WS-HDR-LINE-1.
           05 FILLER PIC X(30) VALUE "HBR REFERENCE FILE CROSS-CHECK".
           05 FILLER PIC X(20) VALUE "                    ".
           05 FILLER PIC X(6)  VALUE "RUN: ".
           05 WS-HDR-DATE PIC 9(8).
       01  WS-HDR-LINE-2.
           05 FILLER PIC X(26) VALUE "USAGE WINDOW (DAYS):      ".
           05 WS-HDR-WINDOW PIC ZZ9.
           05 FILLER PIC X(20) VALUE "   HBRSTSF FROM:    ".
           05 WS-HDR-CUTOFF PIC 9(8).
       01  WS-SECTION-LINE.
           05 FILLER PIC X(4) VALUE "--- ".
           05 WS-SECTION-TITLE PIC X(40).
           05 FILLER PIC X(4) VALUE " ---".
       01  WS-HEAD-LINE.
           05 FILLER PIC X(9) VALUE "SEVERITY".
           05 FILLER PIC X(5) VALUE "CHK".
           05 FILLER PIC X(41) VALUE "KEY".
           05 FILLER PIC X(65) VALUE "FINDING".
           05 FILLER PIC X(11) VALUE "     NUMBER".
       01  WS-NONE-LINE PIC X(40) VALUE "    NO FINDINGS".
       01  WS-MESSAGE-LINE PIC X(132).
       01  WS-SUMMARY-LINE.
           05 WS-SUM-LABEL PIC X(40).
           05 WS-SUM-COUNT PIC ZZZ,ZZZ,ZZ9.
       01  WS-RESULT-LINE PIC X(80).
       01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-ROUTES UNTIL WS-SSNF-EOF
           PERFORM 1200-LOAD-CCSIDS UNTIL WS-CCSF-EOF
           PERFORM 1500-LOAD-INPUT UNTIL WS-CUSTF-EOF
           PERFORM 1600-LOAD-STATISTICS UNTIL WS-STSF-EOF
           IF WS-STS-BILLED-ENTRIES > 0
               SET WS-USAGE-KNOWN TO TRUE
           END-IF
           PERFORM 2000-CHECK-ROUTES
           PERFORM 2200-CHECK-CCSIDS
           PERFORM 2300-CHECK-LAYOUTS
           PERFORM 2400-CHECK-INPUT
           PERFORM 2500-CHECK-REASONS
           PERFORM 2600-CHECK-CAPTURES
           PERFORM 2700-CHECK-PROBES
           PERFORM 5000-PRODUCE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE HIGH-VALUES TO WS-PRD-TABLE
           MOVE HIGH-VALUES TO WS-PATH-TABLE
           OPEN INPUT HBRXREFP-FILE
           IF NOT WS-PARM-STATUS = "35"
               READ HBRXREFP-FILE
                   AT END MOVE SPACES TO HBRXREFP-RECORD
               END-READ
               IF HBRXREFP-WINDOW-DAYS IS NUMERIC AND
                  HBRXREFP-WINDOW-DAYS > 0
                   MOVE HBRXREFP-WINDOW-DAYS TO WS-WINDOW-DAYS
               END-IF
               CLOSE HBRXREFP-FILE
           END-IF
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-WINDOW-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           OPEN OUTPUT HBRXREFO-FILE
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           WRITE HBRXREFO-LINE FROM WS-HDR-LINE-1
           MOVE WS-WINDOW-DAYS TO WS-HDR-WINDOW
           MOVE WS-CUTOFF-DATE TO WS-HDR-CUTOFF
           WRITE HBRXREFO-LINE FROM WS-HDR-LINE-2
           WRITE HBRXREFO-LINE FROM WS-BLANK-LINE
           OPEN INPUT HBRSSNF-FILE
           IF WS-SSNF-STATUS = "35"
               SET WS-SSNF-EOF TO TRUE
           ELSE
               READ HBRSSNF-FILE
                   AT END SET WS-SSNF-EOF TO TRUE
               END-READ
           END-IF
           OPEN INPUT HBRCCSF-FILE
           IF WS-CCSF-STATUS = "35"
               SET WS-CCSF-EOF TO TRUE
           ELSE
               READ HBRCCSF-FILE
                   AT END SET WS-CCSF-EOF TO TRUE
               END-READ
           END-IF
           OPEN INPUT HBRCUSTF-FILE
           IF WS-CUSTF-STATUS = "35"
               MOVE 'N' TO WS-INPUT-SW
               SET WS-CUSTF-EOF TO TRUE
           ELSE
               READ HBRCUSTF-FILE
                   AT END SET WS-CUSTF-EOF TO TRUE
               END-READ
           END-IF
           OPEN INPUT HBRSTSF-FILE
           IF WS-STSF-STATUS = "35"
               MOVE 'N' TO WS-STATS-SW
               SET WS-STSF-EOF TO TRUE
           ELSE
               READ HBRSTSF-FILE
                   AT END SET WS-STSF-EOF TO TRUE
               END-READ
           END-IF.

      *    A DUPLICATE PRIMARY IS COUNTED AGAINST THE FIRST ONE, WHICH *
      *    IS THE ONE HBRFAIL WOULD FIND.                              *
       1100-LOAD-ROUTES.
           ADD 1 TO WS-SSN-RECORDS
           MOVE HBRSSN-PRIMARY-SSID TO WS-LOOK-SSID
           PERFORM 7000-FIND-ROUTE
           IF WS-FOUND
               ADD 1 TO WS-SSN-DUPLICATES(WS-SSN-IDX)
           ELSE
               IF WS-SSN-COUNT < WS-MAX-SSN
                   ADD 1 TO WS-SSN-COUNT
                   SET WS-SSN-IDX TO WS-SSN-COUNT
                   MOVE HBRSSN-PRIMARY-SSID
                       TO WS-SSN-PRIMARY(WS-SSN-IDX)
                   MOVE 0 TO WS-SSN-DUPLICATES(WS-SSN-IDX)
                   MOVE 'N' TO WS-SSN-COUNT-BAD(WS-SSN-IDX)
                   IF HBRSSN-BACKUP-COUNT IS NUMERIC AND
                      HBRSSN-BACKUP-COUNT NOT > 3
                       MOVE HBRSSN-BACKUP-COUNT
                           TO WS-SSN-BACKUP-COUNT(WS-SSN-IDX)
                   ELSE
                       MOVE 'Y' TO WS-SSN-COUNT-BAD(WS-SSN-IDX)
                       MOVE 0 TO WS-SSN-BACKUP-COUNT(WS-SSN-IDX)
                   END-IF
                   PERFORM VARYING WS-SLOT FROM 1 BY 1
                           UNTIL WS-SLOT > 3
                       MOVE HBRSSN-BACKUP-SSID(WS-SLOT)
                           TO WS-SSN-BACKUP(WS-SSN-IDX, WS-SLOT)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-NOT-HELD
               END-IF
           END-IF
           READ HBRSSNF-FILE
               AT END SET WS-SSNF-EOF TO TRUE
           END-READ.

       1200-LOAD-CCSIDS.
           ADD 1 TO WS-CCS-RECORDS
           MOVE HBRCCS-CCSID TO WS-LOOK-CCSID
           PERFORM 7100-FIND-CCSID
           IF WS-FOUND
               ADD 1 TO WS-CCS-DUPLICATES(WS-CCS-IDX)
           ELSE
               IF WS-CCS-COUNT < WS-MAX-CCS
                   ADD 1 TO WS-CCS-COUNT
                   SET WS-CCS-IDX TO WS-CCS-COUNT
                   MOVE HBRCCS-CCSID TO WS-CCS-CCSID(WS-CCS-IDX)
                   MOVE 0 TO WS-CCS-DUPLICATES(WS-CCS-IDX)
                   MOVE 'N' TO WS-CCS-NO-DESC(WS-CCS-IDX)
                   IF HBRCCS-DESCRIPTION = SPACES
                       MOVE 'Y' TO WS-CCS-NO-DESC(WS-CCS-IDX)
                   END-IF
               ELSE
                   ADD 1 TO WS-NOT-HELD
               END-IF
           END-IF
           READ HBRCCSF-FILE
               AT END SET WS-CCSF-EOF TO TRUE
           END-READ.

       1500-LOAD-INPUT.
           ADD 1 TO WS-CUST-RECORDS
           IF HBRCUST-PRODCODE NOT = SPACES
               MOVE HBRCUST-PRODCODE TO WS-SRCH-PRODCODE
               PERFORM 7300-LOCATE-PRODCODE
               IF WS-HELD
                   ADD 1 TO WS-PRD-TONIGHT(WS-PRD-IDX)
               END-IF
           END-IF
           IF HBRCUST-RULEAPP-PATH NOT = SPACES
               MOVE HBRCUST-RULEAPP-PATH TO WS-SRCH-PATH
               PERFORM 7200-LOCATE-PATH
               IF WS-HELD
                   ADD 1 TO WS-PATH-TONIGHT(WS-PATH-IDX)
               END-IF
           END-IF
           PERFORM 1510-COUNT-INPUT-SSID
           PERFORM 1520-COUNT-INPUT-CCSID
           READ HBRCUSTF-FILE
               AT END SET WS-CUSTF-EOF TO TRUE
           END-READ.

       1510-COUNT-INPUT-SSID.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-INP-SSID-IDX TO 1
           SEARCH WS-INP-SSID-ENTRY
               AT END CONTINUE
               WHEN WS-INP-SSID-IDX > WS-INP-SSID-COUNT
                   CONTINUE
               WHEN WS-INP-SSID(WS-INP-SSID-IDX) = HBRCUST-SSID
                   SET WS-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-FOUND
               IF WS-INP-SSID-COUNT < WS-MAX-INP
                   ADD 1 TO WS-INP-SSID-COUNT
                   SET WS-INP-SSID-IDX TO WS-INP-SSID-COUNT
                   MOVE HBRCUST-SSID TO WS-INP-SSID(WS-INP-SSID-IDX)
                   MOVE 0 TO WS-INP-SSID-CUSTOMERS(WS-INP-SSID-IDX)
                   SET WS-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-NOT-HELD
               END-IF
           END-IF
           IF WS-FOUND
               ADD 1 TO WS-INP-SSID-CUSTOMERS(WS-INP-SSID-IDX)
           END-IF.

       1520-COUNT-INPUT-CCSID.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-INP-CCSID-IDX TO 1
           SEARCH WS-INP-CCSID-ENTRY
               AT END CONTINUE
               WHEN WS-INP-CCSID-IDX > WS-INP-CCSID-COUNT
                   CONTINUE
               WHEN WS-INP-CCSID(WS-INP-CCSID-IDX) = HBRCUST-RULE-CCSID
                   SET WS-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-FOUND
               IF WS-INP-CCSID-COUNT < WS-MAX-INP
                   ADD 1 TO WS-INP-CCSID-COUNT
                   SET WS-INP-CCSID-IDX TO WS-INP-CCSID-COUNT
                   MOVE HBRCUST-RULE-CCSID
                       TO WS-INP-CCSID(WS-INP-CCSID-IDX)
                   MOVE 0 TO WS-INP-CCSID-CUSTOMERS(WS-INP-CCSID-IDX)
                   SET WS-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-NOT-HELD
               END-IF
           END-IF
           IF WS-FOUND
               ADD 1 TO WS-INP-CCSID-CUSTOMERS(WS-INP-CCSID-IDX)
           END-IF.

      *    TYPE C (BILLED) ENTRIES SAY WHAT IS REALLY IN USE; TYPE P   *
      *    ENTRIES GIVE THE FAILURES BY PATH. ENTRIES OLDER THAN THE   *
      *    USAGE WINDOW ARE IGNORED.                                   *
       1600-LOAD-STATISTICS.
           ADD 1 TO WS-STS-RECORDS
           IF HBRSTS-DATE NOT < WS-CUTOFF-DATE
               ADD 1 TO WS-STS-IN-WINDOW
               EVALUATE HBRSTS-TYPE
                   WHEN 'C'
                       ADD 1 TO WS-STS-BILLED-ENTRIES
                       MOVE HBRSTS-PRODCODE TO WS-SRCH-PRODCODE
                       PERFORM 7300-LOCATE-PRODCODE
                       IF WS-HELD
                           ADD HBRSTS-CALLS
                               TO WS-PRD-BILLED(WS-PRD-IDX)
                       END-IF
                       MOVE HBRSTS-RULEAPP-PATH TO WS-SRCH-PATH
                       PERFORM 7200-LOCATE-PATH
                       IF WS-HELD
                           ADD HBRSTS-CALLS
                               TO WS-PATH-BILLED(WS-PATH-IDX)
                       END-IF
                   WHEN 'P'
                       MOVE HBRSTS-RULEAPP-PATH TO WS-SRCH-PATH
                       PERFORM 7200-LOCATE-PATH
                       IF WS-HELD
                           ADD HBRSTS-FAILURES
                               TO WS-PATH-FAILURES(WS-PATH-IDX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           READ HBRSTSF-FILE
               AT END SET WS-STSF-EOF TO TRUE
           END-READ.

       2000-CHECK-ROUTES.
           MOVE 'HBRSSNF FAILOVER ROUTING' TO WS-SECTION-TITLE
           PERFORM 8100-START-SECTION
           IF WS-SSNF-STATUS = "35"
               MOVE 'HBRSSNF' TO WS-FND-KEY
               SET WS-FND-SEVERE TO TRUE
               PERFORM 8200-MISSING-FILE
           ELSE
               IF WS-SSN-COUNT > WS-LIMIT-ROUTES
                   SET WS-FND-SEVERE TO TRUE
                   MOVE 'SCP' TO WS-FND-CHECK
                   MOVE 'HBRSSNF' TO WS-FND-KEY
                   MOVE 'MORE PRIMARIES THAN HBRFAIL HOLDS - LIMIT'
                       TO WS-FND-TEXT
                   MOVE WS-LIMIT-ROUTES TO WS-FND-NUMBER
                   PERFORM 8000-WRITE-FINDING
               END-IF
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-SSN-COUNT
                   PERFORM 2010-CHECK-ONE-ROUTE
               END-PERFORM
               PERFORM 2050-COLLECT-ALL-SSIDS
               IF WS-ALL-SSID-COUNT > WS-LIMIT-PROBE-SSIDS
                   SET WS-FND-WARNING TO TRUE
                   MOVE 'SPC' TO WS-FND-CHECK
                   MOVE 'HBRSSNF' TO WS-FND-KEY
                   MOVE 'MORE SSIDS THAN HBRPROB PROBES - LIMIT'
                       TO WS-FND-TEXT
                   MOVE WS-LIMIT-PROBE-SSIDS TO WS-FND-NUMBER
                   PERFORM 8000-WRITE-FINDING
               END-IF
           END-IF
           PERFORM 8300-END-SECTION.

       2010-CHECK-ONE-ROUTE.
           MOVE WS-SSN-PRIMARY(WS-SUB) TO WS-KS-SSID
           IF WS-SSN-COUNT-BAD(WS-SUB) = 'Y'
               SET WS-FND-SEVERE TO TRUE
               MOVE 'SCT' TO WS-FND-CHECK
               MOVE WS-KEY-SSID TO WS-FND-KEY
               MOVE 'BACKUP-COUNT NOT 0-3 - HBRFAIL MISROUTES'
                   TO WS-FND-TEXT
               PERFORM 8000-WRITE-FINDING
           END-IF
           IF WS-SSN-DUPLICATES(WS-SUB) > 0
               SET WS-FND-WARNING TO TRUE
               MOVE 'SDP' TO WS-FND-CHECK
               MOVE WS-KEY-SSID TO WS-FND-KEY
               MOVE 'DUPLICATE PRIMARY - ONLY THE FIRST IS USED - EXTRA'
                   TO WS-FND-TEXT
               MOVE WS-SSN-DUPLICATES(WS-SUB) TO WS-FND-NUMBER
               PERFORM 8000-WRITE-FINDING
           END-IF
           IF WS-SSN-BACKUP-COUNT(WS-SUB) = 0 AND
              WS-SSN-COUNT-BAD(WS-SUB) = 'N'
               SET WS-FND-INFO TO TRUE
               MOVE 'SNB' TO WS-FND-CHECK
               MOVE WS-KEY-SSID TO WS-FND-KEY
               MOVE 'NO BACKUP SSIDS - NOWHERE TO FAIL OVER'
                   TO WS-FND-TEXT
               PERFORM 8000-WRITE-FINDING
           END-IF
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-SSN-BACKUP-COUNT(WS-SUB)
               PERFORM 2020-CHECK-ONE-BACKUP
           END-PERFORM
           PERFORM 2030-CHECK-FAILOVER-LOOP.

       2020-CHECK-ONE-BACKUP.
           MOVE WS-SSN-PRIMARY(WS-SUB) TO WS-KR-PRIMARY
           MOVE WS-SSN-BACKUP(WS-SUB, WS-SLOT) TO WS-KR-BACKUP
           MOVE WS-KEY-ROUTE TO WS-FND-KEY
           EVALUATE TRUE
               WHEN WS-SSN-BACKUP(WS-SUB, WS-SLOT) = SPACES
                   SET WS-FND-WARNING TO TRUE
                   MOVE 'SBL' TO WS-FND-CHECK
                   MOVE 'BLANK BACKUP WITHIN BACKUP-COUNT - SLOT'
                       TO WS-FND-TEXT
                   MOVE WS-SLOT TO WS-FND-NUMBER
                   PERFORM 8000-WRITE-FINDING
               WHEN WS-SSN-BACKUP(WS-SUB, WS-SLOT) =
                    WS-SSN-PRIMARY(WS-SUB)
                   SET WS-FND-WARNING TO TRUE
                   MOVE 'SSF' TO WS-FND-CHECK
                   MOVE 'PRIMARY IS ITS OWN BACKUP - SLOT'
                       TO WS-FND-TEXT
                   MOVE WS-SLOT TO WS-FND-NUMBER
                   PERFORM 8000-WRITE-FINDING
               WHEN OTHER
                   MOVE WS-SSN-BACKUP(WS-SUB, WS-SLOT) TO WS-LOOK-SSID
                   PERFORM 7000-FIND-ROUTE
                   IF NOT WS-FOUND
                       SET WS-FND-WARNING TO TRUE
                       MOVE 'SBK' TO WS-FND-CHECK
                       MOVE 'BACKUP IS NOT A PRIMARY - SLOT'
                           TO WS-FND-TEXT
                       MOVE WS-SLOT TO WS-FND-NUMBER
                       PERFORM 8000-WRITE-FINDING
                   END-IF
                   PERFORM VARYING WS-SLOT-2 FROM 1 BY 1
                           UNTIL WS-SLOT-2 NOT < WS-SLOT
                       IF WS-SSN-BACKUP(WS-SUB, WS-SLOT-2) =
                          WS-SSN-BACKUP(WS-SUB, WS-SLOT)
                           SET WS-FND-INFO TO TRUE
                           MOVE 'SDB' TO WS-FND-CHECK
                           MOVE WS-KEY-ROUTE TO WS-FND-KEY
                           MOVE 'SAME BACKUP LISTED TWICE - SLOT'
                               TO WS-FND-TEXT
                           MOVE WS-SLOT TO WS-FND-NUMBER
                           PERFORM 8000-WRITE-FINDING
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *    FOLLOWS FIRST BACKUPS FROM THIS PRIMARY - THE ROUTE A       *
      *    PLANNED-WINDOW REROUTE TAKES. A CHAIN THAT COMES BACK TO    *
      *    THE START IS A LOOP OF REGIONS THAT ONLY BACK EACH OTHER    *
      *    UP. EACH LOOP IS REPORTED ONCE, FROM ITS LOWEST SSID.       *
       2030-CHECK-FAILOVER-LOOP.
           IF WS-SSN-BACKUP-COUNT(WS-SUB) = 0 OR
              WS-SSN-BACKUP(WS-SUB, 1) = WS-SSN-PRIMARY(WS-SUB)
               CONTINUE
           ELSE
               MOVE WS-SSN-PRIMARY(WS-SUB) TO WS-WALK-START
               MOVE WS-SSN-BACKUP(WS-SUB, 1) TO WS-WALK-SSID
               MOVE SPACES TO WS-CHAIN
               MOVE WS-WALK-START TO WS-CHAIN(1:4)
               MOVE 5 TO WS-CHAIN-POS
               MOVE 0 TO WS-WALK-STEPS
               MOVE 'N' TO WS-WALK-SW
               MOVE 'N' TO WS-WALK-LOWER-SW
               MOVE 'N' TO WS-WALK-LOOP-SW
               PERFORM 2040-WALK-ONE-STEP UNTIL WS-WALK-DONE
               IF WS-WALK-LOOPED AND NOT WS-WALK-LOWER
                   SET WS-FND-WARNING TO TRUE
                   MOVE 'SCY' TO WS-FND-CHECK
                   MOVE WS-CHAIN TO WS-FND-KEY
                   MOVE 'CIRCULAR FAILOVER - REGIONS'
                       TO WS-FND-TEXT
                   MOVE WS-WALK-STEPS TO WS-FND-NUMBER
                   PERFORM 8000-WRITE-FINDING
               END-IF
           END-IF.

       2040-WALK-ONE-STEP.
           ADD 1 TO WS-WALK-STEPS
           IF WS-CHAIN-POS < 34
               MOVE ' > ' TO WS-CHAIN(WS-CHAIN-POS:3)
               MOVE WS-WALK-SSID TO WS-CHAIN(WS-CHAIN-POS + 3:4)
               ADD 7 TO WS-CHAIN-POS
           END-IF
           IF WS-WALK-SSID = WS-WALK-START
               SET WS-WALK-LOOPED TO TRUE
               SET WS-WALK-DONE TO TRUE
           ELSE
               IF WS-WALK-SSID < WS-WALK-START
                   SET WS-WALK-LOWER TO TRUE
               END-IF
               MOVE WS-WALK-SSID TO WS-LOOK-SSID
               PERFORM 7000-FIND-ROUTE
               IF NOT WS-FOUND OR
                  WS-SSN-BACKUP-COUNT(WS-SSN-IDX) = 0 OR
                  WS-WALK-STEPS > WS-SSN-COUNT
                   SET WS-WALK-DONE TO TRUE
               ELSE
                   MOVE WS-SSN-BACKUP(WS-SSN-IDX, 1) TO WS-WALK-SSID
               END-IF
           END-IF.

       2050-COLLECT-ALL-SSIDS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SSN-COUNT
               MOVE WS-SSN-PRIMARY(WS-SUB) TO WS-LOOK-SSID
               PERFORM 2060-ADD-ALL-SSID
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > WS-SSN-BACKUP-COUNT(WS-SUB)
                   IF WS-SSN-BACKUP(WS-SUB, WS-SLOT) NOT = SPACES
                       MOVE WS-SSN-BACKUP(WS-SUB, WS-SLOT)
                           TO WS-LOOK-SSID
                       PERFORM 2060-ADD-ALL-SSID
                   END-IF
               END-PERFORM
           END-PERFORM.

       2060-ADD-ALL-SSID.
           PERFORM 7050-FIND-ANY-SSID
           IF NOT WS-FOUND
               IF WS-ALL-SSID-COUNT < WS-MAX-ALL-SSIDS
                   ADD 1 TO WS-ALL-SSID-COUNT
                   MOVE WS-LOOK-SSID TO WS-ALL-SSID(WS-ALL-SSID-COUNT)
               ELSE
                   ADD 1 TO WS-NOT-HELD
               END-IF
           END-IF.

       2200-CHECK-CCSIDS.
           MOVE 'HBRCCSF SUPPORTED CCSIDS' TO WS-SECTION-TITLE
           PERFORM 8100-START-SECTION
           IF WS-CCSF-STATUS = "35"
               MOVE 'HBRCCSF' TO WS-FND-KEY
               SET WS-FND-SEVERE TO TRUE
               PERFORM 8200-MISSING-FILE
           ELSE
               IF WS-CCS-COUNT > WS-LIMIT-CCSIDS
                   SET WS-FND-SEVERE TO TRUE
                   MOVE 'CCP' TO WS-FND-CHECK
                   MOVE 'HBRCCSF' TO WS-FND-KEY
                   MOVE 'MORE CCSIDS THAN HBREDIT HOLDS - LIMIT'
                       TO WS-FND-TEXT
                   MOVE WS-LIMIT-CCSIDS TO WS-FND-NUMBER
                   PERFORM 8000-WRITE-FINDING
               END-IF
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CCS-COUNT
                   MOVE WS-CCS-CCSID(WS-SUB) TO WS-KC-CCSID
                   IF WS-CCS-DUPLICATES(WS-SUB) > 0
                       SET WS-FND-INFO TO TRUE
                       MOVE 'CDP' TO WS-FND-CHECK
                       MOVE WS-KEY-CCSID TO WS-FND-KEY
                       MOVE 'CCSID LISTED MORE THAN ONCE - EXTRA ROWS'
                           TO WS-FND-TEXT
                       MOVE WS-CCS-DUPLICATES(WS-SUB) TO WS-FND-NUMBER
                       PERFORM 8000-WRITE-FINDING
                   END-IF
                   IF WS-CCS-NO-DESC(WS-SUB) = 'Y'
                       SET WS-FND-INFO TO TRUE
                       MOVE 'CBD' TO WS-FND-CHECK
                       MOVE WS-KEY-CCSID TO WS-FND-KEY
                       MOVE 'NO DESCRIPTION' TO WS-FND-TEXT
                       PERFORM 8000-WRITE-FINDING
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 8300-END-SECTION.

       2300-CHECK-LAYOUTS.
           MOVE 'HBRLAYF RESPONSE LAYOUTS' TO WS-SECTION-TITLE
           PERFORM 8100-START-SECTION
           OPEN INPUT HBRLAYF-FILE
           IF WS-LAYF-STATUS = "35"
               MOVE 'HBRLAYF' TO WS-FND-KEY
               SET WS-FND-SEVERE TO TRUE
               PERFORM 8200-MISSING-FILE
           ELSE
               READ HBRLAYF-FILE
                   AT END SET WS-LAYF-EOF TO TRUE
               END-READ
               PERFORM 2310-CHECK-ONE-LAYOUT THRU 2310-EXIT
                   UNTIL WS-LAYF-EOF
               CLOSE HBRLAYF-FILE
               IF WS-USAGE-KNOWN
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-PRD-COUNT
                       IF WS-PRD-LAYOUTS(WS-SUB) > 0 AND
                          WS-PRD-TONIGHT(WS-SUB) = 0 AND
                          WS-PRD-BILLED(WS-SUB) = 0
                           SET WS-FND-INFO TO TRUE
                           MOVE 'LUN' TO WS-FND-CHECK
                           MOVE WS-PRD-PRODCODE(WS-SUB)
                               TO WS-KD-PRODCODE
                           MOVE WS-KEY-PRODCODE TO WS-FND-KEY
                           MOVE 'NOT IN USE - NO INPUT, NO BILLED CALLS'
                               TO WS-FND-TEXT
                           PERFORM 8000-WRITE-FINDING
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           PERFORM 8300-END-SECTION.

      *    A DEFECT IN A LAYOUT TONIGHT'S INPUT USES IS SEVERE - EVERY *
      *    ONE OF THAT PRODUCT'S DECISIONS IS LOST TO HBRXEXC.         *
       2310-CHECK-ONE-LAYOUT.
           ADD 1 TO WS-LAY-RECORDS
           MOVE HBRLAY-PRODCODE TO WS-KD-PRODCODE
           MOVE HBRLAY-PRODCODE TO WS-SRCH-PRODCODE
           PERFORM 7300-LOCATE-PRODCODE
           MOVE 'SEVERE' TO WS-LAY-SEVERITY
           IF WS-HELD
               ADD 1 TO WS-PRD-LAYOUTS(WS-PRD-IDX)
               IF WS-INPUT-SUPPLIED AND WS-PRD-TONIGHT(WS-PRD-IDX) = 0
                   MOVE 'WARNING' TO WS-LAY-SEVERITY
               END-IF
               IF WS-PRD-LAYOUTS(WS-PRD-IDX) > 1
                   SET WS-FND-WARNING TO TRUE
                   MOVE 'LDP' TO WS-FND-CHECK
                   MOVE WS-KEY-PRODCODE TO WS-FND-KEY
                   MOVE 'DUPLICATE - HBRXTRC USES THE FIRST - RECORD'
                       TO WS-FND-TEXT
                   MOVE WS-LAY-RECORDS TO WS-FND-NUMBER
                   PERFORM 8000-WRITE-FINDING
                   GO TO 2310-READ-NEXT
               END-IF
           END-IF
           IF WS-LAY-RECORDS > WS-LIMIT-LAYOUTS
               MOVE WS-LAY-SEVERITY TO WS-FND-SEVERITY
               MOVE 'LCP' TO WS-FND-CHECK
               MOVE WS-KEY-PRODCODE TO WS-FND-KEY
               MOVE 'NEVER LOADED BY HBRXTRC - LIMIT'
                   TO WS-FND-TEXT
               MOVE WS-LIMIT-LAYOUTS TO WS-FND-NUMBER
               PERFORM 8000-WRITE-FINDING
           END-IF
           MOVE 'N' TO WS-BAD-SW
           IF HBRLAY-MIN-LENGTH IS NOT NUMERIC
               SET WS-BAD TO TRUE
           END-IF
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 7
               IF HBRLAY-FIELD-OFFSET(WS-SLOT) IS NOT NUMERIC OR
                  HBRLAY-FIELD-LENGTH(WS-SLOT) IS NOT NUMERIC
                   SET WS-BAD TO TRUE
               END-IF
           END-PERFORM
           IF WS-BAD
               MOVE WS-LAY-SEVERITY TO WS-FND-SEVERITY
               MOVE 'LNM' TO WS-FND-CHECK
               MOVE WS-KEY-PRODCODE TO WS-FND-KEY
               MOVE 'OFFSET, LENGTH OR MIN-LENGTH NOT NUMERIC'
                   TO WS-FND-TEXT
               PERFORM 8000-WRITE-FINDING
               GO TO 2310-READ-NEXT
           END-IF
           IF HBRLAY-MIN-LENGTH > 1024
               MOVE WS-LAY-SEVERITY TO WS-FND-SEVERITY
               MOVE 'LMX' TO WS-FND-CHECK
               MOVE WS-KEY-PRODCODE TO WS-FND-KEY
               MOVE 'MIN-LENGTH OVER 1024 - IT IS'
                   TO WS-FND-TEXT
               MOVE HBRLAY-MIN-LENGTH TO WS-FND-NUMBER
               PERFORM 8000-WRITE-FINDING
           END-IF
           IF HBRLAY-FIELD-OFFSET(1) = 0 OR HBRLAY-FIELD-LENGTH(1) = 0
               SET WS-FND-WARNING TO TRUE
               MOVE 'LDC' TO WS-FND-CHECK
               MOVE WS-KEY-PRODCODE TO WS-FND-KEY
               MOVE 'DECISION CODE NOT RETURNED'
                   TO WS-FND-TEXT
               PERFORM 8000-WRITE-FINDING
           END-IF
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 7
               IF HBRLAY-FIELD-OFFSET(WS-SLOT) > 0
                   PERFORM 2320-CHECK-ONE-SLOT
               END-IF
           END-PERFORM.
       2310-READ-NEXT.
           READ HBRLAYF-FILE
               AT END SET WS-LAYF-EOF TO TRUE
           END-READ.
       2310-EXIT.
           EXIT.

       2320-CHECK-ONE-SLOT.
           MOVE WS-KEY-PRODCODE TO WS-FND-KEY
           IF HBRLAY-FIELD-LENGTH(WS-SLOT) = 0
               SET WS-FND-INFO TO TRUE
               MOVE 'LZL' TO WS-FND-CHECK
               MOVE WS-SLOT-NAME(WS-SLOT) TO WS-FND-TEXT
               MOVE 'HAS AN OFFSET BUT LENGTH ZERO - NOT CUT'
                   TO WS-FND-TEXT(11:)
               PERFORM 8000-WRITE-FINDING
           ELSE
               COMPUTE WS-SLOT-END = HBRLAY-FIELD-OFFSET(WS-SLOT)
                   + HBRLAY-FIELD-LENGTH(WS-SLOT) - 1
               IF WS-SLOT-END > 1024
                   MOVE WS-LAY-SEVERITY TO WS-FND-SEVERITY
                   MOVE 'LPE' TO WS-FND-CHECK
                   MOVE WS-SLOT-NAME(WS-SLOT) TO WS-FND-TEXT
                   MOVE 'RUNS PAST POSITION 1024 - ENDS AT'
                       TO WS-FND-TEXT(11:)
                   MOVE WS-SLOT-END TO WS-FND-NUMBER
                   PERFORM 8000-WRITE-FINDING
               END-IF
               IF HBRLAY-FIELD-LENGTH(WS-SLOT) > WS-SLOT-WIDTH(WS-SLOT)
                   SET WS-FND-WARNING TO TRUE
                   MOVE 'LWD' TO WS-FND-CHECK
                   MOVE WS-KEY-PRODCODE TO WS-FND-KEY
                   MOVE WS-SLOT-NAME(WS-SLOT) TO WS-FND-TEXT
                   MOVE 'LONGER THAN ITS HBRDEC FIELD - CUT TO'
                       TO WS-FND-TEXT(11:)
                   MOVE WS-SLOT-WIDTH(WS-SLOT) TO WS-FND-NUMBER
                   PERFORM 8000-WRITE-FINDING
               END-IF
               PERFORM VARYING WS-SLOT-2 FROM WS-SLOT BY 1
                       UNTIL WS-SLOT-2 > 7
                   IF WS-SLOT-2 > WS-SLOT AND
                      HBRLAY-FIELD-OFFSET(WS-SLOT-2) > 0 AND
                      HBRLAY-FIELD-LENGTH(WS-SLOT-2) > 0
                       PERFORM 2330-CHECK-OVERLAP
                   END-IF
               END-PERFORM
           END-IF.

       2330-CHECK-OVERLAP.
           COMPUTE WS-SLOT-END-2 = HBRLAY-FIELD-OFFSET(WS-SLOT-2)
               + HBRLAY-FIELD-LENGTH(WS-SLOT-2) - 1
           IF HBRLAY-FIELD-OFFSET(WS-SLOT) NOT > WS-SLOT-END-2 AND
              HBRLAY-FIELD-OFFSET(WS-SLOT-2) NOT > WS-SLOT-END
               SET WS-FND-WARNING TO TRUE
               MOVE 'LOV' TO WS-FND-CHECK
               MOVE WS-KEY-PRODCODE TO WS-FND-KEY
               MOVE WS-SLOT-NAME(WS-SLOT) TO WS-FND-TEXT
               MOVE 'OVERLAPS' TO WS-FND-TEXT(11:)
               MOVE WS-SLOT-NAME(WS-SLOT-2) TO WS-FND-TEXT(20:)
               PERFORM 8000-WRITE-FINDING
           END-IF.

       2400-CHECK-INPUT.
           MOVE 'HBRCUSTF TONIGHT''S INPUT' TO WS-SECTION-TITLE
           PERFORM 8100-START-SECTION
           IF NOT WS-INPUT-SUPPLIED
               MOVE 'NO HBRCUSTF SUPPLIED - INPUT CHECKS NOT MADE'
                   TO WS-MESSAGE-LINE
               WRITE HBRXREFO-LINE FROM WS-MESSAGE-LINE
               ADD 1 TO WS-SECTION-FINDINGS
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-PRD-COUNT
                   IF WS-PRD-TONIGHT(WS-SUB) > 0 AND
                      WS-PRD-LAYOUTS(WS-SUB) = 0 AND
                      WS-LAYF-STATUS NOT = "35"
                       SET WS-FND-SEVERE TO TRUE
                       MOVE 'UPL' TO WS-FND-CHECK
                       MOVE WS-PRD-PRODCODE(WS-SUB) TO WS-KD-PRODCODE
                       MOVE WS-KEY-PRODCODE TO WS-FND-KEY
                       MOVE 'NO HBRLAYF LAYOUT - CUSTOMERS'
                           TO WS-FND-TEXT
                       MOVE WS-PRD-TONIGHT(WS-SUB) TO WS-FND-NUMBER
                       PERFORM 8000-WRITE-FINDING
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-INP-SSID-COUNT
                   MOVE WS-INP-SSID(WS-SUB) TO WS-LOOK-SSID
                   PERFORM 7000-FIND-ROUTE
                   IF NOT WS-FOUND AND WS-SSNF-STATUS NOT = "35"
                       SET WS-FND-WARNING TO TRUE
                       MOVE 'USS' TO WS-FND-CHECK
                       MOVE WS-INP-SSID(WS-SUB) TO WS-KS-SSID
                       MOVE WS-KEY-SSID TO WS-FND-KEY
                       MOVE 'NOT A PRIMARY IN HBRSSNF - CUSTOMERS'
                           TO WS-FND-TEXT
                       MOVE WS-INP-SSID-CUSTOMERS(WS-SUB)
                           TO WS-FND-NUMBER
                       PERFORM 8000-WRITE-FINDING
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-INP-CCSID-COUNT
                   MOVE WS-INP-CCSID(WS-SUB) TO WS-LOOK-CCSID
                   PERFORM 7100-FIND-CCSID
                   IF NOT WS-FOUND AND WS-CCSF-STATUS NOT = "35"
                       SET WS-FND-WARNING TO TRUE
                       MOVE 'UCC' TO WS-FND-CHECK
                       MOVE WS-INP-CCSID(WS-SUB) TO WS-KC-CCSID
                       MOVE WS-KEY-CCSID TO WS-FND-KEY
                       MOVE 'NOT IN HBRCCSF - CUSTOMERS'
                           TO WS-FND-TEXT
                       MOVE WS-INP-CCSID-CUSTOMERS(WS-SUB)
                           TO WS-FND-NUMBER
                       PERFORM 8000-WRITE-FINDING
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 8300-END-SECTION.

       2500-CHECK-REASONS.
           MOVE 'HBRRSNF REASON EXPLANATIONS' TO WS-SECTION-TITLE
           PERFORM 8100-START-SECTION
           OPEN INPUT HBRRSNF-FILE
           IF WS-RSNF-STATUS = "35"
               MOVE 'HBRRSNF' TO WS-FND-KEY
               SET WS-FND-WARNING TO TRUE
               PERFORM 8200-MISSING-FILE
           ELSE
               READ HBRRSNF-FILE
                   AT END SET WS-RSNF-EOF TO TRUE
               END-READ
               PERFORM 2510-CHECK-ONE-REASON UNTIL WS-RSNF-EOF
               CLOSE HBRRSNF-FILE
               IF WS-RSN-RECORDS > WS-LIMIT-REASONS
                   SET WS-FND-WARNING TO TRUE
                   MOVE 'RCP' TO WS-FND-CHECK
                   MOVE 'HBRRSNF' TO WS-FND-KEY
                   MOVE 'MORE ROWS THAN HBRRPT2 HOLDS - LIMIT'
                       TO WS-FND-TEXT
                   MOVE WS-LIMIT-REASONS TO WS-FND-NUMBER
                   PERFORM 8000-WRITE-FINDING
               END-IF
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-PATH-COUNT
                   PERFORM 2520-CHECK-PATH-REASONS
               END-PERFORM
           END-IF
           PERFORM 8300-END-SECTION.

       2510-CHECK-ONE-REASON.
           ADD 1 TO WS-RSN-RECORDS
           MOVE HBRRSN-RULEAPP-PATH TO WS-SRCH-PATH
           PERFORM 7200-LOCATE-PATH
           IF WS-HELD
               ADD 1 TO WS-PATH-REASONS(WS-PATH-IDX)
           END-IF
           IF HBRRSN-EXPLANATION = SPACES
               SET WS-FND-INFO TO TRUE
               MOVE 'RBL' TO WS-FND-CHECK
               MOVE HBRRSN-RULEAPP-PATH TO WS-FND-KEY
               MOVE HBRRSN-RULEAPP-PATH TO WS-FND-PATH
               MOVE 'BLANK EXPLANATION - REASON CODE' TO WS-FND-TEXT
               MOVE HBRRSN-REASON-CODE TO WS-FND-NUMBER
               PERFORM 8000-WRITE-FINDING
           END-IF
           READ HBRRSNF-FILE
               AT END SET WS-RSNF-EOF TO TRUE
           END-READ.

       2520-CHECK-PATH-REASONS.
           IF WS-PATH-FAILURES(WS-SUB) > 0 AND
              WS-PATH-REASONS(WS-SUB) = 0
               SET WS-FND-WARNING TO TRUE
               MOVE 'RSF' TO WS-FND-CHECK
               MOVE WS-PATH-VALUE(WS-SUB) TO WS-FND-KEY
               MOVE WS-PATH-VALUE(WS-SUB) TO WS-FND-PATH
               MOVE 'FAILING, NO EXPLANATIONS - FAILURES'
                   TO WS-FND-TEXT
               MOVE WS-PATH-FAILURES(WS-SUB) TO WS-FND-NUMBER
               PERFORM 8000-WRITE-FINDING
           END-IF
           IF WS-PATH-REASONS(WS-SUB) > 0 AND WS-USAGE-KNOWN AND
              WS-PATH-TONIGHT(WS-SUB) = 0 AND
              WS-PATH-BILLED(WS-SUB) = 0
               SET WS-FND-INFO TO TRUE
               MOVE 'RUN' TO WS-FND-CHECK
               MOVE WS-PATH-VALUE(WS-SUB) TO WS-FND-KEY
               MOVE WS-PATH-VALUE(WS-SUB) TO WS-FND-PATH
               MOVE 'PATH NOT IN USE - EXPLANATION ROWS HELD FOR IT'
                   TO WS-FND-TEXT
               MOVE WS-PATH-REASONS(WS-SUB) TO WS-FND-NUMBER
               PERFORM 8000-WRITE-FINDING
           END-IF.

       2600-CHECK-CAPTURES.
           MOVE 'HBRCAPF VALUE CAPTURE ENROLMENT' TO WS-SECTION-TITLE
           PERFORM 8100-START-SECTION
           OPEN INPUT HBRCAPF-FILE
           IF WS-CAPF-STATUS = "35"
               MOVE 'NO HBRCAPF - NO PATH IS ENROLLED FOR VALUE CAPTURE'
                   TO WS-MESSAGE-LINE
               WRITE HBRXREFO-LINE FROM WS-MESSAGE-LINE
               ADD 1 TO WS-SECTION-FINDINGS
           ELSE
               READ HBRCAPF-FILE
                   AT END SET WS-CAPF-EOF TO TRUE
               END-READ
               PERFORM 2610-CHECK-ONE-CAPTURE UNTIL WS-CAPF-EOF
               CLOSE HBRCAPF-FILE
           END-IF
           PERFORM 8300-END-SECTION.

       2610-CHECK-ONE-CAPTURE.
           ADD 1 TO WS-CAP-RECORDS
           MOVE HBRCAP-RULEAPP-PATH TO WS-FND-KEY
           MOVE HBRCAP-RULEAPP-PATH TO WS-FND-PATH
           IF HBRCAP-RULEAPP-PATH = SPACES
               SET WS-FND-WARNING TO TRUE
               MOVE 'ABL' TO WS-FND-CHECK
               MOVE 'BLANK RULEAPP-PATH - RECORD' TO WS-FND-TEXT
               MOVE WS-CAP-RECORDS TO WS-FND-NUMBER
               PERFORM 8000-WRITE-FINDING
           ELSE
               MOVE HBRCAP-RULEAPP-PATH TO WS-SRCH-PATH
               PERFORM 7200-LOCATE-PATH
               IF WS-HELD
                   ADD 1 TO WS-PATH-CAPTURES(WS-PATH-IDX)
                   IF WS-PATH-CAPTURES(WS-PATH-IDX) > 1
                       SET WS-FND-INFO TO TRUE
                       MOVE 'ADU' TO WS-FND-CHECK
                       MOVE 'PATH ENROLLED MORE THAN ONCE - RECORD'
                           TO WS-FND-TEXT
                       MOVE WS-CAP-RECORDS TO WS-FND-NUMBER
                       PERFORM 8000-WRITE-FINDING
                   END-IF
                   IF WS-USAGE-KNOWN AND
                      WS-PATH-TONIGHT(WS-PATH-IDX) = 0 AND
                      WS-PATH-BILLED(WS-PATH-IDX) = 0
                       SET WS-FND-WARNING TO TRUE
                       MOVE 'AST' TO WS-FND-CHECK
                       MOVE 'ENROLLED PATH NOT CALLED - WINDOW DAYS'
                           TO WS-FND-TEXT
                       MOVE WS-WINDOW-DAYS TO WS-FND-NUMBER
                       PERFORM 8000-WRITE-FINDING
                   END-IF
               END-IF
           END-IF
           IF HBRCAP-VALUE-CAP IS NOT NUMERIC OR
              HBRCAP-VALUE-CAP = 0 OR HBRCAP-VALUE-CAP > 64
               SET WS-FND-WARNING TO TRUE
               MOVE 'ACV' TO WS-FND-CHECK
               MOVE 'VALUE-CAP NOT 1-64 - RECORD' TO WS-FND-TEXT
               MOVE WS-CAP-RECORDS TO WS-FND-NUMBER
               PERFORM 8000-WRITE-FINDING
           END-IF
           IF WS-CAP-RECORDS > WS-LIMIT-CAPTURES
               SET WS-FND-WARNING TO TRUE
               MOVE 'ACP' TO WS-FND-CHECK
               MOVE 'NEVER LOADED BY HBRPDMW - LIMIT'
                   TO WS-FND-TEXT
               MOVE WS-LIMIT-CAPTURES TO WS-FND-NUMBER
               PERFORM 8000-WRITE-FINDING
           END-IF
           MOVE SPACES TO WS-FND-PATH
           READ HBRCAPF-FILE
               AT END SET WS-CAPF-EOF TO TRUE
           END-READ.

       2700-CHECK-PROBES.
           MOVE 'HBRPRBF SYNTHETIC PROBES' TO WS-SECTION-TITLE
           PERFORM 8100-START-SECTION
           OPEN INPUT HBRPRBF-FILE
           IF WS-PRBF-STATUS = "35"
               MOVE 'HBRPRBF' TO WS-FND-KEY
               SET WS-FND-WARNING TO TRUE
               PERFORM 8200-MISSING-FILE
           ELSE
               READ HBRPRBF-FILE
                   AT END SET WS-PRBF-EOF TO TRUE
               END-READ
               PERFORM 2710-CHECK-ONE-PROBE UNTIL WS-PRBF-EOF
               CLOSE HBRPRBF-FILE
           END-IF
           PERFORM 8300-END-SECTION.

       2710-CHECK-ONE-PROBE.
           ADD 1 TO WS-PRB-RECORDS
           MOVE HBRPRB-PROBE-ID TO WS-KP-PROBE-ID
           MOVE HBRPRB-SSID TO WS-KP-SSID
           IF HBRPRB-SSID NOT = SPACES AND WS-SSNF-STATUS NOT = "35"
               MOVE HBRPRB-SSID TO WS-LOOK-SSID
               PERFORM 7050-FIND-ANY-SSID
               IF NOT WS-FOUND
                   SET WS-FND-WARNING TO TRUE
                   MOVE 'PSS' TO WS-FND-CHECK
                   MOVE WS-KEY-PROBE TO WS-FND-KEY
                   MOVE 'PINNED SSID NOT IN HBRSSNF'
                       TO WS-FND-TEXT
                   PERFORM 8000-WRITE-FINDING
               END-IF
           END-IF
           MOVE HBRPRB-RULE-CCSID TO WS-LOOK-CCSID
           PERFORM 7100-FIND-CCSID
           IF NOT WS-FOUND AND WS-CCSF-STATUS NOT = "35"
               SET WS-FND-WARNING TO TRUE
               MOVE 'PCS' TO WS-FND-CHECK
               MOVE WS-KEY-PROBE TO WS-FND-KEY
               MOVE 'CCSID NOT IN HBRCCSF - CCSID'
                   TO WS-FND-TEXT
               MOVE HBRPRB-RULE-CCSID TO WS-FND-NUMBER
               PERFORM 8000-WRITE-FINDING
           END-IF
           IF HBRPRB-PARM-COUNT IS NOT NUMERIC OR
              HBRPRB-PARM-COUNT > 4
               SET WS-FND-WARNING TO TRUE
               MOVE 'PPC' TO WS-FND-CHECK
               MOVE WS-KEY-PROBE TO WS-FND-KEY
               MOVE 'PARM-COUNT NOT 0-4'
                   TO WS-FND-TEXT
               PERFORM 8000-WRITE-FINDING
           END-IF
           IF HBRPRB-RULEAPP-PATH = SPACES
               SET WS-FND-WARNING TO TRUE
               MOVE 'PBL' TO WS-FND-CHECK
               MOVE WS-KEY-PROBE TO WS-FND-KEY
               MOVE 'BLANK RULEAPP-PATH' TO WS-FND-TEXT
               PERFORM 8000-WRITE-FINDING
           ELSE
               IF WS-USAGE-KNOWN
                   MOVE HBRPRB-RULEAPP-PATH TO WS-SRCH-PATH
                   PERFORM 7250-FIND-PATH
                   SET WS-BAD TO TRUE
                   IF WS-FOUND
                       IF WS-PATH-TONIGHT(WS-PATH-IDX) > 0 OR
                          WS-PATH-BILLED(WS-PATH-IDX) > 0
                           MOVE 'N' TO WS-BAD-SW
                       END-IF
                   END-IF
                   IF WS-BAD
                       SET WS-FND-WARNING TO TRUE
                       MOVE 'PST' TO WS-FND-CHECK
                       MOVE WS-KEY-PROBE TO WS-FND-KEY
                       MOVE HBRPRB-RULEAPP-PATH TO WS-FND-PATH
                       MOVE 'PROBED PATH NOT CALLED - WINDOW DAYS'
                           TO WS-FND-TEXT
                       MOVE WS-WINDOW-DAYS TO WS-FND-NUMBER
                       PERFORM 8000-WRITE-FINDING
                   END-IF
               END-IF
           END-IF
           READ HBRPRBF-FILE
               AT END SET WS-PRBF-EOF TO TRUE
           END-READ.

       5000-PRODUCE-SUMMARY.
           MOVE 'RUN SUMMARY' TO WS-SECTION-TITLE
           WRITE HBRXREFO-LINE FROM WS-SECTION-LINE
           MOVE 'HBRSSNF RECORDS READ' TO WS-SUM-LABEL
           MOVE WS-SSN-RECORDS TO WS-SUM-COUNT
           WRITE HBRXREFO-LINE FROM WS-SUMMARY-LINE
           MOVE 'HBRCCSF RECORDS READ' TO WS-SUM-LABEL
           MOVE WS-CCS-RECORDS TO WS-SUM-COUNT
           WRITE HBRXREFO-LINE FROM WS-SUMMARY-LINE
           MOVE 'HBRLAYF RECORDS READ' TO WS-SUM-LABEL
           MOVE WS-LAY-RECORDS TO WS-SUM-COUNT
           WRITE HBRXREFO-LINE FROM WS-SUMMARY-LINE
           MOVE 'HBRRSNF RECORDS READ' TO WS-SUM-LABEL
           MOVE WS-RSN-RECORDS TO WS-SUM-COUNT
           WRITE HBRXREFO-LINE FROM WS-SUMMARY-LINE
           MOVE 'HBRCAPF RECORDS READ' TO WS-SUM-LABEL
           MOVE WS-CAP-RECORDS TO WS-SUM-COUNT
           WRITE HBRXREFO-LINE FROM WS-SUMMARY-LINE
           MOVE 'HBRPRBF RECORDS READ' TO WS-SUM-LABEL
           MOVE WS-PRB-RECORDS TO WS-SUM-COUNT
           WRITE HBRXREFO-LINE FROM WS-SUMMARY-LINE
           MOVE 'HBRCUSTF RECORDS READ' TO WS-SUM-LABEL
           MOVE WS-CUST-RECORDS TO WS-SUM-COUNT
           WRITE HBRXREFO-LINE FROM WS-SUMMARY-LINE
           MOVE 'HBRSTSF RECORDS READ' TO WS-SUM-LABEL
           MOVE WS-STS-RECORDS TO WS-SUM-COUNT
           WRITE HBRXREFO-LINE FROM WS-SUMMARY-LINE
           MOVE 'HBRSTSF RECORDS IN THE USAGE WINDOW' TO WS-SUM-LABEL
           MOVE WS-STS-IN-WINDOW TO WS-SUM-COUNT
           WRITE HBRXREFO-LINE FROM WS-SUMMARY-LINE
           MOVE 'ENTRIES NOT HELD (TABLE FULL)' TO WS-SUM-LABEL
           MOVE WS-NOT-HELD TO WS-SUM-COUNT
           WRITE HBRXREFO-LINE FROM WS-SUMMARY-LINE
           MOVE 'SEVERE FINDINGS' TO WS-SUM-LABEL
           MOVE WS-SEVERE-COUNT TO WS-SUM-COUNT
           WRITE HBRXREFO-LINE FROM WS-SUMMARY-LINE
           MOVE 'WARNING FINDINGS' TO WS-SUM-LABEL
           MOVE WS-WARNING-COUNT TO WS-SUM-COUNT
           WRITE HBRXREFO-LINE FROM WS-SUMMARY-LINE
           MOVE 'INFO FINDINGS' TO WS-SUM-LABEL
           MOVE WS-INFO-COUNT TO WS-SUM-COUNT
           WRITE HBRXREFO-LINE FROM WS-SUMMARY-LINE
           IF NOT WS-USAGE-KNOWN
               MOVE 'NO BILLED CALLS IN WINDOW - USAGE CHECKS NOT MADE'
                   TO WS-RESULT-LINE
               WRITE HBRXREFO-LINE FROM WS-RESULT-LINE
           END-IF
           IF WS-NOT-HELD > 0
               MOVE 'A WORK TABLE FILLED - THE CHECK IS INCOMPLETE'
                   TO WS-RESULT-LINE
               WRITE HBRXREFO-LINE FROM WS-RESULT-LINE
               DISPLAY 'HBRXREF - WORK TABLE FULL - ENTRIES NOT HELD: '
                   WS-NOT-HELD
           END-IF
           IF WS-SEVERE-COUNT > 0
               MOVE 'RESULT: SEVERE FINDINGS'
                   TO WS-RESULT-LINE
           ELSE
               MOVE 'RESULT: NO SEVERE FINDINGS' TO WS-RESULT-LINE
           END-IF
           WRITE HBRXREFO-LINE FROM WS-RESULT-LINE
           DISPLAY 'HBRXREF - SEVERE=' WS-SEVERE-COUNT
               ' WARNING=' WS-WARNING-COUNT
               ' INFO=' WS-INFO-COUNT
           IF WS-SEVERE-COUNT > 0 OR WS-NOT-HELD > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       7000-FIND-ROUTE.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-SSN-IDX TO 1
           SEARCH WS-SSN-ENTRY
               AT END CONTINUE
               WHEN WS-SSN-IDX > WS-SSN-COUNT
                   CONTINUE
               WHEN WS-SSN-PRIMARY(WS-SSN-IDX) = WS-LOOK-SSID
                   SET WS-FOUND TO TRUE
           END-SEARCH.

       7050-FIND-ANY-SSID.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-ALL-IDX TO 1
           SEARCH WS-ALL-SSID
               AT END CONTINUE
               WHEN WS-ALL-IDX > WS-ALL-SSID-COUNT
                   CONTINUE
               WHEN WS-ALL-SSID(WS-ALL-IDX) = WS-LOOK-SSID
                   SET WS-FOUND TO TRUE
           END-SEARCH.

       7100-FIND-CCSID.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CCS-IDX TO 1
           SEARCH WS-CCS-ENTRY
               AT END CONTINUE
               WHEN WS-CCS-IDX > WS-CCS-COUNT
                   CONTINUE
               WHEN WS-CCS-CCSID(WS-CCS-IDX) = WS-LOOK-CCSID
                   SET WS-FOUND TO TRUE
           END-SEARCH.

      *    FINDS WS-SRCH-PATH IN THE PATH TABLE, ADDING IT IN KEY      *
      *    ORDER WHEN NEW. WS-HELD IS OFF ONLY WHEN THE TABLE IS FULL. *
       7200-LOCATE-PATH.
           MOVE 'Y' TO WS-HELD-SW
           PERFORM 7250-FIND-PATH
           IF NOT WS-FOUND
               IF WS-PATH-COUNT NOT < WS-MAX-PATHS
                   MOVE 'N' TO WS-HELD-SW
                   ADD 1 TO WS-NOT-HELD
               ELSE
                   MOVE WS-SRCH-PATH TO WS-NEW-PATH-VALUE
                   MOVE WS-PATH-COUNT TO WS-SUB-2
                   MOVE 'N' TO WS-SLOT-FOUND-SW
                   PERFORM UNTIL WS-SUB-2 < 1 OR WS-SLOT-FOUND
                       IF WS-PATH-VALUE(WS-SUB-2) < WS-SRCH-PATH
                           SET WS-SLOT-FOUND TO TRUE
                       ELSE
                           MOVE WS-PATH-ENTRY(WS-SUB-2)
                               TO WS-PATH-ENTRY(WS-SUB-2 + 1)
                           SUBTRACT 1 FROM WS-SUB-2
                       END-IF
                   END-PERFORM
                   MOVE WS-NEW-PATH-ENTRY TO WS-PATH-ENTRY(WS-SUB-2 + 1)
                   ADD 1 TO WS-PATH-COUNT
                   SET WS-PATH-IDX TO WS-SUB-2
                   SET WS-PATH-IDX UP BY 1
               END-IF
           END-IF.

       7250-FIND-PATH.
           MOVE 'N' TO WS-FOUND-SW
           SEARCH ALL WS-PATH-ENTRY
               AT END CONTINUE
               WHEN WS-PATH-VALUE(WS-PATH-IDX) = WS-SRCH-PATH
                   SET WS-FOUND TO TRUE
           END-SEARCH.

       7300-LOCATE-PRODCODE.
           MOVE 'Y' TO WS-HELD-SW
           MOVE 'N' TO WS-FOUND-SW
           SEARCH ALL WS-PRD-ENTRY
               AT END CONTINUE
               WHEN WS-PRD-PRODCODE(WS-PRD-IDX) = WS-SRCH-PRODCODE
                   SET WS-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-FOUND
               IF WS-PRD-COUNT NOT < WS-MAX-PRD
                   MOVE 'N' TO WS-HELD-SW
                   ADD 1 TO WS-NOT-HELD
               ELSE
                   MOVE WS-SRCH-PRODCODE TO WS-NEW-PRD-PRODCODE
                   MOVE WS-PRD-COUNT TO WS-SUB-2
                   MOVE 'N' TO WS-SLOT-FOUND-SW
                   PERFORM UNTIL WS-SUB-2 < 1 OR WS-SLOT-FOUND
                       IF WS-PRD-PRODCODE(WS-SUB-2) < WS-SRCH-PRODCODE
                           SET WS-SLOT-FOUND TO TRUE
                       ELSE
                           MOVE WS-PRD-ENTRY(WS-SUB-2)
                               TO WS-PRD-ENTRY(WS-SUB-2 + 1)
                           SUBTRACT 1 FROM WS-SUB-2
                       END-IF
                   END-PERFORM
                   MOVE WS-NEW-PRD-ENTRY TO WS-PRD-ENTRY(WS-SUB-2 + 1)
                   ADD 1 TO WS-PRD-COUNT
                   SET WS-PRD-IDX TO WS-SUB-2
                   SET WS-PRD-IDX UP BY 1
               END-IF
           END-IF.

      *    WRITES THE FINDING BUILT IN WS-FINDING-LINE, COUNTS IT BY   *
      *    SEVERITY AND CLEARS THE PATH AND NUMBER FOR THE NEXT ONE.   *
       8000-WRITE-FINDING.
           EVALUATE TRUE
               WHEN WS-FND-SEVERE
                   ADD 1 TO WS-SEVERE-COUNT
               WHEN WS-FND-WARNING
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   ADD 1 TO WS-INFO-COUNT
           END-EVALUATE
           ADD 1 TO WS-SECTION-FINDINGS
           WRITE HBRXREFO-LINE FROM WS-FINDING-LINE
           IF WS-FND-PATH(41:) NOT = SPACES
               MOVE 'PATH: ' TO WS-PL-LABEL
               MOVE WS-FND-PATH(1:112) TO WS-PL-PATH
               WRITE HBRXREFO-LINE FROM WS-PATH-LINE
               MOVE SPACES TO WS-PL-LABEL
               IF WS-FND-PATH(113:112) NOT = SPACES
                   MOVE WS-FND-PATH(113:112) TO WS-PL-PATH
                   WRITE HBRXREFO-LINE FROM WS-PATH-LINE
               END-IF
               IF WS-FND-PATH(225:32) NOT = SPACES
                   MOVE WS-FND-PATH(225:32) TO WS-PL-PATH
                   WRITE HBRXREFO-LINE FROM WS-PATH-LINE
               END-IF
           END-IF
           MOVE SPACES TO WS-FND-PATH
           MOVE 0 TO WS-FND-NUMBER.

       8100-START-SECTION.
           MOVE 0 TO WS-SECTION-FINDINGS
           MOVE SPACES TO WS-FND-PATH
           MOVE 0 TO WS-FND-NUMBER
           WRITE HBRXREFO-LINE FROM WS-SECTION-LINE
           WRITE HBRXREFO-LINE FROM WS-HEAD-LINE.

      *    THE CALLER SETS THE SEVERITY AND PUTS THE DD NAME IN THE    *
      *    KEY.                                                        *
       8200-MISSING-FILE.
           MOVE 'MIS' TO WS-FND-CHECK
           MOVE 'REFERENCE UNLOAD MISSING - CHECKS AGAINST IT NOT MADE'
               TO WS-FND-TEXT
           PERFORM 8000-WRITE-FINDING.

       8300-END-SECTION.
           IF WS-SECTION-FINDINGS = 0
               WRITE HBRXREFO-LINE FROM WS-NONE-LINE
           END-IF
           WRITE HBRXREFO-LINE FROM WS-BLANK-LINE.

       9000-TERMINATE.
           IF WS-SSNF-STATUS NOT = "35"
               CLOSE HBRSSNF-FILE
           END-IF
           IF WS-CCSF-STATUS NOT = "35"
               CLOSE HBRCCSF-FILE
           END-IF
           IF WS-INPUT-SUPPLIED
               CLOSE HBRCUSTF-FILE
           END-IF
           IF WS-STATS-SUPPLIED
               CLOSE HBRSTSF-FILE
           END-IF
           CLOSE HBRXREFO-FILE.
