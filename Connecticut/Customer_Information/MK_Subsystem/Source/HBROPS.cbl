      *    FLAGS WORD) ARE LEFT OUT - THE DASHBOARD COUNTS REAL        *
      *    TRAFFIC, THE SAME RULE THE BATCH REPORTS APPLY.             *
      *                                                                *
      *    A CALL HBRDRV SENT STRAIGHT TO A BACKUP BECAUSE ITS PRIMARY *
      *    WAS IN A PLANNED HBRMWNF MAINTENANCE WINDOW (HBRA-FLAG-     *
      *    PLANNED-REROUTE IN THE FLAGS WORD) IS COUNTED UNDER         *
      *    PLANNED, NOT UNDER REROUTES - THE REROUTES COLUMN IS        *
      *    GENUINE FAILOVERS ONLY, SO A QUIET PLANNED OUTAGE DOES NOT  *
      *    LOOK LIKE A SICK REGION.                                    *
      *                                                                *
      *    HBRAUDT IS THE CICS-OWNED ESDS HBRAUDW APPENDS TO, SO THE   *
      *    DAY'S RECORDS ARE BROWSED IN WRITE ORDER BY RBA. THE FILE   *
      *    HOLDS THE WHOLE HBRARCH RETENTION PERIOD, SO A REFRESH      *
           05 WS-AUD-TIME-TT PIC 9(2).
       01  WS-PROBE-QUOTIENT PIC S9(8) COMP.
       01  WS-PROBE-BIT PIC S9(8) COMP.
       01  WS-PLANNED-QUOTIENT PIC S9(8) COMP.
       01  WS-PLANNED-BIT PIC S9(8) COMP.
       01  WS-MAX-SSIDS PIC 9(4) VALUE 50.
       01  WS-SSID-COUNT PIC 9(4) VALUE 0.
       01  WS-SSID-TABLE.
              10 WS-SSID-CALLS PIC 9(9).
              10 WS-SSID-FAILS PIC 9(9).
              10 WS-SSID-REROUTES PIC 9(9).
              10 WS-SSID-PLANNED PIC 9(9).
              10 WS-SSID-TIMED PIC 9(9).
              10 WS-SSID-ELAPSED PIC 9(15).
              10 WS-SSID-WORST PIC 9(8).
       01  WS-TOTAL-CALLS PIC 9(9) VALUE 0.
       01  WS-TOTAL-FAILS PIC 9(9) VALUE 0.
       01  WS-TOTAL-REROUTES PIC 9(9) VALUE 0.
       01  WS-TOTAL-PLANNED PIC 9(9) VALUE 0.
       01  WS-DETAIL-LINE.
           05 WS-DET-SSID PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-AVG PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-WORST PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-PLANNED PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05 FILLER PIC X(6) VALUE 'CALLS:'.
           05 WS-TOT-CALLS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(7) VALUE ' FAILS:'.
           05 WS-TOT-FAILS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE ' REROUTES:'.
           05 WS-TOT-REROUTES PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(9) VALUE ' PLANNED:'.
           05 WS-TOT-PLANNED PIC ZZZ,ZZ9.
       COPY hbraud.
       COPY hbropsm.
       COPY DFHAID.
               PERFORM 2200-ACCUMULATE-RECORD THRU 2200-EXIT
           END-IF.

      *    THE PROBE AND PLANNED-REROUTE BIT TESTS MIRROR HBRFLAG,     *
      *    WHICH CANNOT BE CALLED HERE - IT NEEDS THE FULL CONNECTION  *
      *    AREA AND THE AUDIT RECORD ONLY KEEPS THE FLAGS WORD.        *
       2200-ACCUMULATE-RECORD.
           IF HBRAUD-DATE NOT = WS-RUN-DATE
               GO TO 2200-EXIT
                   MOVE 0 TO WS-SSID-CALLS(WS-SSID-IDX)
                   MOVE 0 TO WS-SSID-FAILS(WS-SSID-IDX)
                   MOVE 0 TO WS-SSID-REROUTES(WS-SSID-IDX)
                   MOVE 0 TO WS-SSID-PLANNED(WS-SSID-IDX)
                   MOVE 0 TO WS-SSID-TIMED(WS-SSID-IDX)
                   MOVE 0 TO WS-SSID-ELAPSED(WS-SSID-IDX)
                   MOVE 0 TO WS-SSID-WORST(WS-SSID-IDX)
               ADD 1 TO WS-SSID-FAILS(WS-SSID-IDX)
               ADD 1 TO WS-TOTAL-FAILS
           END-IF
           COMPUTE WS-PLANNED-QUOTIENT =
               FUNCTION INTEGER(HBRAUD-FLAGS / 16)
           COMPUTE WS-PLANNED-BIT =
               FUNCTION MOD(WS-PLANNED-QUOTIENT, 2)
           IF HBRAUD-SSID NOT = HBRAUD-SSID-USED
               IF WS-PLANNED-BIT = 1
                   ADD 1 TO WS-SSID-PLANNED(WS-SSID-IDX)
                   ADD 1 TO WS-TOTAL-PLANNED
               ELSE
                   ADD 1 TO WS-SSID-REROUTES(WS-SSID-IDX)
                   ADD 1 TO WS-TOTAL-REROUTES
               END-IF
           END-IF
           IF HBRAUD-SEND-ATTEMPTS IS NUMERIC AND
              HBRAUD-SEND-ATTEMPTS > 0
           MOVE WS-TOTAL-CALLS TO WS-TOT-CALLS
           MOVE WS-TOTAL-FAILS TO WS-TOT-FAILS
           MOVE WS-TOTAL-REROUTES TO WS-TOT-REROUTES
           MOVE WS-TOTAL-PLANNED TO WS-TOT-PLANNED
           MOVE WS-TOTAL-LINE TO TOTLNO
           IF WS-BROWSE-ERROR
               MOVE 'HBRAUDT BROWSE FAILED - SEE CSMT' TO MSGO
           END-IF
           MOVE WS-AVG-CS TO WS-DET-AVG
           MOVE WS-SSID-WORST(WS-SUB) TO WS-DET-WORST
           MOVE WS-SSID-PLANNED(WS-SUB) TO WS-DET-PLANNED
           EVALUATE WS-SUB
               WHEN 1 MOVE WS-DETAIL-LINE TO DLINE01O
               WHEN 2 MOVE WS-DETAIL-LINE TO DLINE02O
