      ******************************************************************
      *    HBRDHI - ONLINE DECISION TIMELINE INQUIRY OVER HBRDHSF      *
      *    LETS FIRST-LINE SUPPORT ANSWER A DISPUTED LETTER: GIVEN AN  *
      *    INSTCODE AND PRODCODE IT SHOWS WHAT THE RULES DECIDED FOR   *
      *    THAT CUSTOMER ON EVERY RUN STILL HELD IN THE DECISION       *
      *    HISTORY MASTER, NEWEST RUN DATE FIRST, TEN RUNS A PAGE.     *
      *    EACH ROW CARRIES THE HBRDEC DECISION CODE, BOTH AMOUNTS,    *
      *    BOTH LETTER CODES AND THE EFFECTIVE/EXPIRY DATES. A '*'     *
      *    IN THE FIRST COLUMN MARKS A RUN WHOSE DECISION CODE DIFFERS *
      *    FROM THE RUN BEFORE IT, AND AN 'S' IN THE LAST COLUMN MARKS *
      *    A DECISION THAT CAME FROM AN INTRADAY SWEEP (PARTITION      *
      *    90-99) RATHER THAN THE NIGHTLY RUN.                         *
      *                                                                *
      *    THE RUN-DATE FIELD STARTS THE TIMELINE AT THAT DATE         *
      *    INSTEAD OF THE NEWEST RUN. ENTER SHOWS, PF8 PAGES TO OLDER  *
      *    RUNS, PF7 GOES BACK TO THE NEWEST RUN, PF3 EXITS. THE RUN   *
      *    DATE TO PAGE FROM IS CARRIED IN THE DARK NXTDT FIELD SO THE *
      *    TRANSACTION STAYS PSEUDO-CONVERSATIONAL WITH NO COMMAREA.   *
      *                                                                *
      *    HBRDHSF IS BROWSED BACKWARDS WITH READPREV. A READPREV      *
      *    STRAIGHT AFTER STARTBR NEEDS AN EXACT KEY, SO THE BROWSE    *
      *    IS POSITIONED WITH ONE READNEXT FIRST (THE FIRST READPREV   *
      *    AFTER IT RETURNS THE SAME RECORD AGAIN); WHEN NOTHING SITS  *
      *    AT OR AFTER THE START KEY THE BROWSE RESTARTS FROM A        *
      *    HIGH-VALUES KEY, WHICH POSITIONS AT THE END OF THE FILE.    *
      *                                                                *
      *    NOTE: THIS PROGRAM USES EXEC CICS AND MUST BE TRANSLATED   *
      *    WITH THE CICS COMMAND TRANSLATOR BEFORE COMPILING ON A     *
      *    CICS-CAPABLE COBOL COMPILER. IT CANNOT BE SYNTAX CHECKED   *
      *    WITH A PLAIN, NON-CICS COBOL COMPILER.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRDHI.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CICS-RESP PIC S9(8) COMP.
       01  WS-BROWSE-KEY.
           05 WS-BRW-INSTCODE PIC X(12).
           05 WS-BRW-PRODCODE PIC X(4).
           05 WS-BRW-RUN-DATE PIC 9(8).
       01  WS-BRW-KEY-X REDEFINES WS-BROWSE-KEY PIC X(24).
       01  WS-INSTCODE PIC X(12).
       01  WS-PRODCODE PIC X(4).
       01  WS-FROM-DATE PIC X(8).
       01  WS-START-DATE PIC 9(8).
       01  WS-EXCLUSIVE-SW PIC X VALUE 'N'.
           88 WS-EXCLUSIVE VALUE 'Y'.
       01  WS-BROWSE-END-SW PIC X VALUE 'N'.
           88 WS-BROWSE-END VALUE 'Y'.
       01  WS-BROWSE-ERROR-SW PIC X VALUE 'N'.
           88 WS-BROWSE-ERROR VALUE 'Y'.
       01  WS-INPUT-ERROR-SW PIC X VALUE 'N'.
           88 WS-INPUT-ERROR VALUE 'Y'.
       01  WS-MAX-ROWS PIC 9(4) VALUE 11.
       01  WS-ROW-COUNT PIC 9(4) VALUE 0.
       01  WS-SUB PIC 9(4).
       01  WS-ROW-TABLE.
           05 WS-ROW-ENTRY OCCURS 11.
              10 WS-ROW-RUN-DATE PIC 9(8).
              10 WS-ROW-DECISION-CODE PIC X(8).
              10 WS-ROW-AMOUNT-1 PIC X(12).
              10 WS-ROW-AMOUNT-2 PIC X(12).
              10 WS-ROW-LETTER-CODE-1 PIC X(4).
              10 WS-ROW-LETTER-CODE-2 PIC X(4).
              10 WS-ROW-EFFECTIVE-DATE PIC X(8).
              10 WS-ROW-EXPIRY-DATE PIC X(8).
              10 WS-ROW-PARTITION-ID PIC 9(2).
       01  WS-DETAIL-LINE.
           05 WS-DET-CHANGED PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-DECISION-CODE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-AMOUNT-1 PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-AMOUNT-2 PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-LETTER-CODE-1 PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-LETTER-CODE-2 PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-EFFECTIVE-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-EXPIRY-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-SOURCE PIC X(1).
           05 FILLER PIC X(4) VALUE SPACES.
       COPY hbrdhs.
       COPY hbrdhim.
       COPY DFHAID.
       PROCEDURE DIVISION.
       0000-MAIN.
           IF EIBAID = DFHPF3
               EXEC CICS SEND CONTROL ERASE FREEKB
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF
           EXEC CICS RECEIVE MAP('HBRDHIM') MAPSET('HBRDHIM')
               INTO(HBRDHII)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(MAPFAIL)
               PERFORM 1000-SEND-BLANK-MAP
           ELSE
               PERFORM 2000-SHOW-TIMELINE
           END-IF
           EXEC CICS RETURN
               TRANSID('HBRH')
           END-EXEC
           GOBACK.

       1000-SEND-BLANK-MAP.
           MOVE SPACES TO HBRDHIO
           MOVE 'ENTER INSTCODE AND PRODCODE' TO MSGO
           EXEC CICS SEND MAP('HBRDHIM') MAPSET('HBRDHIM')
               FROM(HBRDHIO)
               ERASE
           END-EXEC.

      *    THE SCREEN FIELDS ARE SAVED BEFORE THE OUTPUT MAP IS        *
      *    CLEARED - HBRDHIO REDEFINES THE INPUT SIDE.                 *
       2000-SHOW-TIMELINE.
           MOVE SPACES TO WS-INSTCODE
           MOVE SPACES TO WS-PRODCODE
           MOVE SPACES TO WS-FROM-DATE
           IF INSTL > 0
               MOVE INSTI TO WS-INSTCODE
           END-IF
           IF PRODL > 0
               MOVE PRODI TO WS-PRODCODE
           END-IF
           IF FROMDTL > 0
               MOVE FROMDTI TO WS-FROM-DATE
           END-IF
           PERFORM 2100-SET-START-DATE
           IF NOT WS-INPUT-ERROR
               PERFORM 2200-BROWSE-HISTORY
           END-IF
           PERFORM 3000-BUILD-SCREEN
           EXEC CICS SEND MAP('HBRDHIM') MAPSET('HBRDHIM')
               FROM(HBRDHIO)
               ERASE
           END-EXEC.

      *    PF8 PAGES FROM THE OLDEST RUN DATE ALREADY SHOWN, WHICH     *
      *    ITSELF IS NOT SHOWN AGAIN. PF7 AND A BLANK RUN DATE START   *
      *    AT THE NEWEST RUN; A KEYED RUN DATE STARTS ON OR BEFORE IT. *
       2100-SET-START-DATE.
           IF WS-INSTCODE = SPACES OR WS-PRODCODE = SPACES
               SET WS-INPUT-ERROR TO TRUE
           ELSE
               MOVE 99999999 TO WS-START-DATE
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF8 AND NXTDTL > 0 AND
                        NXTDTI IS NUMERIC
                       MOVE NXTDTI TO WS-START-DATE
                       SET WS-EXCLUSIVE TO TRUE
                   WHEN EIBAID = DFHPF7
                       MOVE SPACES TO WS-FROM-DATE
                   WHEN WS-FROM-DATE = SPACES
                       CONTINUE
                   WHEN WS-FROM-DATE IS NUMERIC
                       MOVE WS-FROM-DATE TO WS-START-DATE
                   WHEN OTHER
                       SET WS-INPUT-ERROR TO TRUE
               END-EVALUATE
           END-IF.

       2200-BROWSE-HISTORY.
           MOVE WS-INSTCODE TO WS-BRW-INSTCODE
           MOVE WS-PRODCODE TO WS-BRW-PRODCODE
           MOVE WS-START-DATE TO WS-BRW-RUN-DATE
           EXEC CICS STARTBR FILE('HBRDHSF')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT FILE('HBRDHSF')
                   INTO(HBRDHS-RECORD)
                   RIDFLD(WS-BROWSE-KEY)
                   RESP(WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS ENDBR FILE('HBRDHSF') END-EXEC
                   IF WS-CICS-RESP = DFHRESP(ENDFILE)
                       MOVE DFHRESP(NOTFND) TO WS-CICS-RESP
                   END-IF
               END-IF
           END-IF
           IF WS-CICS-RESP = DFHRESP(NOTFND)
               MOVE HIGH-VALUES TO WS-BRW-KEY-X
               EXEC CICS STARTBR FILE('HBRDHSF')
                   RIDFLD(WS-BROWSE-KEY)
                   GTEQ
                   RESP(WS-CICS-RESP)
               END-EXEC
           END-IF
           IF WS-CICS-RESP = DFHRESP(NORMAL)
               PERFORM 2300-READ-PREVIOUS THRU 2300-EXIT
                   UNTIL WS-BROWSE-END OR WS-ROW-COUNT = WS-MAX-ROWS
               EXEC CICS ENDBR FILE('HBRDHSF') END-EXEC
           ELSE
               IF WS-CICS-RESP NOT = DFHRESP(NOTFND)
                   SET WS-BROWSE-ERROR TO TRUE
               END-IF
           END-IF.

      *    RECORDS ABOVE THE START KEY (A LATER RUN, OR THE NEXT       *
      *    CUSTOMER/PRODUCT UP) ARE STEPPED OVER; THE FIRST RECORD     *
      *    FOR A LOWER CUSTOMER/PRODUCT ENDS THE TIMELINE.             *
       2300-READ-PREVIOUS.
           EXEC CICS READPREV FILE('HBRDHSF')
               INTO(HBRDHS-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               IF WS-CICS-RESP NOT = DFHRESP(ENDFILE)
                   SET WS-BROWSE-ERROR TO TRUE
               END-IF
               SET WS-BROWSE-END TO TRUE
               GO TO 2300-EXIT
           END-IF
           IF HBRDHS-INSTCODE > WS-INSTCODE
               GO TO 2300-EXIT
           END-IF
           IF HBRDHS-INSTCODE = WS-INSTCODE AND
              HBRDHS-PRODCODE > WS-PRODCODE
               GO TO 2300-EXIT
           END-IF
           IF HBRDHS-INSTCODE NOT = WS-INSTCODE OR
              HBRDHS-PRODCODE NOT = WS-PRODCODE
               SET WS-BROWSE-END TO TRUE
               GO TO 2300-EXIT
           END-IF
           IF HBRDHS-RUN-DATE > WS-START-DATE
               GO TO 2300-EXIT
           END-IF
           IF WS-EXCLUSIVE AND HBRDHS-RUN-DATE = WS-START-DATE
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE HBRDHS-RUN-DATE TO WS-ROW-RUN-DATE(WS-ROW-COUNT)
           MOVE HBRDHS-DECISION-CODE
               TO WS-ROW-DECISION-CODE(WS-ROW-COUNT)
           MOVE HBRDHS-AMOUNT-1 TO WS-ROW-AMOUNT-1(WS-ROW-COUNT)
           MOVE HBRDHS-AMOUNT-2 TO WS-ROW-AMOUNT-2(WS-ROW-COUNT)
           MOVE HBRDHS-LETTER-CODE-1
               TO WS-ROW-LETTER-CODE-1(WS-ROW-COUNT)
           MOVE HBRDHS-LETTER-CODE-2
               TO WS-ROW-LETTER-CODE-2(WS-ROW-COUNT)
           MOVE HBRDHS-EFFECTIVE-DATE
               TO WS-ROW-EFFECTIVE-DATE(WS-ROW-COUNT)
           MOVE HBRDHS-EXPIRY-DATE
               TO WS-ROW-EXPIRY-DATE(WS-ROW-COUNT)
           MOVE HBRDHS-PARTITION-ID
               TO WS-ROW-PARTITION-ID(WS-ROW-COUNT).
       2300-EXIT.
           EXIT.

      *    AN ELEVENTH ROW IS READ BUT NOT SHOWN - IT TELLS WHETHER    *
      *    THE TENTH ROW'S DECISION CHANGED AND WHETHER PF8 HAS        *
      *    ANYTHING OLDER TO SHOW.                                     *
       3000-BUILD-SCREEN.
           MOVE SPACES TO HBRDHIO
           MOVE WS-INSTCODE TO INSTO
           MOVE WS-PRODCODE TO PRODO
           MOVE WS-FROM-DATE TO FROMDTO
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROW-COUNT OR WS-SUB > 10
               PERFORM 3100-FORMAT-ONE-LINE
           END-PERFORM
           IF WS-ROW-COUNT > 10
               MOVE WS-ROW-RUN-DATE(10) TO NXTDTO
           END-IF
           EVALUATE TRUE
               WHEN WS-INPUT-ERROR AND
                    (WS-INSTCODE = SPACES OR WS-PRODCODE = SPACES)
                   MOVE 'ENTER INSTCODE AND PRODCODE' TO MSGO
               WHEN WS-INPUT-ERROR
                   MOVE 'RUN DATE MUST BE YYYYMMDD OR BLANK' TO MSGO
               WHEN WS-BROWSE-ERROR
                   MOVE 'HBRDHSF BROWSE FAILED - SEE CSMT' TO MSGO
               WHEN WS-ROW-COUNT = 0 AND WS-EXCLUSIVE
                   MOVE 'NO OLDER DECISIONS ON FILE - PF7 FOR NEWEST'
                       TO MSGO
               WHEN WS-ROW-COUNT = 0
                   MOVE
                   'NO DECISION HISTORY FOR THAT CUSTOMER AND PRODUCT'
                       TO MSGO
               WHEN WS-ROW-COUNT > 10
                   MOVE 'PF8 FOR OLDER DECISIONS' TO MSGO
               WHEN OTHER
                   MOVE 'END OF DECISION HISTORY - OLDER RUNS ARCHIVED'
                       TO MSGO
           END-EVALUATE.

       3100-FORMAT-ONE-LINE.
           MOVE SPACES TO WS-DET-CHANGED
           IF WS-SUB < WS-ROW-COUNT
               IF WS-ROW-DECISION-CODE(WS-SUB) NOT =
                  WS-ROW-DECISION-CODE(WS-SUB + 1)
                   MOVE '*' TO WS-DET-CHANGED
               END-IF
           END-IF
           MOVE WS-ROW-RUN-DATE(WS-SUB) TO WS-DET-RUN-DATE
           MOVE WS-ROW-DECISION-CODE(WS-SUB) TO WS-DET-DECISION-CODE
           MOVE WS-ROW-AMOUNT-1(WS-SUB) TO WS-DET-AMOUNT-1
           MOVE WS-ROW-AMOUNT-2(WS-SUB) TO WS-DET-AMOUNT-2
           MOVE WS-ROW-LETTER-CODE-1(WS-SUB) TO WS-DET-LETTER-CODE-1
           MOVE WS-ROW-LETTER-CODE-2(WS-SUB) TO WS-DET-LETTER-CODE-2
           MOVE WS-ROW-EFFECTIVE-DATE(WS-SUB)
               TO WS-DET-EFFECTIVE-DATE
           MOVE WS-ROW-EXPIRY-DATE(WS-SUB) TO WS-DET-EXPIRY-DATE
           IF WS-ROW-PARTITION-ID(WS-SUB) >= 90
               MOVE 'S' TO WS-DET-SOURCE
           ELSE
               MOVE SPACES TO WS-DET-SOURCE
           END-IF
           EVALUATE WS-SUB
               WHEN 1 MOVE WS-DETAIL-LINE TO DLINE01O
               WHEN 2 MOVE WS-DETAIL-LINE TO DLINE02O
               WHEN 3 MOVE WS-DETAIL-LINE TO DLINE03O
               WHEN 4 MOVE WS-DETAIL-LINE TO DLINE04O
               WHEN 5 MOVE WS-DETAIL-LINE TO DLINE05O
               WHEN 6 MOVE WS-DETAIL-LINE TO DLINE06O
               WHEN 7 MOVE WS-DETAIL-LINE TO DLINE07O
               WHEN 8 MOVE WS-DETAIL-LINE TO DLINE08O
               WHEN 9 MOVE WS-DETAIL-LINE TO DLINE09O
               WHEN 10 MOVE WS-DETAIL-LINE TO DLINE10O
           END-EVALUATE.
