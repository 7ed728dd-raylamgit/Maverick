      ******************************************************************
      *    HBRMNT - ONLINE MAINTENANCE TRANSACTION FOR THE FOUR        *
      *    REFERENCE FILES THE DRIVER CHAIN DEPENDS ON:                *
      *       S = HBRSSNF  SSID FAILOVER ROUTING TABLE (HBRFAIL)       *
      *       C = HBRCCSF  SUPPORTED CCSID LIST        (HBRCCSV)       *
      *       R = HBRRSNF  REASON-CODE EXPLANATIONS    (HBRRPT2)       *
      *       W = HBRMWNF  PLANNED MAINTENANCE WINDOWS (HBRMWCK)       *
      *    LETS AN AUTHORIZED OPERATOR BROWSE, ADD, UPDATE AND DELETE  *
      *    ENTRIES WITHOUT A BATCH FILE REPLACEMENT OUTSIDE THE REGION.*
      *    ACTION F (REFRESH) ISSUES SET PROGRAM NEWCOPY FOR HBRFAIL,  *
      *    HBRCCSV AND HBRMWCK SO THE ROUTE, CCSID AND WINDOW TABLES   *
      *    THEY CACHE IN WORKING STORAGE ON FIRST USE ARE RELOADED FROM*
      *    THE FILES ON THE NEXT CALL INSTEAD OF WAITING FOR A REGION  *
      *    BOUNCE.                                                     *
      *                                                                *
      *    EVERY ADD, UPDATE AND DELETE IS WRITTEN TO THE HBRCLGF      *
      *    CHANGE LOG (SEE HBRCLG): OPERATOR, TERMINAL, TIMESTAMP AND  *
      *    THE BEFORE AND AFTER RECORD IMAGES. FOR THE ROUTING (S),    *
      *    CCSID (C) AND MAINTENANCE WINDOW (W) FILES - WHERE A        *
      *    MISTYPED BACKUP SSID OR WINDOW TIME GOES LIVE ON THE NEXT   *
      *    REFRESH - THE CHANGE DOES NOT TOUCH THE FILE AT ALL: IT SITS*
      *    PENDING IN THE LOG UNTIL A SECOND OPERATOR REVIEWS IT       *
      *    (ACTION L BROWSES THE LOG) AND APPROVES IT (ACTION P WITH   *
      *    THE CHANGE KEY), AND APPROVAL IS WHAT APPLIES IT AND SO     *
      *    MAKES IT ELIGIBLE FOR REFRESH. THE APPROVER MUST BE A       *
      *    DIFFERENT USERID FROM THE KEYER. REASON (R) CHANGES APPLY AT*
      *    ONCE AND ARE LOGGED APPLIED.                                *
      *                                                                *
      *    OPERATOR ACCESS IS CONTROLLED BY TRANSACTION SECURITY ON    *
      *    THE HBRM TRANSID - THIS PROGRAM DOES NO CHECKING OF ITS     *
       WORKING-STORAGE SECTION.
       01  WS-CICS-RESP PIC S9(8) COMP.
       01  WS-CICS-RESP-2 PIC S9(8) COMP.
       01  WS-CICS-RESP-3 PIC S9(8) COMP.
       01  WS-ACTION PIC X.
           88 WS-ACTION-BROWSE VALUE 'B'.
           88 WS-ACTION-ADD VALUE 'A'.
           88 WS-FILE-SSN VALUE 'S'.
           88 WS-FILE-CCS VALUE 'C'.
           88 WS-FILE-RSN VALUE 'R'.
           88 WS-FILE-MWN VALUE 'W'.
       01  WS-SSN-KEY PIC X(4).
       01  WS-CCS-KEY PIC S9(8) COMP.
       01  WS-RSN-KEY.
           05 WS-RSN-KEY-PATH PIC X(256).
           05 WS-RSN-KEY-CODE PIC S9(8) COMP.
       01  WS-MWN-KEY.
           05 WS-MWN-KEY-SSID PIC X(4).
           05 WS-MWN-KEY-START-DATE PIC 9(8).
           05 WS-MWN-KEY-START-TIME PIC 9(8).
       01  WS-CCSID-DISP PIC 9(8).
       01  WS-RSNCD-DISP PIC 9(8).
       01  WS-BCKCNT-DISP PIC 9(2).
           05 WS-PATH-IN-3 PIC X(64).
           05 WS-PATH-IN-4 PIC X(64).
       01  WS-REXPL-IN PIC X(60).
       01  WS-WSTTIM-IN PIC X(4).
       01  WS-WENDAT-IN PIC X(8).
       01  WS-WENTIM-IN PIC X(4).
       01  WS-WDESC-IN PIC X(40).
       01  WS-HHMM-DISP PIC 9(4).
       01  WS-HHMM-DISP-R REDEFINES WS-HHMM-DISP.
           05 WS-HHMM-HH PIC 9(2).
           05 WS-HHMM-MM PIC 9(2).
       01  WS-HHMM-OUT PIC 9(4).
       01  WS-MWN-START-STAMP.
           05 WS-MWN-START-STAMP-DATE PIC 9(8).
           05 WS-MWN-START-STAMP-TIME PIC 9(8).
       01  WS-MWN-END-STAMP.
           05 WS-MWN-END-STAMP-DATE PIC 9(8).
           05 WS-MWN-END-STAMP-TIME PIC 9(8).
       01  WS-MWN-NOW-STAMP.
           05 WS-MWN-NOW-STAMP-DATE PIC 9(8).
           05 WS-MWN-NOW-STAMP-TIME PIC 9(8).
       01  WS-MWN-EDIT-SW PIC X VALUE 'N'.
           88 WS-MWN-EDIT-FAILED VALUE 'Y'.
       01  WS-SSN-EDIT-SW PIC X VALUE 'N'.
           88 WS-SSN-EDIT-FAILED VALUE 'Y'.
       01  WS-CHG-DATE PIC 9(8) VALUE 0.
       COPY hbrssn.
       COPY hbrccs.
       COPY hbrrsn.
       COPY hbrmwn.
       COPY hbrclg.
       COPY hbrmntm.
       PROCEDURE DIVISION.
           MOVE WS-RSNCD-DISP TO WS-RSN-KEY-CODE
           MOVE REXPLI TO WS-REXPL-IN
           INSPECT WS-REXPL-IN REPLACING ALL LOW-VALUE BY SPACE
           MOVE WS-SSN-KEY TO WS-MWN-KEY-SSID
           MOVE ZERO TO WS-MWN-KEY-START-DATE
           IF WSTDATI IS NUMERIC
               MOVE WSTDATI TO WS-MWN-KEY-START-DATE
           END-IF
           MOVE ZERO TO WS-MWN-KEY-START-TIME
           MOVE WSTTIMI TO WS-WSTTIM-IN
           IF WS-WSTTIM-IN IS NUMERIC
               MOVE WS-WSTTIM-IN TO WS-HHMM-DISP
               COMPUTE WS-MWN-KEY-START-TIME = WS-HHMM-DISP * 10000
           END-IF
           MOVE WENDATI TO WS-WENDAT-IN
           MOVE WENTIMI TO WS-WENTIM-IN
           MOVE WDESCI TO WS-WDESC-IN
           INSPECT WS-WDESC-IN REPLACING ALL LOW-VALUE BY SPACE
           MOVE ZERO TO WS-CHG-DATE
           IF CHGDATI IS NUMERIC
               MOVE CHGDATI TO WS-CHG-DATE
           MOVE WS-PATH-IN-3 TO KPATH3O
           MOVE WS-PATH-IN-4 TO KPATH4O
           MOVE WS-RSNCD-DISP TO KRSNCDO
           IF WS-MWN-KEY-START-DATE > 0
               MOVE WS-MWN-KEY-START-DATE TO WSTDATO
               MOVE WS-WSTTIM-IN TO WSTTIMO
           END-IF
           IF WS-CHG-DATE > 0
               MOVE WS-CHG-DATE TO CHGDATO
               MOVE WS-CHG-TIME TO CHGTIMO
                   IF WS-FILE-RSN
                       PERFORM 5000-MAINTAIN-RSN
                   ELSE
                       IF WS-FILE-MWN
                           PERFORM 6500-MAINTAIN-MWN
                       ELSE
                           MOVE 'FILE MUST BE S, C, R OR W' TO MSGO
                       END-IF
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.

      *    S, C AND W CHANGES ARE NOT APPLIED HERE - THEY GO TO THE    *
      *    CHANGE LOG PENDING A SECOND OPERATOR'S ACTION P. THE EDITS  *
      *    STILL RUN NOW SO A BAD CHANGE IS BOUNCED AT KEYING TIME, NOT*
      *    AT APPROVAL TIME.                                           *
       3200-REQUEST-ADD-SSN.
           PERFORM 3500-BUILD-SSN-RECORD
           IF WS-SSN-EDIT-FAILED
               NEWCOPY
               RESP(WS-CICS-RESP-2)
           END-EXEC
           EXEC CICS SET PROGRAM('HBRMWCK')
               NEWCOPY
               RESP(WS-CICS-RESP-3)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(NORMAL) AND
              WS-CICS-RESP-2 = DFHRESP(NORMAL) AND
              WS-CICS-RESP-3 = DFHRESP(NORMAL)
               MOVE 'HBRFAIL/HBRCCSV/HBRMWCK CACHES REFRESHED' TO MSGO
           ELSE
               MOVE 'REFRESH FAILED - PROGRAM IN USE, RETRY SHORTLY'
                   TO MSGO
           END-IF.

       6500-MAINTAIN-MWN.
           IF WS-ACTION-BROWSE
               PERFORM 6510-BROWSE-MWN
           ELSE
               IF WS-ACTION-ADD
                   PERFORM 6520-REQUEST-ADD-MWN THRU 6520-EXIT
               ELSE
                   IF WS-ACTION-UPDATE
                       PERFORM 6530-REQUEST-UPDATE-MWN
                   ELSE
                       IF WS-ACTION-DELETE
                           PERFORM 6540-REQUEST-DELETE-MWN
                       ELSE
                           MOVE 'ACTION MUST BE B, A, U, D, F, P OR L'
                               TO MSGO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    THE BROWSE SHOWS THE FIRST WINDOW FOR THE SSID STARTING AT  *
      *    OR AFTER THE KEYED START, SO A BLANK START LISTS THE        *
      *    EARLIEST ONE AND THE OPERATOR STEPS ON BY KEYING THE START  *
      *    SHOWN PLUS A MINUTE.                                        *
       6510-BROWSE-MWN.
           EXEC CICS READ FILE('HBRMWNF')
               INTO(HBRMWN-RECORD)
               RIDFLD(WS-MWN-KEY)
               GTEQ
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(NORMAL)
              AND HBRMWN-SSID = WS-MWN-KEY-SSID
               MOVE HBRMWN-START-DATE TO WSTDATO
               COMPUTE WS-HHMM-OUT = HBRMWN-START-TIME / 10000
               MOVE WS-HHMM-OUT TO WSTTIMO
               MOVE HBRMWN-END-DATE TO WENDATO
               COMPUTE WS-HHMM-OUT = HBRMWN-END-TIME / 10000
               MOVE WS-HHMM-OUT TO WENTIMO
               MOVE HBRMWN-DESCRIPTION TO WDESCO
               MOVE 'MAINTENANCE WINDOW DISPLAYED' TO MSGO
           ELSE
               IF WS-CICS-RESP = DFHRESP(NORMAL)
                  OR WS-CICS-RESP = DFHRESP(NOTFND)
                   MOVE 'NO WINDOW FOR THAT SSID AT OR AFTER THAT START'
                       TO MSGO
               ELSE
                   MOVE 'HBRMWNF READ FAILED - SEE CSMT' TO MSGO
               END-IF
           END-IF.

      *    A WINDOW SENDS EVERY CALL FOR THE SSID TO ITS FIRST BACKUP, *
      *    SO ONE CANNOT BE KEYED FOR A REGION THAT HAS NO ROUTING     *
      *    ENTRY WITH AT LEAST ONE BACKUP - HBRDRV WOULD HAVE NOWHERE  *
      *    TO SEND THE TRAFFIC AND WOULD FALL BACK ON THE PRIMARY.     *
       6520-REQUEST-ADD-MWN.
           PERFORM 6550-BUILD-MWN-RECORD
           PERFORM 6580-EDIT-MWN-RECORD THRU 6580-EXIT
           IF WS-MWN-EDIT-FAILED
               GO TO 6520-EXIT
           END-IF
           MOVE WS-MWN-KEY-SSID TO WS-SSN-KEY
           PERFORM 3600-READ-SSN-FOR-IMAGE
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO HBRSSNF ROUTING ENTRY FOR THAT SSID' TO MSGO
               GO TO 6520-EXIT
           END-IF
           IF HBRSSN-BACKUP-COUNT = 0
               MOVE 'SSID HAS NO BACKUP - NOWHERE TO ROUTE ITS CALLS'
                   TO MSGO
               GO TO 6520-EXIT
           END-IF
           PERFORM 6560-READ-MWN-FOR-IMAGE
           IF WS-CICS-RESP = DFHRESP(NORMAL)
               MOVE 'WINDOW EXISTS - USE ACTION U' TO MSGO
           ELSE
               IF WS-CICS-RESP = DFHRESP(NOTFND)
                   PERFORM 6550-BUILD-MWN-RECORD
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE HBRMWN-RECORD TO WS-AFTER-IMAGE
                   PERFORM 6570-LOG-PENDING-MWN
               ELSE
                   MOVE 'HBRMWNF READ FAILED - SEE CSMT' TO MSGO
               END-IF
           END-IF.
       6520-EXIT.
           EXIT.

      *    ONLY THE END AND THE REASON CAN BE CHANGED - THE SSID AND   *
      *    START ARE THE KEY, SO MOVING A START IS A DELETE AND AN ADD.*
       6530-REQUEST-UPDATE-MWN.
           PERFORM 6560-READ-MWN-FOR-IMAGE
           IF WS-CICS-RESP = DFHRESP(NORMAL)
               MOVE HBRMWN-RECORD TO WS-BEFORE-IMAGE
               PERFORM 6550-BUILD-MWN-RECORD
               PERFORM 6580-EDIT-MWN-RECORD THRU 6580-EXIT
               IF NOT WS-MWN-EDIT-FAILED
                   MOVE HBRMWN-RECORD TO WS-AFTER-IMAGE
                   PERFORM 6570-LOG-PENDING-MWN
               END-IF
           ELSE
               IF WS-CICS-RESP = DFHRESP(NOTFND)
                   MOVE 'NO WINDOW FOR THAT SSID AND START' TO MSGO
               ELSE
                   MOVE 'HBRMWNF READ FAILED - SEE CSMT' TO MSGO
               END-IF
           END-IF.

       6540-REQUEST-DELETE-MWN.
           PERFORM 6560-READ-MWN-FOR-IMAGE
           IF WS-CICS-RESP = DFHRESP(NORMAL)
               MOVE HBRMWN-RECORD TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM 6570-LOG-PENDING-MWN
           ELSE
               IF WS-CICS-RESP = DFHRESP(NOTFND)
                   MOVE 'NO WINDOW FOR THAT SSID AND START' TO MSGO
               ELSE
                   MOVE 'HBRMWNF READ FAILED - SEE CSMT' TO MSGO
               END-IF
           END-IF.

       6550-BUILD-MWN-RECORD.
           MOVE SPACES TO HBRMWN-RECORD
           MOVE WS-MWN-KEY TO HBRMWN-KEY
           MOVE ZERO TO HBRMWN-END-DATE
           IF WS-WENDAT-IN IS NUMERIC
               MOVE WS-WENDAT-IN TO HBRMWN-END-DATE
           END-IF
           MOVE ZERO TO HBRMWN-END-TIME
           IF WS-WENTIM-IN IS NUMERIC
               MOVE WS-WENTIM-IN TO WS-HHMM-DISP
               COMPUTE HBRMWN-END-TIME = WS-HHMM-DISP * 10000
           END-IF
           MOVE WS-WDESC-IN TO HBRMWN-DESCRIPTION.

       6560-READ-MWN-FOR-IMAGE.
           EXEC CICS READ FILE('HBRMWNF')
               INTO(HBRMWN-RECORD)
               RIDFLD(WS-MWN-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC.

       6570-LOG-PENDING-MWN.
           MOVE 'P' TO WS-LOG-STATUS
           MOVE SPACES TO WS-LOG-RECORD-KEY
           MOVE WS-MWN-KEY TO WS-LOG-RECORD-KEY(1:20)
           PERFORM 8000-WRITE-CHANGE-LOG.

      *    TIMES ARE KEYED AS HHMM AND HELD AS HHMMSSTT. A WINDOW MUST *
      *    END AFTER IT STARTS AND MUST NOT ALREADY BE OVER - HBRMWCK  *
      *    WOULD NEVER MATCH IT AND THE ENTRY WOULD ONLY BE CLUTTER.   *
       6580-EDIT-MWN-RECORD.
           MOVE 'Y' TO WS-MWN-EDIT-SW
           IF WS-MWN-KEY-SSID = SPACES
               MOVE 'SSID IS REQUIRED FOR A MAINTENANCE WINDOW' TO MSGO
               GO TO 6580-EXIT
           END-IF
           IF WSTDATI IS NOT NUMERIC OR WS-WSTTIM-IN IS NOT NUMERIC
              OR WS-WENDAT-IN IS NOT NUMERIC
              OR WS-WENTIM-IN IS NOT NUMERIC
               MOVE 'START AND END MUST BE KEYED AS YYYYMMDD HHMM'
                   TO MSGO
               GO TO 6580-EXIT
           END-IF
           MOVE WS-WSTTIM-IN TO WS-HHMM-DISP
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
               MOVE 'START TIME IS NOT A VALID HHMM' TO MSGO
               GO TO 6580-EXIT
           END-IF
           MOVE WS-WENTIM-IN TO WS-HHMM-DISP
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
               MOVE 'END TIME IS NOT A VALID HHMM' TO MSGO
               GO TO 6580-EXIT
           END-IF
           MOVE HBRMWN-START-DATE TO WS-MWN-START-STAMP-DATE
           MOVE HBRMWN-START-TIME TO WS-MWN-START-STAMP-TIME
           MOVE HBRMWN-END-DATE TO WS-MWN-END-STAMP-DATE
           MOVE HBRMWN-END-TIME TO WS-MWN-END-STAMP-TIME
           IF WS-MWN-END-STAMP NOT > WS-MWN-START-STAMP
               MOVE 'WINDOW MUST END AFTER IT STARTS' TO MSGO
               GO TO 6580-EXIT
           END-IF
           ACCEPT WS-MWN-NOW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-MWN-NOW-STAMP-TIME FROM TIME
           IF WS-MWN-END-STAMP NOT > WS-MWN-NOW-STAMP
               MOVE 'WINDOW END IS ALREADY PAST' TO MSGO
               GO TO 6580-EXIT
           END-IF
           MOVE 'N' TO WS-MWN-EDIT-SW.
       6580-EXIT.
           EXIT.

      *    APPROVAL IS THE ONLY PATH THAT EVER WRITES A PENDING S, C OR*
      *    W CHANGE TO ITS FILE, AND IT REFUSES THE USERID THAT KEYED  *
      *    THE CHANGE - THAT IS THE WHOLE OF THE TWO-OPERATOR RULE.    *
       7000-APPROVE-CHANGE.
           MOVE WS-CHG-DATE TO HBRCLG-DATE
               IF HBRCLG-FILEID = 'C'
                   PERFORM 7200-APPLY-CCS-CHANGE
               ELSE
                   IF HBRCLG-FILEID = 'W'
                       PERFORM 7300-APPLY-MWN-CHANGE
                   ELSE
                       MOVE 'LOG ENTRY IS NOT A PENDING S/C/W CHANGE'
                           TO MSGO
                       GO TO 7000-EXIT
                   END-IF
               END-IF
           END-IF
           IF WS-APPLY-OK
               MOVE 'HBRCCSF APPLY FAILED - SEE CSMT' TO MSGO
           END-IF.

       7300-APPLY-MWN-CHANGE.
           MOVE HBRCLG-RECORD-KEY(1:20) TO WS-MWN-KEY
           EVALUATE HBRCLG-ACTION
               WHEN 'A'
                   MOVE HBRCLG-AFTER-IMAGE TO HBRMWN-RECORD
                   EXEC CICS WRITE FILE('HBRMWNF')
                       FROM(HBRMWN-RECORD)
                       RIDFLD(WS-MWN-KEY)
                       RESP(WS-CICS-RESP)
                   END-EXEC
               WHEN 'U'
                   EXEC CICS READ FILE('HBRMWNF')
                       INTO(HBRMWN-RECORD)
                       RIDFLD(WS-MWN-KEY)
                       UPDATE
                       RESP(WS-CICS-RESP)
                   END-EXEC
                   IF WS-CICS-RESP = DFHRESP(NORMAL)
                       MOVE HBRCLG-AFTER-IMAGE TO HBRMWN-RECORD
                       EXEC CICS REWRITE FILE('HBRMWNF')
                           FROM(HBRMWN-RECORD)
                           RESP(WS-CICS-RESP)
                       END-EXEC
                   END-IF
               WHEN 'D'
                   EXEC CICS DELETE FILE('HBRMWNF')
                       RIDFLD(WS-MWN-KEY)
                       RESP(WS-CICS-RESP)
                   END-EXEC
               WHEN OTHER
                   MOVE -1 TO WS-CICS-RESP
           END-EVALUATE
           IF WS-CICS-RESP = DFHRESP(NORMAL)
               SET WS-APPLY-OK TO TRUE
           ELSE
               MOVE 'HBRMWNF APPLY FAILED - SEE CSMT' TO MSGO
           END-IF.

      *    THE BROWSE SHOWS THE FIRST LOG ENTRY AT OR AFTER THE KEYED  *
      *    CHANGE KEY AND ECHOES THAT ENTRY'S OWN KEY BACK, SO THE     *
      *    AUDITOR WALKS THE LOG BY BUMPING THE SEQ FIELD AND          *
