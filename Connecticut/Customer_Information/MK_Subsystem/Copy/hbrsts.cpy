      *    REJECTS; THE TIMING FIELDS COVER ONLY CALLS THAT REACHED    *
      *    THE SEND LOOP (TIMED-CALLS OF THEM), THE SAME RULE HBRRPT3  *
      *    APPLIES SO THE AVERAGES ARE NOT DRAGGED DOWN.               *
      *                                                                *
      *    TYPE C ENTRIES ARE THE CHARGEBACK FEED FOR HBRCHRG: ONE PER *
      *    PRODCODE AND RULEAPP-PATH PER NIGHT, WITH THE PRODCODE      *
      *    CARRIED IN THE SSID SLOT OF THE KEY. THEY COUNT BILLABLE    *
      *    TRAFFIC ONLY - PROBE, SHADOW AND VALIDATE-ONLY (DRY-RUN)    *
      *    CALLS ARE ALL LEFT OUT - AND THEIR AVERAGE ELAPSED TIME IS  *
      *    ROUNDED, NOT TRUNCATED, SO AVERAGE TIMES TIMED-CALLS GIVES  *
      *    THE NIGHT'S TOTAL TIME TO WITHIN HALF A HUNDREDTH PER CALL. *
      *    HBRRPT4 AND HBRSPLT READ ONLY THE S AND P ENTRIES.          *
      ******************************************************************
       01 HBRSTS-RECORD.
         10 HBRSTS-KEY.
            15 HBRSTS-DATE PIC 9(8).
      *       S = PER-SSID ENTRY (SSID SET, PATH SPACES)
      *       P = PER-RULEAPP-PATH ENTRY (PATH SET, SSID SPACES)
      *       C = CHARGEBACK ENTRY (PRODCODE IN THE SSID SLOT, PATH SET)
            15 HBRSTS-TYPE PIC X.
            15 HBRSTS-SSID PIC X(4).
            15 HBRSTS-PRODCODE REDEFINES HBRSTS-SSID PIC X(4).
            15 HBRSTS-RULEAPP-PATH PIC X(256).
         10 HBRSTS-CALLS PIC 9(9).
         10 HBRSTS-FAILURES PIC 9(9).
