      ******************************************************************
      *    HBRAUDO - FROZEN PRE-CALLER-FIELDS LAYOUT OF THE HBRAUD     *
      *    AUDIT TRAIL RECORD (336 BYTES, NO TRANSID/USERID). HBRAUDA  *
      *    ARCHIVE GENERATIONS WRITTEN BEFORE THE CALLER FIELDS WERE   *
      *    ADDED ARE IN THIS SHAPE AND CANNOT SHARE A FIXED-LENGTH DD  *
      *    WITH THE 348-BYTE ONES. EVERY FIELD SITS AT THE SAME OFFSET *
      *    AS IN HBRAUD, SO A RECORD MOVED INTO HBRAUD-RECORD READS    *
      *    CORRECTLY WITH THE CALLER FIELDS SPACES. HBRRSCH READS THE  *
      *    PRE-CUTOVER GENERATIONS THROUGH THIS COPYBOOK ON THEIR OWN  *
      *    HBRAUDO DD. DO NOT CHANGE THIS LAYOUT - IT DESCRIBES        *
      *    RECORDS ALREADY ON TAPE.                                    *
      ******************************************************************
       01 HBRAUDO-RECORD.
         10 HBRAUDO-KEY.
            15 HBRAUDO-DATE PIC 9(8).
            15 HBRAUDO-TIME PIC 9(8).
            15 HBRAUDO-SEQNO PIC 9(8).
         10 HBRAUDO-PRODCODE PIC X(4).
         10 HBRAUDO-INSTCODE PIC X(12).
         10 HBRAUDO-SSID PIC X(4).
         10 HBRAUDO-SSID-USED PIC X(4).
         10 HBRAUDO-RULEAPP-PATH PIC X(256).
         10 HBRAUDO-COMPLETION-CODE PIC S9(8) COMP.
         10 HBRAUDO-REASON-CODE PIC S9(8) COMP.
         10 HBRAUDO-FLAGS PIC S9(8) COMP.
         10 HBRAUDO-RESPONSE-TRUNCATED PIC X.
         10 HBRAUDO-ELAPSED-TIME PIC 9(8).
         10 HBRAUDO-SEND-ATTEMPTS PIC 9(2).
         10 HBRAUDO-RESERVED PIC X(9).
