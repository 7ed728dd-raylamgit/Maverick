      ******************************************************************
      *    HBRENTT - IN-MEMORY CALLER ENTITLEMENT TABLE AND CHECK      *
      *    REQUEST, PASSED TO HBRENTM. HBRENTL (ONLINE, FOR HBRDRV)    *
      *    AND HBRENTR (BATCH, FOR THE VIOLATIONS REPORT) BOTH BUILD   *
      *    THE TABLE FROM HBRENTF THROUGH HBRENTM 'ADD ' AND CHECK     *
      *    CALLS AGAINST IT THROUGH HBRENTM 'CHEK', SO THE ONLINE      *
      *    DECISION AND THE REPORT'S USAGE CREDIT CAN NEVER DISAGREE.  *
      *    THE USERID AND PATH LENGTHS ARE THE NUMBER OF CHARACTERS    *
      *    BEFORE THE '*' WILDCARD (THE FULL FIELD WHEN THERE IS NONE, *
      *    ZERO FOR A BARE '*'), WORKED OUT ONCE WHEN THE ENTRY IS     *
      *    ADDED.                                                      *
      *       HBRENTT-REQ-STATUS '0' = CALL ENTITLED / ENTRY ADDED     *
      *                          '1' = CALL NOT ENTITLED               *
      *                          '2' = TABLE FULL / ENTRY UNUSABLE     *
      *    HBRENTT-REQ-MATCH IS THE TABLE ENTRY THAT ENTITLED THE CALL.*
      ******************************************************************
       01 HBRENTT-TABLE.
         10 HBRENTT-COUNT PIC 9(4).
         10 HBRENTT-ENTRY OCCURS 300 INDEXED BY HBRENTT-IDX.
            15 HBRENTT-TRANSID PIC X(4).
            15 HBRENTT-SEQNO PIC 9(4).
            15 HBRENTT-USERID-MASK PIC X(8).
            15 HBRENTT-USERID-LEN PIC 9(2).
            15 HBRENTT-SSID PIC X(4).
            15 HBRENTT-RULEAPP-PATH PIC X(256).
            15 HBRENTT-PATH-LEN PIC 9(3).
            15 HBRENTT-ALLOW-LIVE PIC X.
            15 HBRENTT-ALLOW-DRY-RUN PIC X.
       01 HBRENTT-REQUEST.
         10 HBRENTT-REQ-TRANSID PIC X(4).
         10 HBRENTT-REQ-USERID PIC X(8).
         10 HBRENTT-REQ-SSID PIC X(4).
         10 HBRENTT-REQ-RULEAPP-PATH PIC X(256).
         10 HBRENTT-REQ-DRY-RUN PIC X.
         10 HBRENTT-REQ-STATUS PIC X.
            88 HBRENTT-REQ-ENTITLED VALUE '0'.
            88 HBRENTT-REQ-NOT-ENTITLED VALUE '1'.
            88 HBRENTT-REQ-REJECTED VALUE '2'.
         10 HBRENTT-REQ-MATCH PIC 9(4).
