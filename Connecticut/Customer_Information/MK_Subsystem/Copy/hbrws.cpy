      *       BIT VALUE 4 - SYNTHETIC PROBE CALL (SET BY HBRPROB SO    *
      *                     THE AUDIT READERS CAN LEAVE PROBE TRAFFIC  *
      *                     OUT OF THE PRODUCTION NUMBERS)             *
      *       BIT VALUE 8 - SHADOW CALL (SET BY HBRBATC ON THE SECOND, *
      *                     CANDIDATE RULE-APP DRIVE OF A CHAMPION/    *
      *                     CHALLENGER PRODCODE - SEE HBRCAN)          *
      *       BIT VALUE 16 - PLANNED MAINTENANCE REROUTE (SET BY       *
      *                     HBRDRV WHEN THE PRIMARY SSID WAS IN AN     *
      *                     HBRMWNF WINDOW AND THE CALL WENT STRAIGHT  *
      *                     TO ITS FIRST BACKUP - SEE HBRMWCK)         *
         10 HBRA-CONN-FLAGS PIC S9(8) COMP VALUE +1.
         10 HBRA-CONN-INSTANCE.
            15 HBRA-CONN-PRODCODE PIC X(4) VALUE SPACES.
            15 HBRA-CONN-INSTCODE PIC X(12) VALUE SPACES.
            15 HBRA-CONN-SSID PIC X(4) VALUE SPACES.
            15 HBRA-CONN-RESERVED PIC X(4) VALUE SPACES.
      *    HBRA-RA-VALUES-LENGTH - ZERO WHEN THE CALLER RUNS IN THE    *
      *    SAME REGION AS HBRDRV, AND EACH HBRA-RA-DATA-ADDRESS IS     *
      *    THEN A REAL ADDRESS. NON-ZERO ON A CALL THAT CAME IN        *
      *    THROUGH HBRBEXCI: THE PARAMETER VALUES TRAVEL IN THE        *
      *    COMMAREA STRAIGHT AFTER THIS RECORD (THIS MANY BYTES), AND  *
      *    EACH ENTRY CARRIES HBRA-RA-DATA-OFFSET, THE VALUE'S BYTE    *
      *    OFFSET INTO THEM, IN PLACE OF AN ADDRESS. HBRDRV TURNS THE  *
      *    OFFSETS BACK INTO ADDRESSES ON ARRIVAL AND ZEROES THIS.     *
         10 HBRA-RA-VALUES-LENGTH PIC S9(8) COMP VALUE 0.
         10 HBRA-RESERVED03 PIC S9(8) COMP VALUE 0.
         10 HBRA-CONN-RULE-CCSID PIC S9(8) COMP VALUE 0.
         10 HBRA-CONN-RULEAPP-PATH PIC X(256) VALUE SPACES.
            DEPENDING ON HBRA-RA-PARM-COUNT.
            15 HBRA-RA-PARAMETER-NAME PIC X(48).
            15 HBRA-RA-DATA-ADDRESS USAGE POINTER.
            15 HBRA-RA-DATA-OFFSET REDEFINES HBRA-RA-DATA-ADDRESS
               PIC S9(8) COMP.
            15 HBRA-RA-DATA-LENGTH PIC 9(8) BINARY.
      ******************************************************************
      *    HBRA-CONN-FLAGS BIT MASKS - USE VIA HBRFLAG, NOT DIRECTLY.  *
      ******************************************************************
       78  HBRA-FLAG-VALIDATE-ONLY VALUE 2.
       78  HBRA-FLAG-PROBE-CALL VALUE 4.
       78  HBRA-FLAG-SHADOW-CALL VALUE 8.
       78  HBRA-FLAG-PLANNED-REROUTE VALUE 16.
      ******************************************************************
      *    LOCAL-REJECT COMPLETION/REASON CODES - SET BY HBRDRV (OR BY *
      *    HBRBEXCI, THE BATCH-TO-CICS BRIDGE, WHEN THE BRIDGE ITSELF  *
       78  HBRA-REASON-CCSID-INVALID VALUE 9999.
       78  HBRA-REASON-CHAIN-TOO-LONG VALUE 9998.
       78  HBRA-REASON-EXCI-LINK-FAILED VALUE 9997.
      *    HBRBATC'S HBRPRMF PARAMETER MATCH (SEE HBRPRM) - A CUSTOMER *
      *    WITH NO PARAMETER RECORDS, OR MORE THAN HBRPARM WILL TAKE,  *
      *    IS NEVER SENT; A PARAMETER RECORD WITH NO CUSTOMER IS       *
      *    LOGGED ON HBRERRF UNDER ITS OWN INSTCODE.                   *
       78  HBRA-REASON-PARMS-MISSING VALUE 9996.
       78  HBRA-REASON-PARMS-ORPHANED VALUE 9995.
       78  HBRA-REASON-PARMS-OVER-LIMIT VALUE 9994.
      *    HBRDRV'S CALLER ENTITLEMENT CHECK (SEE HBRENT) - NO GRANT   *
      *    ON HBRENTF COVERS THIS TRANSACTION, USERID, SSID, PATH AND  *
      *    KIND OF CALL (LIVE OR VALIDATE-ONLY). AUDITED LIKE ANY      *
      *    OTHER LOCAL REJECT; HBRENTR LISTS EVERY ONE NEXT MORNING.   *
       78  HBRA-REASON-NOT-ENTITLED VALUE 9993.
       78  HBRA-CHAIN-MAX-ENTRIES VALUE 8.
