      ******************************************************************
      *    HBRDMX - DECISION-MIX HISTORY RECORD (HBRDMXF FILE)         *
      *    ONE RECORD PER PRODCODE AND DECISION CODE EVER RETURNED,    *
      *    IN ASCENDING PRODCODE/DECISION-CODE ORDER, CARRIED FORWARD  *
      *    FROM MONTH TO MONTH BY THE HBRRPT5 DECISION-MIX REPORT (OLD *
      *    HISTORY IN ON HBRDMXF, NEW OUT ON HBRDMXN, COPIED BACK BY   *
      *    THE JCL). IT IS HOW THE REPORT KNOWS LAST MONTH'S SHARE OF  *
      *    EACH DECISION AND WHICH CODES A PRODUCT HAS NEVER RETURNED. *
      *       FIRST-SEEN-MONTH  MONTH THE CODE FIRST APPEARED          *
      *       MONTH/COUNT/SHARE THE LATEST MONTH THE PRODUCT WAS       *
      *                         REPORTED ON, WITH THIS CODE'S COUNT    *
      *                         AND PERCENTAGE SHARE (ZERO IF IT DID   *
      *                         NOT APPEAR THAT MONTH)                 *
      *       PREV-MONTH/...    THE MONTH BEFORE THAT, AS USED FOR THE *
      *                         COMPARISON - KEPT SO A RERUN OF THE    *
      *                         SAME MONTH COMPARES AGAINST THE SAME   *
      *                         PRIOR MONTH. ZERO WHEN THERE WAS NONE. *
      ******************************************************************
       01 HBRDMX-RECORD.
         10 HBRDMX-KEY.
            15 HBRDMX-PRODCODE PIC X(4).
            15 HBRDMX-DECISION-CODE PIC X(8).
         10 HBRDMX-FIRST-SEEN-MONTH PIC 9(6).
         10 HBRDMX-MONTH PIC 9(6).
         10 HBRDMX-COUNT PIC 9(9).
         10 HBRDMX-SHARE PIC 9(3)V99.
         10 HBRDMX-PREV-MONTH PIC 9(6).
         10 HBRDMX-PREV-COUNT PIC 9(9).
         10 HBRDMX-PREV-SHARE PIC 9(3)V99.
         10 FILLER PIC X(22).
