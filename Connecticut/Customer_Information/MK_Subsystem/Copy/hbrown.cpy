      ******************************************************************
      *    HBROWN - RULE-ENGINE USAGE OWNERSHIP RECORD (HBROWNF        *
      *    REFERENCE FILE). NAMES THE BUSINESS UNIT AND COST CENTER    *
      *    THAT PAYS FOR A PRODCODE'S OR A RULEAPP-PATH'S SHARE OF THE *
      *    RULE-ENGINE REGIONS. HBRCHRG PRICES EACH MONTH'S HBRSTSF    *
      *    TYPE C ENTRIES TO THE OWNER FOUND HERE:                     *
      *       P = RULEAPP-PATH OWNER (EXACT PATH, PRODCODE SPACES)     *
      *       C = PRODCODE OWNER (PRODCODE SET, PATH SPACES)           *
      *    A PATH OWNER TAKES PRECEDENCE OVER THE OWNER OF THE         *
      *    PRODCODE THAT DROVE IT, SO A SHARED RULE APP CAN BE BILLED  *
      *    TO ONE LINE OF BUSINESS WHATEVER PRODUCT CALLS IT. TRAFFIC  *
      *    MATCHING NEITHER IS REPORTED AS UNALLOCATED.                *
      ******************************************************************
       01 HBROWN-RECORD.
         10 HBROWN-TYPE PIC X.
            88 HBROWN-PATH-OWNER VALUE 'P'.
            88 HBROWN-PRODCODE-OWNER VALUE 'C'.
         10 HBROWN-PRODCODE PIC X(4).
         10 HBROWN-RULEAPP-PATH PIC X(256).
         10 HBROWN-BUSINESS-UNIT PIC X(8).
         10 HBROWN-COST-CENTER PIC X(8).
         10 FILLER PIC X(23).
