      ******************************************************************
      *    HBRENU - CALLER ENTITLEMENT USAGE RECORD (HBRENUF FILE)     *
      *    ONE RECORD PER HBRENTF GRANT, CARRIED FORWARD EACH NIGHT    *
      *    BY HBRENTR (OLD HBRENUF IN, NEW HBRENUN OUT, COPIED BACK BY *
      *    THE JCL) SO A GRANT'S LAST USE OUTLIVES THE HBRAUDT         *
      *    RETENTION PERIOD. FIRST-SEEN IS THE NIGHT HBRENTR FIRST     *
      *    FOUND THE GRANT ON HBRENTF, SO A NEW GRANT IS NOT REPORTED  *
      *    UNUSED BEFORE IT HAS HAD THE FULL PERIOD TO BE USED.        *
      *    LAST-USED IS ZERO FOR A GRANT NEVER USED. A GRANT DELETED   *
      *    FROM HBRENTF DROPS OUT OF THE FILE ON THE NEXT RUN.         *
      ******************************************************************
       01 HBRENU-RECORD.
         10 HBRENU-KEY.
            15 HBRENU-TRANSID PIC X(4).
            15 HBRENU-SEQNO PIC 9(4).
         10 HBRENU-FIRST-SEEN-DATE PIC 9(8).
         10 HBRENU-LAST-USED-DATE PIC 9(8).
         10 FILLER PIC X(16).
