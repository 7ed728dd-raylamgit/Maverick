      ******************************************************************
      *    HBRMWN - PLANNED REGION MAINTENANCE WINDOW RECORD (HBRMWNF) *
      *    ONE ROW PER SCHEDULED OUTAGE OF A RULE-ENGINE REGION. KEYED *
      *    BY SSID + WINDOW START. WHILE THE CURRENT DATE/TIME FALLS   *
      *    BETWEEN START (INCLUSIVE) AND END (EXCLUSIVE) THE REGION IS *
      *    TREATED AS DOWN FOR PLANNED WORK: HBRDRV ROUTES STRAIGHT TO *
      *    ITS FIRST HBRSSNF BACKUP, HBRPROB DOES NOT PROBE IT AND     *
      *    HBRALRT RAISES NO FAILURE ALERTS AGAINST IT. MAINTAINED     *
      *    UNDER DUAL CONTROL THROUGH HBRMNT (FILE W), LOADED INTO     *
      *    MEMORY BY HBRMWCK.                                          *
      *                                                                *
      *    TIMES ARE HHMMSSTT, THE SAME FORM AS EIBTIME/ACCEPT TIME.   *
      ******************************************************************
       01 HBRMWN-RECORD.
         10 HBRMWN-KEY.
            15 HBRMWN-SSID PIC X(4).
            15 HBRMWN-START-DATE PIC 9(8).
            15 HBRMWN-START-TIME PIC 9(8).
         10 HBRMWN-END-DATE PIC 9(8).
         10 HBRMWN-END-TIME PIC 9(8).
         10 HBRMWN-DESCRIPTION PIC X(40).
         10 FILLER PIC X(4).
