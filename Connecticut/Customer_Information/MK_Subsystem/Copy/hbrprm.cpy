      ******************************************************************
      *    HBRPRM - PER-CUSTOMER RULE PARAMETER RECORD (HBRPRMF FILE)  *
      *    COMPANION FEED TO HBRCUSTF CARRYING THE CUSTOMER DATA       *
      *    (BALANCES, DATES, RISK SCORES ...) A RULE APP NEEDS. ONE    *
      *    RECORD PER NAMED PARAMETER, SEQUENCED ASCENDING BY INSTCODE *
      *    THE SAME AS HBRCUSTF, WITH A CUSTOMER'S PARAMETERS IN THE   *
      *    ORDER THEY ARE TO BE ADDED TO HBRA-RA-PARMS. HBRBATC        *
      *    MATCHES THE FILE TO ITS CUSTOMERS BY A FORWARD-ONLY MERGE   *
      *    AND ADDS EACH ONE THROUGH HBRPARM, SO THE 128-ENTRY LIMIT   *
      *    APPLIES PER INSTCODE. DATA-LENGTH IS THE NUMBER OF BYTES    *
      *    OF DATA-VALUE TO PASS (1-128; ZERO OR NON-NUMERIC PASSES    *
      *    THE WHOLE SLOT).                                            *
      ******************************************************************
       01 HBRPRM-RECORD.
         10 HBRPRM-INSTCODE PIC X(12).
         10 HBRPRM-PARAMETER-NAME PIC X(48).
         10 HBRPRM-DATA-LENGTH PIC 9(4).
         10 HBRPRM-DATA-VALUE PIC X(128).
         10 FILLER PIC X(8).
