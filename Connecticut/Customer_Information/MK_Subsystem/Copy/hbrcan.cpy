      ******************************************************************
      *    HBRCAN - CHAMPION/CHALLENGER CANDIDATE REGISTRATION RECORD  *
      *    (HBRCANF REFERENCE FILE). ONE RECORD PER PRODCODE THAT IS   *
      *    TO BE SHADOW-RUN, NAMING THE CANDIDATE RULEAPP-PATH OF THE  *
      *    RULE-APP VERSION WAITING TO GO LIVE. HBRBATC DRIVES EVERY   *
      *    CUSTOMER OF A REGISTERED PRODCODE TWICE - ONCE ON THE       *
      *    PRODUCTION HBRCUST-RULEAPP-PATH, WHOSE RESULT ALONE GOES TO *
      *    HBRRSLTF, AND ONCE ON THE CANDIDATE PATH WITH HBRA-FLAG-    *
      *    SHADOW-CALL SET, WHOSE RESULT GOES TO THE HBRSHDF SHADOW    *
      *    RESULTS FILE FOR HBRDIVR TO COMPARE. REMOVING THE RECORD    *
      *    ENDS THE SHADOW RUN FOR THAT PRODUCT.                       *
      ******************************************************************
       01 HBRCAN-RECORD.
         10 HBRCAN-PRODCODE PIC X(4).
         10 HBRCAN-CANDIDATE-PATH PIC X(256).
         10 FILLER PIC X(20).
