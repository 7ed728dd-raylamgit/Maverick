      ******************************************************************
      *    HBRERG - CUSTOMER ERASURE REGISTER RECORD (HBRERGF FILE)    *
      *    ONE RECORD PER CUSTOMER EVER ERASED, IN ASCENDING TOKEN     *
      *    ORDER. THE REGISTER HOLDS ONLY THE ERASURE TOKEN ('E' AND   *
      *    11 BASE-36 CHARACTERS, SEE HBRTOKN) - NEVER THE INSTCODE -  *
      *    SO WITHOUT THE SITE ERASURE KEY IT DOES NOT SHOW WHO WAS    *
      *    ERASED, YET HBRERAS CAN STILL RECOGNISE THE CUSTOMER ON ANY *
      *    FILE OR RESTORED ARCHIVE TAPE BY TOKENISING EVERY INSTCODE  *
      *    IT READS AND LOOKING THE TOKEN UP HERE. MAINTAINED ONLY BY  *
      *    HBRERRG (OLD REGISTER IN ON HBRERGF, NEW ONE OUT ON         *
      *    HBRERGN, COPIED BACK BY THE JCL). NOTHING IS EVER REMOVED   *
      *    FROM IT.                                                    *
      *    REGISTERED-DATE IS THE ERASURE RUN THAT FIRST ENTERED IT.   *
      ******************************************************************
       01 HBRERG-RECORD.
         10 HBRERG-TOKEN PIC X(12).
         10 HBRERG-ORDER-REF PIC X(16).
         10 HBRERG-REQUEST-DATE PIC 9(8).
         10 HBRERG-AUTHORISED-BY PIC X(8).
         10 HBRERG-REGISTERED-DATE PIC 9(8).
         10 FILLER PIC X(28).
