      ******************************************************************
      *    HBRERQ - CUSTOMER ERASURE REQUEST RECORD (HBRERRQ FILE)     *
      *    ONE RECORD PER INSTCODE TO BE ERASED UNDER A PRIVACY OR     *
      *    RETENTION ORDER, KEYED IN BY DATA PROTECTION. HBRERRG TURNS *
      *    EACH INSTCODE INTO ITS ERASURE TOKEN (SEE HBRTOKN) AND      *
      *    ENTERS IT ON THE HBRERGF REGISTER; THE INSTCODE ITSELF IS   *
      *    NEVER WRITTEN ANYWHERE ELSE, AND THE JCL DELETES THIS FILE  *
      *    ONCE THE ERASURE RUN HAS COMPLETED.                         *
      ******************************************************************
       01 HBRERQ-RECORD.
         10 HBRERQ-INSTCODE PIC X(12).
         10 HBRERQ-ORDER-REF PIC X(16).
         10 HBRERQ-REQUEST-DATE PIC 9(8).
         10 HBRERQ-AUTHORISED-BY PIC X(8).
         10 FILLER PIC X(36).
