      ******************************************************************
      *    HBRERL - ERASURE RUN LOG RECORD (HBRERLG FILE)              *
      *    EVERY HBRERAS STEP OF AN ERASURE RUN APPENDS ONE RECORD     *
      *    FOR THE DATASET IT REWROTE (TOKEN SPACES - THE DATASET      *
      *    TOTALS) AND ONE MORE FOR EACH REGISTERED CUSTOMER IT FOUND  *
      *    THERE (THAT CUSTOMER'S COUNTS), OPEN EXTEND WITH THE SAME   *
      *    35/05 FALLBACK HBRLDGF USES. HBRERCT READS IT BACK TO PRINT *
      *    THE CERTIFICATES. THE JCL CLEARS IT AT THE START OF EACH    *
      *    ERASURE RUN.                                                *
      *       FILE-TYPE  THE RECORD SHAPE SCRUBBED (SEE HBRERAS)       *
      *       DATASET    THE DATASET NAME FROM THE HBRERASP PARAMETER  *
      *       RECORDS-CHANGED  RECORDS WHOSE INSTCODE WAS TOKENISED    *
      *       VALUES-BLANKED   HBRPDM-DATA-VALUE SLOTS CLEARED         *
      ******************************************************************
       01 HBRERL-RECORD.
         10 HBRERL-RUN-DATE PIC 9(8).
         10 HBRERL-FILE-TYPE PIC X(4).
         10 HBRERL-DATASET PIC X(44).
         10 HBRERL-TOKEN PIC X(12).
         10 HBRERL-RECORDS-READ PIC 9(9).
         10 HBRERL-RECORDS-WRITTEN PIC 9(9).
         10 HBRERL-RECORDS-CHANGED PIC 9(9).
         10 HBRERL-VALUES-BLANKED PIC 9(9).
         10 FILLER PIC X(16).
