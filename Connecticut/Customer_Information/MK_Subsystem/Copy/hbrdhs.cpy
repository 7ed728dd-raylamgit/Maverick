      ******************************************************************
      *    HBRDHS - DECISION HISTORY MASTER RECORD (HBRDHSF FILE)      *
      *    ONE RECORD PER CUSTOMER, PRODUCT AND RUN DATE, HOLDING THE  *
      *    SAME FIXED-LAYOUT DECISION FIELDS AS HBRDEC. HBRDHSF IS A   *
      *    CICS-OWNED VSAM KSDS KEYED ON HBRDHS-KEY SO THE HBRDHI      *
      *    INQUIRY CAN BROWSE ONE CUSTOMER'S TIMELINE FOR A PRODUCT    *
      *    BACKWARDS FROM THE NEWEST RUN DATE. HBRDHLD LOADS EACH      *
      *    NIGHT'S (AND EACH SWEEP'S) HBRDECF INTO IT AND HBRARCH      *
      *    ARCHIVES RECORDS OLDER THAN THE RETENTION PERIOD, BOTH      *
      *    AGAINST SEQUENTIAL UNLOADS OF THE KSDS.                     *
      *                                                                *
      *    PARTITION ID IS THE HBRXTRC PARTITION THE DECISION CAME     *
      *    FROM: 00 FOR THE NIGHTLY RUN, 90-99 FOR AN INTRADAY SWEEP.  *
      ******************************************************************
       01 HBRDHS-RECORD.
         10 HBRDHS-KEY.
            15 HBRDHS-INSTCODE PIC X(12).
            15 HBRDHS-PRODCODE PIC X(4).
            15 HBRDHS-RUN-DATE PIC 9(8).
         10 HBRDHS-DECISION-CODE PIC X(8).
         10 HBRDHS-AMOUNT-1 PIC X(12).
         10 HBRDHS-AMOUNT-2 PIC X(12).
         10 HBRDHS-LETTER-CODE-1 PIC X(4).
         10 HBRDHS-LETTER-CODE-2 PIC X(4).
         10 HBRDHS-EFFECTIVE-DATE PIC X(8).
         10 HBRDHS-EXPIRY-DATE PIC X(8).
         10 HBRDHS-PARTITION-ID PIC 9(2).
         10 HBRDHS-LOAD-TIME PIC 9(8).
         10 FILLER PIC X(10).
