      ******************************************************************
      *    HBRLDG - RUN LEDGER CONTROL RECORD (HBRLDGF FILE)           *
      *    EVERY STEP OF THE NIGHTLY CHAIN - HBREDIT, HBRSPLT, EACH    *
      *    HBRBATC INSTANCE (SWEEPS TOO), HBRCONS, HBRRECN, HBRXTRC -  *
      *    APPENDS ONE RECORD PER CONTROL COUNT TO THE SHARED LEDGER   *
      *    AT END OF STEP (OPEN EXTEND, THE SAME 35/05 FALLBACK        *
      *    HBRBATC USES FOR HBRCHKPT). HBRBAL READS THE LEDGER BACK    *
      *    AND PROVES THE COUNTS TIE OUT FROM STEP TO STEP BEFORE THE  *
      *    DOWNSTREAM FEEDS ARE RELEASED. THE SCHEDULER CLEARS THE     *
      *    FILE AT THE START OF EACH PROCESSING DAY, THE SAME AS       *
      *    HBRSWPF, SO THE LEDGER HOLDS ONE DAY'S SWEEPS AND NIGHT.    *
      *                                                                *
      *    PARTITION ID FOLLOWS HBRSUM: 00 = SINGLE-STREAM OR A STEP   *
      *    THAT SEES THE WHOLE RUN, 01-04 = A PARTITION, 90-99 = AN    *
      *    INTRADAY SWEEP. RUN TYPE IS ' ' FOR A NORMAL RUN, 'R' FOR   *
      *    AN HBRBATC CHECKPOINT RESTART, 'S' FOR A SWEEP AND 'E' FOR  *
      *    AN HBRBATC RERUN OF THE FAILURES (HBRERRI INPUT).           *
      *                                                                *
      *    COUNTER NAMES WRITTEN, BY STEP:                             *
      *       HBREDIT  RECORDS-READ, CLEAN-WRITTEN, REJECTED           *
      *       HBRSPLT  RECORDS-READ (PARTITION 00),                    *
      *                RECORDS-WRITTEN (ONE PER PARTITION 01-04)       *
      *       HBRBATC  RECORDS-READ, RESTART-SKIPPED, RESTART-SWEPT    *
      *                (THE RESTART SKIPS ALSO ON THE HBRSWPS          *
      *                REGISTER), REGISTER-SKIPPED, CALLS, FAILURES,   *
      *                ORPHANS, SHADOW-CALLS                           *
      *       HBRCONS  NIGHTLY-CALLS, NIGHTLY-FAILURES, SWEEP-CALLS,   *
      *                SWEEP-FAILURES                                  *
      *       HBRRECN  INPUT-READ, MATCHED, MISSED, DUPLICATED,        *
      *                UNEXPECTED                                      *
      *       HBRXTRC  RESULTS-READ, EXTRACTED, EXCEPTIONS             *
      ******************************************************************
       01 HBRLDG-RECORD.
         10 HBRLDG-STEP-NAME PIC X(8).
         10 HBRLDG-PARTITION-ID PIC 9(2).
         10 HBRLDG-RUN-TYPE PIC X.
         10 HBRLDG-COUNTER-NAME PIC X(16).
         10 HBRLDG-COUNT PIC 9(9).
         10 HBRLDG-RUN-DATE PIC 9(8).
         10 HBRLDG-RUN-TIME PIC 9(8).
         10 FILLER PIC X(28).
