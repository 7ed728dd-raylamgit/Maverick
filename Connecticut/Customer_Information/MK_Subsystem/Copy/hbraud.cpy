         10 HBRAUD-ELAPSED-TIME PIC 9(8).
         10 HBRAUD-SEND-ATTEMPTS PIC 9(2).
         10 HBRAUD-RESERVED PIC X(9).
      *    THE CALLING CICS TRANSACTION AND SIGNED-ON USERID, TAKEN BY
      *    HBRAUDW FROM THE TASK THAT DROVE HBRDRV (FOR BATCH CALLS
      *    THROUGH HBRBEXCI, THE MIRROR TRANSACTION AND THE JOB'S
      *    USERID). THEY DID NOT FIT THE 9 RESERVED BYTES LEFT ABOVE,
      *    SO THEY WERE ADDED TO THE END OF THE RECORD, TAKING IT FROM
      *    336 TO 348 BYTES. THE LIVE FILE WAS CONVERTED AT THE
      *    CUTOVER WITH BOTH FIELDS SPACES IN THE OLD RECORDS; HBRAUDA
      *    ARCHIVE GENERATIONS WRITTEN BEFORE IT KEEP THE OLD SHAPE,
      *    FROZEN IN HBRAUDO.
         10 HBRAUD-TRANSID PIC X(4).
         10 HBRAUD-USERID PIC X(8).
