      *    CALLED BY HBRDRV AFTER EVERY RULE ENGINE INVOCATION.        *
      *    HBRAUDT IS A CICS-OWNED ESDS, WRITTEN VIA EXEC CICS WRITE   *
      *    SINCE HBRDRV RUNS UNDER THE SAME CICS TASK AS HBRSEND.      *
      *    THE CALLING TRANSACTION AND USERID ARE TAKEN FROM THAT TASK *
      *    SO EVERY RECORD SAYS WHO DROVE THE CALL.                    *
      *                                                                *
      *    NOTE: THIS PROGRAM USES EXEC CICS AND MUST BE TRANSLATED   *
      *    WITH THE CICS COMMAND TRANSLATOR BEFORE COMPILING ON A     *
           MOVE LS-ELAPSED-TIME            TO HBRAUD-ELAPSED-TIME
           MOVE LS-SEND-ATTEMPTS           TO HBRAUD-SEND-ATTEMPTS
           MOVE SPACES                     TO HBRAUD-RESERVED
           MOVE EIBTRNID                   TO HBRAUD-TRANSID
           EXEC CICS ASSIGN USERID(HBRAUD-USERID) END-EXEC
           EXEC CICS WRITE FILE('HBRAUDT')
               FROM(HBRAUD-RECORD)
               RESP(WS-CICS-RESP)
