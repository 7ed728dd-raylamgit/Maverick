      ******************************************************************
      *    HBRENT - CALLER ENTITLEMENT RECORD (HBRENTF FILE)           *
      *    ONE RECORD PER GRANT OF RULE-ENGINE ACCESS TO A CICS        *
      *    TRANSACTION AND A GROUP OF USERIDS. HBRDRV REFUSES ANY CALL *
      *    NO GRANT COVERS (REASON HBRA-REASON-NOT-ENTITLED), CHECKED  *
      *    THROUGH HBRENTL. HBRENTF IS A CICS-OWNED VSAM KSDS KEYED ON *
      *    TRANSID + A SEQUENCE NUMBER WITHIN IT; HBRENTR READS ITS    *
      *    SEQUENTIAL UNLOAD FOR THE DAILY VIOLATIONS REPORT.          *
      *                                                                *
      *    A GRANT COVERS A CALL WHEN ALL OF THESE MATCH:              *
      *       TRANSID      THE CALLING TRANSACTION, OR '*' FOR ANY     *
      *       USERID-MASK  THE SIGNED-ON USERID; A TRAILING '*' MAKES  *
      *                    IT A PREFIX (E.G. 'CSR*' FOR EVERY CSR      *
      *                    USERID) AND '*' ALONE MATCHES ANY USERID    *
      *       SSID         THE PRIMARY SSID ASKED FOR, OR '*' FOR ANY  *
      *       RULEAPP-PATH THE PATH DRIVEN; A TRAILING '*' MAKES IT A  *
      *                    PATH PREFIX AND '*' ALONE MATCHES ANY PATH  *
      *    AND THE GRANT ALLOWS THE KIND OF CALL MADE - ALLOW-LIVE     *
      *    'Y' FOR A NORMAL CALL, ALLOW-DRY-RUN 'Y' FOR A VALIDATE-    *
      *    ONLY ONE. GRANTS ARE TRIED IN KEY ORDER AND THE FIRST THAT  *
      *    COVERS THE CALL IS THE ONE CREDITED WITH THE USE.           *
      ******************************************************************
       01 HBRENT-RECORD.
         10 HBRENT-KEY.
            15 HBRENT-TRANSID PIC X(4).
            15 HBRENT-SEQNO PIC 9(4).
         10 HBRENT-USERID-MASK PIC X(8).
         10 HBRENT-SSID PIC X(4).
         10 HBRENT-RULEAPP-PATH PIC X(256).
         10 HBRENT-ALLOW-LIVE PIC X.
         10 HBRENT-ALLOW-DRY-RUN PIC X.
         10 HBRENT-DESCRIPTION PIC X(40).
         10 FILLER PIC X(2).
