      *    HBRA-FLAG-xxx CONSTANTS FROM HBRWS AS LS-BIT-MASK.          *
      *       LS-FUNCTION = 'TEST' - LS-BIT-RESULT '1' = ON, '0' = OFF *
      *       LS-FUNCTION = 'SET '   - TURNS THE BIT ON                *
      *       LS-FUNCTION = 'CLR '   - TURNS THE BIT OFF               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRFLAG.
                   SET LS-BIT-IS-ON TO TRUE
               END-IF
           END-IF
           IF LS-FUNCTION = 'CLR '
               IF LS-BIT-IS-ON
                   SUBTRACT LS-BIT-MASK FROM HBRA-CONN-FLAGS
                   SET LS-BIT-IS-OFF TO TRUE
               END-IF
           END-IF
           GOBACK.

       1000-TEST-BIT.
