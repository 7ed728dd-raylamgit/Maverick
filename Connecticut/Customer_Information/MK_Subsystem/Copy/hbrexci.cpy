      *    INTERFACE) DPL BRIDGE CALL USED BY HBRBEXCI SO A PLAIN      *
      *    BATCH PROGRAM (NO EIB, NOT RUNNING UNDER CICS) CAN LINK TO  *
      *    A CICS-RESIDENT PROGRAM. FROM THE CICS SIDE THIS LOOKS      *
      *    LIKE AN ORDINARY LINK WITH A COMMAREA. THE ONE THING THE    *
      *    TARGET PROGRAM (HBRDRV) MUST ALLOW FOR IS THAT PARAMETER    *
      *    VALUES ARRIVE IN THE COMMAREA BY OFFSET, NOT ADDRESS (SEE   *
      *    HBRA-RA-VALUES-LENGTH IN HBRWS).                            *
      ******************************************************************
       01 HBREXCI-PARMS.
         10 HBREXCI-CONNECTION-ID PIC X(4) VALUE 'HBRX'.
