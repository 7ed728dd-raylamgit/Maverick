      *    FAILURE IS STILL VISIBLE TO HBRBATC THROUGH HBRA-CONN-      *
      *    COMPLETION-CODE/REASON-CODE (AND FROM THERE INTO HBRCHKPT), *
      *    THE SAME AS ANY OTHER LOCALLY-REJECTED CALL.                *
      *                                                                *
      *    HBRDRV RUNS IN ANOTHER ADDRESS SPACE, SO THE PARAMETER      *
      *    VALUES CANNOT BE LEFT IN THE CALLER'S STORAGE FOR IT TO     *
      *    REACH BY ADDRESS. THE CALLER PACKS THEM INTO THE SECOND     *
      *    ARGUMENT AND SETS HBRA-RA-VALUES-LENGTH AND EACH HBRA-RA-   *
      *    DATA-OFFSET; THIS PROGRAM SENDS THAT MANY BYTES OF IT IN    *
      *    THE COMMAREA STRAIGHT AFTER THE CONNECTION AREA, AND HBRDRV *
      *    POINTS THE PARAMETER TABLE AT THEM WHEN THE LINK ARRIVES.   *
      *    ONLY THE CONNECTION AREA IS COPIED BACK ON RETURN.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRBEXCI.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-COMMAREA-LENGTH PIC S9(8) COMP.
       01  WS-VALUES-START PIC S9(8) COMP.
      *    MAXIMUM CONNECTION AREA (11481) PLUS MAXIMUM VALUES (128    *
      *    PARAMETERS OF 128 BYTES), WELL INSIDE THE 32K COMMAREA.     *
       01  WS-COMMAREA PIC X(27865).
       COPY hbrexci.
       LINKAGE SECTION.
       COPY hbrws.
       01  LS-VALUE-AREA PIC X(16384).
       PROCEDURE DIVISION USING HBRA-CONN-AREA, LS-VALUE-AREA.
       0000-MAIN.
           COMPUTE HBRA-CONN-LENTH = FUNCTION LENGTH(HBRA-CONN-AREA)
           MOVE HBRA-CONN-LENTH TO WS-COMMAREA-LENGTH
           MOVE HBRA-CONN-AREA TO WS-COMMAREA(1:HBRA-CONN-LENTH)
           IF HBRA-RA-VALUES-LENGTH > 0
               COMPUTE WS-VALUES-START = HBRA-CONN-LENTH + 1
               MOVE LS-VALUE-AREA(1:HBRA-RA-VALUES-LENGTH)
                   TO WS-COMMAREA(WS-VALUES-START:
                   HBRA-RA-VALUES-LENGTH)
               ADD HBRA-RA-VALUES-LENGTH TO WS-COMMAREA-LENGTH
           END-IF
           MOVE 'HBRDRV' TO HBREXCI-PROGRAM-NAME
           CALL 'DFHXCLNK' USING HBREXCI-CONNECTION-ID,
               HBREXCI-PROGRAM-NAME, WS-COMMAREA, WS-COMMAREA-LENGTH,
               HBREXCI-RESPONSE, HBREXCI-ABEND-CODE
           END-CALL
           MOVE WS-COMMAREA(1:HBRA-CONN-LENTH) TO HBRA-CONN-AREA
           IF NOT HBREXCI-RESPONSE-OK
               MOVE HBRA-COMPLETION-LOCAL-REJECT
                   TO HBRA-CONN-COMPLETION-CODE
