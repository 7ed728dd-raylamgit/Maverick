      ******************************************************************
      *    HBRTOKN - CUSTOMER ERASURE TOKEN FOR AN INSTCODE            *
      *    TURNS AN INSTCODE INTO THE 12-BYTE TOKEN THAT REPLACES IT   *
      *    ON EVERY FILE WHEN THE CUSTOMER IS ERASED: 'E' FOLLOWED BY  *
      *    11 BASE-36 CHARACTERS (0-9, A-Z) TAKEN FROM A SHA-256       *
      *    DIGEST, SO ABOUT 1.3 TIMES 10**17 TOKENS ARE POSSIBLE. THE  *
      *    DIGEST IS MADE BY THE ICSF ONE-WAY HASH SERVICE (CSNBOWH)   *
      *    OVER THE SITE ERASURE KEY (HBRERKY, HELD BY DATA            *
      *    PROTECTION), THE INSTCODE AND THE KEY AGAIN, SO THE TOKEN   *
      *    CANNOT BE WORKED BACK TO THE INSTCODE, AND WITHOUT THE KEY  *
      *    A CANDIDATE INSTCODE CANNOT EVEN BE TRIED AGAINST IT. THE   *
      *    SAME INSTCODE ALWAYS GIVES THE SAME TOKEN, SO A CUSTOMER'S  *
      *    RECORDS STILL MATCH ACROSS FILES AFTER ERASURE (HBRRECN     *
      *    AND HBRRSCH STILL BALANCE). THE KEY MUST NEVER CHANGE ONCE  *
      *    THE FIRST CUSTOMER HAS BEEN ERASED - EVERY TOKEN ON THE     *
      *    HBRERGF REGISTER DEPENDS ON IT.                             *
      *    LS-TOKEN-STATUS IS '1', WITH LS-TOKEN BLANK, WHEN ICSF      *
      *    REFUSES THE HASH; THE CALLER MUST NOT GO ON AS IF THE       *
      *    INSTCODE HAD NO TOKEN.                                      *
      *    CALLED BY HBRERRG (REGISTERING A REQUEST) AND BY HBRERAS    *
      *    (RECOGNISING A REGISTERED CUSTOMER ON A FILE).              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBRTOKN.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    THE KEY GOES IN BEFORE AND AFTER THE INSTCODE, SO THE       *
      *    DIGEST CANNOT BE EXTENDED OR RECOMPUTED WITHOUT IT.         *
       01  WS-DIGEST-INPUT.
           05 WS-DIGEST-KEY-1 PIC X(16).
           05 WS-DIGEST-INSTCODE PIC X(12).
           05 WS-DIGEST-KEY-2 PIC X(16).
       01  WS-OWH-RETURN-CODE PIC S9(8) COMP VALUE 0.
       01  WS-OWH-REASON-CODE PIC S9(8) COMP VALUE 0.
       01  WS-OWH-EXIT-LENGTH PIC S9(8) COMP VALUE 0.
       01  WS-OWH-EXIT-DATA PIC X(4) VALUE SPACES.
       01  WS-OWH-RULE-COUNT PIC S9(8) COMP VALUE 2.
       01  WS-OWH-RULE-ARRAY.
           05 FILLER PIC X(8) VALUE 'SHA-256 '.
           05 FILLER PIC X(8) VALUE 'ONLY    '.
       01  WS-OWH-TEXT-LENGTH PIC S9(8) COMP VALUE 44.
       01  WS-OWH-CHAIN-LENGTH PIC S9(8) COMP VALUE 128.
       01  WS-OWH-CHAIN-VECTOR PIC X(128).
       01  WS-OWH-HASH-LENGTH PIC S9(8) COMP VALUE 32.
       01  WS-OWH-HASH PIC X(32).
      *    EACH HALF OF THE TOKEN COMES FROM SEVEN DIGEST BYTES READ   *
      *    AS ONE UNSIGNED NUMBER - THE LEADING LOW-VALUE BYTE KEEPS   *
      *    IT POSITIVE AND INSIDE 18 DIGITS.                           *
       01  WS-HASH-1-WORD.
           05 FILLER PIC X.
           05 WS-HASH-1-BYTES PIC X(7).
       01  WS-HASH-1 REDEFINES WS-HASH-1-WORD PIC S9(18) COMP.
       01  WS-HASH-2-WORD.
           05 FILLER PIC X.
           05 WS-HASH-2-BYTES PIC X(7).
       01  WS-HASH-2 REDEFINES WS-HASH-2-WORD PIC S9(18) COMP.
       01  WS-HASH-QUOTIENT PIC S9(18) COMP.
       01  WS-DIGIT-COUNT PIC 9(4) COMP.
       01  WS-TOKEN-POS PIC 9(4) COMP.
       01  WS-BASE36-DIGIT PIC 9(4) COMP.
       01  WS-BASE36-CHARS PIC X(36)
               VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-TOKEN.
           05 WS-TOKEN-PREFIX PIC X VALUE 'E'.
           05 WS-TOKEN-DIGEST PIC X(11).
       LINKAGE SECTION.
       01  LS-SITE-KEY PIC X(16).
       01  LS-INSTCODE PIC X(12).
       01  LS-TOKEN PIC X(12).
       01  LS-TOKEN-STATUS PIC X.
           88 LS-TOKEN-OK VALUE '0'.
           88 LS-TOKEN-FAILED VALUE '1'.
       PROCEDURE DIVISION USING LS-SITE-KEY, LS-INSTCODE, LS-TOKEN,
               LS-TOKEN-STATUS.
       0000-MAIN.
           MOVE SPACES TO LS-TOKEN
           SET LS-TOKEN-OK TO TRUE
           MOVE LS-SITE-KEY TO WS-DIGEST-KEY-1
           MOVE LS-INSTCODE TO WS-DIGEST-INSTCODE
           MOVE LS-SITE-KEY TO WS-DIGEST-KEY-2
           PERFORM 1000-HASH-DIGEST-INPUT
           IF WS-OWH-RETURN-CODE NOT = 0
               DISPLAY 'HBRTOKN - CSNBOWH FAILED RC='
                   WS-OWH-RETURN-CODE ' REASON=' WS-OWH-REASON-CODE
               SET LS-TOKEN-FAILED TO TRUE
               GOBACK
           END-IF
           MOVE LOW-VALUES TO WS-HASH-1-WORD
           MOVE WS-OWH-HASH(1:7) TO WS-HASH-1-BYTES
           MOVE LOW-VALUES TO WS-HASH-2-WORD
           MOVE WS-OWH-HASH(8:7) TO WS-HASH-2-BYTES
      *    TOKEN POSITIONS 12-7 COME FROM DIGEST BYTES 1-7 AND 6-2     *
      *    FROM BYTES 8-14, LOW-ORDER BASE-36 DIGIT LAST.              *
           MOVE 12 TO WS-TOKEN-POS
           PERFORM 2000-TAKE-DIGIT-1
               VARYING WS-DIGIT-COUNT FROM 1 BY 1
               UNTIL WS-DIGIT-COUNT > 6
           PERFORM 2100-TAKE-DIGIT-2
               VARYING WS-DIGIT-COUNT FROM 1 BY 1
               UNTIL WS-DIGIT-COUNT > 5
           MOVE WS-TOKEN TO LS-TOKEN
           GOBACK.

      *    ONE CALL HASHES THE WHOLE INPUT ('ONLY'), SO THE CHAINING   *
      *    VECTOR IS WORK SPACE FOR ICSF AND NOTHING IS CARRIED OVER   *
      *    FROM ONE INSTCODE TO THE NEXT.                              *
       1000-HASH-DIGEST-INPUT.
           MOVE LOW-VALUES TO WS-OWH-CHAIN-VECTOR
           MOVE LOW-VALUES TO WS-OWH-HASH
           MOVE 32 TO WS-OWH-HASH-LENGTH
           CALL 'CSNBOWH' USING WS-OWH-RETURN-CODE, WS-OWH-REASON-CODE,
               WS-OWH-EXIT-LENGTH, WS-OWH-EXIT-DATA, WS-OWH-RULE-COUNT,
               WS-OWH-RULE-ARRAY, WS-OWH-TEXT-LENGTH, WS-DIGEST-INPUT,
               WS-OWH-CHAIN-LENGTH, WS-OWH-CHAIN-VECTOR,
               WS-OWH-HASH-LENGTH, WS-OWH-HASH
           END-CALL.

       2000-TAKE-DIGIT-1.
           DIVIDE WS-HASH-1 BY 36 GIVING WS-HASH-QUOTIENT
               REMAINDER WS-BASE36-DIGIT
           MOVE WS-HASH-QUOTIENT TO WS-HASH-1
           MOVE WS-BASE36-CHARS(WS-BASE36-DIGIT + 1:1)
               TO WS-TOKEN(WS-TOKEN-POS:1)
           SUBTRACT 1 FROM WS-TOKEN-POS.

       2100-TAKE-DIGIT-2.
           DIVIDE WS-HASH-2 BY 36 GIVING WS-HASH-QUOTIENT
               REMAINDER WS-BASE36-DIGIT
           MOVE WS-HASH-QUOTIENT TO WS-HASH-2
           MOVE WS-BASE36-CHARS(WS-BASE36-DIGIT + 1:1)
               TO WS-TOKEN(WS-TOKEN-POS:1)
           SUBTRACT 1 FROM WS-TOKEN-POS.
