      *    DATA) THE VALUE SLOTS STAY SPACES AND ONLY NAMES AND        *
      *    LENGTHS ARE SAVED, AS BEFORE. HBRA-RA-DATA-ADDRESS IS A     *
      *    POINTER INTO THE ORIGINAL CALLER'S STORAGE AND IS NEVER     *
      *    SAVED HERE. VALUES-CAPTURED 'E' MEANS THE CUSTOMER HAS      *
      *    SINCE BEEN ERASED (SEE HBRERAS) - INSTCODE HOLDS THE        *
      *    ERASURE TOKEN ('E' AND 11 BASE-36 CHARACTERS, SEE HBRTOKN)  *
      *    AND THE VALUE SLOTS HAVE BEEN CLEARED.                      *
      *                                                                *
      *    ARCHIVE GENERATIONS WRITTEN BEFORE VALUE CAPTURE EXISTED    *
      *    CARRY THE OLD, SHORTER LAYOUT - THAT FROZEN SHAPE LIVES IN  *
