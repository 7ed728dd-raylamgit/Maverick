      ******************************************************************
      *    HBRDHIM - SYMBOLIC MAP FOR MAPSET HBRDHIM (SEE HBRDHIM.BMS  *
      *    IN SOURCE). GENERATED SHAPE OF A DFHMSD/DFHMDI/DFHMDF MAP - *
      *    REGENERATE WITH DFHMAPS IF THE MAP LAYOUT CHANGES RATHER    *
      *    THAN HAND-EDITING THE FIELD LIST BELOW. EVERY NAMED FIELD   *
      *    GETS A FULL L/F/A/I GROUP ON THE INPUT SIDE, INCLUDING THE  *
      *    ASKIP FIELDS - ASKIP ONLY BLOCKS OPERATOR INPUT, IT DOES    *
      *    NOT REMOVE THE FIELD FROM THE TRANSLATOR-GENERATED MAP.     *
      ******************************************************************
       01  HBRDHII.
           02  FILLER PIC X(12).
           02  INSTL PIC S9(4) COMP.
           02  INSTF PIC X.
           02  FILLER REDEFINES INSTF.
               03  INSTA PIC X.
           02  INSTI PIC X(12).
           02  PRODL PIC S9(4) COMP.
           02  PRODF PIC X.
           02  FILLER REDEFINES PRODF.
               03  PRODA PIC X.
           02  PRODI PIC X(4).
           02  FROMDTL PIC S9(4) COMP.
           02  FROMDTF PIC X.
           02  FILLER REDEFINES FROMDTF.
               03  FROMDTA PIC X.
           02  FROMDTI PIC X(8).
           02  DLINE01L PIC S9(4) COMP.
           02  DLINE01F PIC X.
           02  FILLER REDEFINES DLINE01F.
               03  DLINE01A PIC X.
           02  DLINE01I PIC X(79).
           02  DLINE02L PIC S9(4) COMP.
           02  DLINE02F PIC X.
           02  FILLER REDEFINES DLINE02F.
               03  DLINE02A PIC X.
           02  DLINE02I PIC X(79).
           02  DLINE03L PIC S9(4) COMP.
           02  DLINE03F PIC X.
           02  FILLER REDEFINES DLINE03F.
               03  DLINE03A PIC X.
           02  DLINE03I PIC X(79).
           02  DLINE04L PIC S9(4) COMP.
           02  DLINE04F PIC X.
           02  FILLER REDEFINES DLINE04F.
               03  DLINE04A PIC X.
           02  DLINE04I PIC X(79).
           02  DLINE05L PIC S9(4) COMP.
           02  DLINE05F PIC X.
           02  FILLER REDEFINES DLINE05F.
               03  DLINE05A PIC X.
           02  DLINE05I PIC X(79).
           02  DLINE06L PIC S9(4) COMP.
           02  DLINE06F PIC X.
           02  FILLER REDEFINES DLINE06F.
               03  DLINE06A PIC X.
           02  DLINE06I PIC X(79).
           02  DLINE07L PIC S9(4) COMP.
           02  DLINE07F PIC X.
           02  FILLER REDEFINES DLINE07F.
               03  DLINE07A PIC X.
           02  DLINE07I PIC X(79).
           02  DLINE08L PIC S9(4) COMP.
           02  DLINE08F PIC X.
           02  FILLER REDEFINES DLINE08F.
               03  DLINE08A PIC X.
           02  DLINE08I PIC X(79).
           02  DLINE09L PIC S9(4) COMP.
           02  DLINE09F PIC X.
           02  FILLER REDEFINES DLINE09F.
               03  DLINE09A PIC X.
           02  DLINE09I PIC X(79).
           02  DLINE10L PIC S9(4) COMP.
           02  DLINE10F PIC X.
           02  FILLER REDEFINES DLINE10F.
               03  DLINE10A PIC X.
           02  DLINE10I PIC X(79).
           02  NXTDTL PIC S9(4) COMP.
           02  NXTDTF PIC X.
           02  FILLER REDEFINES NXTDTF.
               03  NXTDTA PIC X.
           02  NXTDTI PIC X(8).
           02  MSGL PIC S9(4) COMP.
           02  MSGF PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA PIC X.
           02  MSGI PIC X(79).
       01  HBRDHIO REDEFINES HBRDHII.
           02  FILLER PIC X(12).
           02  FILLER PIC X(3).
           02  INSTO PIC X(12).
           02  FILLER PIC X(3).
           02  PRODO PIC X(4).
           02  FILLER PIC X(3).
           02  FROMDTO PIC X(8).
           02  FILLER PIC X(3).
           02  DLINE01O PIC X(79).
           02  FILLER PIC X(3).
           02  DLINE02O PIC X(79).
           02  FILLER PIC X(3).
           02  DLINE03O PIC X(79).
           02  FILLER PIC X(3).
           02  DLINE04O PIC X(79).
           02  FILLER PIC X(3).
           02  DLINE05O PIC X(79).
           02  FILLER PIC X(3).
           02  DLINE06O PIC X(79).
           02  FILLER PIC X(3).
           02  DLINE07O PIC X(79).
           02  FILLER PIC X(3).
           02  DLINE08O PIC X(79).
           02  FILLER PIC X(3).
           02  DLINE09O PIC X(79).
           02  FILLER PIC X(3).
           02  DLINE10O PIC X(79).
           02  FILLER PIC X(3).
           02  NXTDTO PIC X(8).
           02  FILLER PIC X(3).
           02  MSGO PIC X(79).
