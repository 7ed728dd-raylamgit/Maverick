           02  FILLER REDEFINES BSSID3F.
               03  BSSID3A PIC X.
           02  BSSID3I PIC X(4).
           02  WSTDATL PIC S9(4) COMP.
           02  WSTDATF PIC X.
           02  FILLER REDEFINES WSTDATF.
               03  WSTDATA PIC X.
           02  WSTDATI PIC X(8).
           02  WSTTIML PIC S9(4) COMP.
           02  WSTTIMF PIC X.
           02  FILLER REDEFINES WSTTIMF.
               03  WSTTIMA PIC X.
           02  WSTTIMI PIC X(4).
           02  WENDATL PIC S9(4) COMP.
           02  WENDATF PIC X.
           02  FILLER REDEFINES WENDATF.
               03  WENDATA PIC X.
           02  WENDATI PIC X(8).
           02  WENTIML PIC S9(4) COMP.
           02  WENTIMF PIC X.
           02  FILLER REDEFINES WENTIMF.
               03  WENTIMA PIC X.
           02  WENTIMI PIC X(4).
           02  KCCSIDL PIC S9(4) COMP.
           02  KCCSIDF PIC X.
           02  FILLER REDEFINES KCCSIDF.
           02  FILLER REDEFINES CDESCF.
               03  CDESCA PIC X.
           02  CDESCI PIC X(40).
           02  WDESCL PIC S9(4) COMP.
           02  WDESCF PIC X.
           02  FILLER REDEFINES WDESCF.
               03  WDESCA PIC X.
           02  WDESCI PIC X(40).
           02  KPATH1L PIC S9(4) COMP.
           02  KPATH1F PIC X.
           02  FILLER REDEFINES KPATH1F.
           02  FILLER PIC X(3).
           02  BSSID3O PIC X(4).
           02  FILLER PIC X(3).
           02  WSTDATO PIC X(8).
           02  FILLER PIC X(3).
           02  WSTTIMO PIC X(4).
           02  FILLER PIC X(3).
           02  WENDATO PIC X(8).
           02  FILLER PIC X(3).
           02  WENTIMO PIC X(4).
           02  FILLER PIC X(3).
           02  KCCSIDO PIC X(8).
           02  FILLER PIC X(3).
           02  CDESCO PIC X(40).
           02  FILLER PIC X(3).
           02  WDESCO PIC X(40).
           02  FILLER PIC X(3).
           02  KPATH1O PIC X(64).
           02  FILLER PIC X(3).
           02  KPATH2O PIC X(64).
