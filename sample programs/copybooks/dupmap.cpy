      *****************************************************************
      *  DUPMAP.CPY                                                  *
      *  Symbolic map for the DUPMAP/DUPSET held-duplicate review    *
      *  screen (mapset DUPSET, map DUPMAP), used by the             *
      *  supervisor-only DUPONL transaction.                         *
      *****************************************************************
       01  DUPMAPI.
           05  FILLER                  PIC X(12).
           05  DFUNCFLDL               PIC S9(4) COMP.
           05  DFUNCFLDF               PIC X.
           05  FILLER REDEFINES DFUNCFLDF.
               10  DFUNCFLDA           PIC X.
           05  DFUNCFLDI               PIC X(01).
           05  DTRANFLDL               PIC S9(4) COMP.
           05  DTRANFLDF               PIC X.
           05  FILLER REDEFINES DTRANFLDF.
               10  DTRANFLDA           PIC X.
           05  DTRANFLDI               PIC X(08).
           05  DDATEFLDL               PIC S9(4) COMP.
           05  DDATEFLDF               PIC X.
           05  FILLER REDEFINES DDATEFLDF.
               10  DDATEFLDA           PIC X.
           05  DDATEFLDI               PIC X(08).
           05  FILLER                  PIC X(94).

       01  DUPMAPO REDEFINES DUPMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  DFUNCFLDO               PIC X(01).
           05  FILLER                  PIC X(03).
           05  DTRANFLDO               PIC X(08).
           05  FILLER                  PIC X(03).
           05  DDATEFLDO               PIC X(08).
           05  DSTATFLDO               PIC X(01).
           05  DDEPTFLDO               PIC X(04).
           05  DAFLDO                  PIC X(02).
           05  DBFLDO                  PIC X(02).
           05  DORIGFLDO               PIC X(14).
           05  DODATFLDO               PIC X(08).
           05  DSRCFLDO                PIC X(01).
           05  DDECFLDO                PIC X(22).
           05  DMSGFLDO                PIC X(40).
