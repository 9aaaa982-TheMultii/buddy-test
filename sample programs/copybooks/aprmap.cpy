      *****************************************************************
      *  APRMAP.CPY                                                  *
      *  Symbolic map for the APRMAP/APRSET held-for-approval        *
      *  screen (mapset APRSET, map APRMAP), used by the             *
      *  supervisor-only APRVONL transaction.                        *
      *****************************************************************
       01  APRMAPI.
           05  FILLER                  PIC X(12).
           05  AFUNCFLDL               PIC S9(4) COMP.
           05  AFUNCFLDF               PIC X.
           05  FILLER REDEFINES AFUNCFLDF.
               10  AFUNCFLDA           PIC X.
           05  AFUNCFLDI               PIC X(01).
           05  ATRANFLDL               PIC S9(4) COMP.
           05  ATRANFLDF               PIC X.
           05  FILLER REDEFINES ATRANFLDF.
               10  ATRANFLDA           PIC X.
           05  ATRANFLDI               PIC X(08).
           05  ADATEFLDL               PIC S9(4) COMP.
           05  ADATEFLDF               PIC X.
           05  FILLER REDEFINES ADATEFLDF.
               10  ADATEFLDA           PIC X.
           05  ADATEFLDI               PIC X(08).
           05  FILLER                  PIC X(106).

       01  APRMAPO REDEFINES APRMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  AFUNCFLDO               PIC X(01).
           05  FILLER                  PIC X(03).
           05  ATRANFLDO               PIC X(08).
           05  FILLER                  PIC X(03).
           05  ADATEFLDO               PIC X(08).
           05  ASTATFLDO               PIC X(01).
           05  ADEPTFLDO               PIC X(04).
           05  AAFLDO                  PIC X(02).
           05  ABFLDO                  PIC X(02).
           05  ASUMFLDO                PIC X(03).
           05  APRODFLDO               PIC X(04).
           05  AREASFLDO               PIC X(20).
           05  ALIMFLDO                PIC X(08).
           05  ADECFLDO                PIC X(22).
           05  AMSGFLDO                PIC X(40).
