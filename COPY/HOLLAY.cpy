      *----------------------------------------------------------------*
       01  HOL-CABECALHO-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  HOL1-EMPRESA            PIC X(30) VALUE
               "GRANDEPORTE IND E COM LTDA".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
