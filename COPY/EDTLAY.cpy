               "RUBRICAS RETIDAS...........: ".
           05  ROD-EDT-RUB-RETIDAS     PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  EDT-RODAPE-7.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "AVISOS DE CLASSE...........: ".
           05  ROD-EDT-AVISOS          PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.
