           05  FILLER                  PIC X(02) VALUE ": ".
           05  ROD-EXC-CONTCONS        PIC ZZ.ZZ9.
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  EXC-RODAPE-5.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "PENSOES LIMITADAS/IGNORADAS".
           05  FILLER                  PIC X(02) VALUE ": ".
           05  ROD-EXC-CONTPEN         PIC ZZ.ZZ9.
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  EXC-RODAPE-6.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "AVISOS DE CLASSE/HIST.FUNC.".
           05  FILLER                  PIC X(02) VALUE ": ".
           05  ROD-EXC-CONTCLS         PIC ZZ.ZZ9.
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  EXC-RODAPE-7.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "AVISOS DE ADIANTAMENTO".
           05  FILLER                  PIC X(02) VALUE ": ".
           05  ROD-EXC-CONTADT         PIC ZZ.ZZ9.
           05  FILLER                  PIC X(84) VALUE SPACES.
