           05  FILLER                  PIC X(10) VALUE "DATA CORTE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "DATA PAGTO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "DATA ADIAN".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE "PC%".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "CORTE".
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  KAU-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  KAUD-DATA-CORTE         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  KAUD-DATA-PAGAMENTO     PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  KAUD-DATA-ADIANTAMENTO  PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  KAUD-PERC-ADIANTAMENTO  PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  KAUD-DIA-CORTE-ADIANT   PIC X(05).
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  KAU-LINHA-BRANCO            PIC X(132) VALUE SPACES.

