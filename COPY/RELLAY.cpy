           05  ROD7-PATRONAL           PIC ZZZ.ZZZ.ZZZ.ZZZ,99.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  REL-RODAPE-8.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TOTAL DE ADIANTAMENTOS DESC.: ".
           05  ROD8-ADIANTAMENTO       PIC ZZZ.ZZZ.ZZZ.ZZZ,99.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  REL-RODAPE-9.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TOTAL DE PENSAO ALIMENTICIA: ".
           05  ROD9-PENSAO             PIC ZZZ.ZZZ.ZZZ.ZZZ,99.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  REL-RODAPE-FAIXA.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  ROD-FAIXA-DESCRICAO     PIC X(20).
