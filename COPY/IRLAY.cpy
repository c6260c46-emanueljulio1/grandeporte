      * COPY    : IRLAY
      * OBJETIVO: LAYOUTS DE LINHA DO INFORME DE RENDIMENTOS ANUAL
      *           (INFORME), EMITIDO PELO INFORMIR COM UMA PAGINA
      *           POR FUNCIONARIO SOB A RAZAO SOCIAL E O CNPJ DA
      *           EMPRESA FONTE PAGADORA, E DO RELATORIO DE
      *           DIVERGENCIAS DE ACUMULADORES (DIVERGEN). CADA LINHA
      *           TEM 132 POSICOES.
      *----------------------------------------------------------------*
       01  INF-CABECALHO-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  INF1-EMPRESA            PIC X(30) VALUE
               "GRANDEPORTE IND E COM LTDA".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(33) VALUE
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "EMISSAO: ".
           05  INF2-DATA               PIC X(10).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "CNPJ FONTE PAGADORA:".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  INF2-CNPJ               PIC X(18).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  INF-LINHA-FUNC.
           05  FILLER                  PIC X(01) VALUE SPACES.
