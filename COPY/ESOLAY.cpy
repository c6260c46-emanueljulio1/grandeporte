      *----------------------------------------------------------------*
      * COPY    : ESOLAY
      * OBJETIVO: LAYOUTS DE LINHA DO RELATORIO DE CONTROLE DA
      *           EXPORTACAO DO ESOCIAL (ESOREL), COM UMA LINHA POR
      *           FUNCIONARIO EXPORTADO E OS TOTAIS DO PERIODO PARA
      *           CONFERENCIA COM O RELATOR DA FOLHA, E DO RELATORIO
      *           DE EXCECOES DA EXPORTACAO (ESOEXC), COM OS
      *           FUNCIONARIOS QUE NAO GERARAM EVENTO E O MOTIVO.
      *           CADA LINHA TEM 132 POSICOES.
      *----------------------------------------------------------------*
       01  ERL-CABECALHO-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(44) VALUE
               "EXPORTACAO ESOCIAL - EVENTOS PERIODICOS".
           05  FILLER                  PIC X(09) VALUE "PERIODO: ".
           05  ERL1-PERIODO            PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  ERL1-DATA               PIC X(10).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  ERL-CABECALHO-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "MATRIC".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "NOME DO FUNCIONARIO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "CPF".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE "DEM".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               "     PROVENTOS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               "     DESCONTOS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               "  LIQUIDO PAGO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(25) VALUE "OBSERVACAO".

       01  ERL-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ERLD-MATRICULA          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ERLD-NOME               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ERLD-CPF                PIC X(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ERLD-DEMONSTRATIVOS     PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ERLD-PROVENTOS          PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ERLD-DESCONTOS          PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ERLD-LIQUIDO            PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ERLD-OBSERVACAO         PIC X(25).

       01  ERL-LINHA-BRANCO            PIC X(132) VALUE SPACES.

       01  ERL-RODAPE-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "FUNCIONARIOS EXPORTADOS....: ".
           05  ROD-ERL-EXPORTADOS      PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  ERL-RODAPE-2.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "FUNCIONARIOS COM EXCECAO...: ".
           05  ROD-ERL-REJEITADOS      PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  ERL-RODAPE-3.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "REGISTROS GRAVADOS.........: ".
           05  ROD-ERL-REGISTROS       PIC Z.ZZZ.ZZ9.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  ERL-RODAPE-4.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TOTAL DE PROVENTOS.........: ".
           05  ROD-ERL-PROVENTOS       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  ERL-RODAPE-5.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TOTAL DE DESCONTOS.........: ".
           05  ROD-ERL-DESCONTOS       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  ERL-RODAPE-6.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TOTAL LIQUIDO PAGO.........: ".
           05  ROD-ERL-LIQUIDO         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  EEX-CABECALHO-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(44) VALUE
               "EXCECOES DA EXPORTACAO ESOCIAL".
           05  FILLER                  PIC X(09) VALUE "PERIODO: ".
           05  EEX1-PERIODO            PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  EEX1-DATA               PIC X(10).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  EEX-CABECALHO-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "MATRIC".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "COMPET".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "RUBR".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               "MOTIVO".
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  EEX-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  EEXD-MATRICULA          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EEXD-COMPETENCIA        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EEXD-RUBRICA            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EEXD-MOTIVO             PIC X(50).
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  EEX-RODAPE-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TOTAL DE EXCECOES..........: ".
           05  ROD-EEX-EXCECOES        PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.
