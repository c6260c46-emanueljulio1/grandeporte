      *----------------------------------------------------------------*
      * COPY    : ORCAUD
      * OBJETIVO: LAYOUTS DE LINHA DO RELATORIO DE AUDITORIA DO
      *           ORCMNT (AUDITOR), COM A IMAGEM ANTES/DEPOIS DE
      *           CADA CENTRO DE CUSTO + COMPETENCIA DO ORCPES TOCADO
      *           POR UMA TRANSACAO, E DO RELATORIO DE EXCECOES
      *           (EXCECOES). CADA LINHA TEM 132 POSICOES.
      *----------------------------------------------------------------*
       01  OAU-CABECALHO-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "AUDITORIA DE MANUTENCAO DO ORCPES".
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  OAU1-DATA               PIC X(10).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  OAU-CABECALHO-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "IMAGEM".
           05  FILLER                  PIC X(05) VALUE "TRANS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "C.C.".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "COMPET.".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "  QTDE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               "   BRUTO ORCADO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               " ENCARGOS ORCADOS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               "    TOTAL ORCADO".
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  OAU-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  OAUD-IMAGEM             PIC X(08).
           05  OAUD-TRANSACAO          PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OAUD-CENTRO-CUSTO       PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OAUD-COMPETENCIA        PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OAUD-HEADCOUNT          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OAUD-BRUTO              PIC X(17).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OAUD-ENCARGOS           PIC X(17).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OAUD-TOTAL              PIC X(17).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  OAU-LINHA-BRANCO            PIC X(132) VALUE SPACES.

       01  OAU-RODAPE-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TRANSACOES LIDAS...........: ".
           05  ROD-OAU-LIDAS           PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  OAU-RODAPE-2.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "INCLUSOES APLICADAS........: ".
           05  ROD-OAU-INCLUIDAS       PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  OAU-RODAPE-3.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "ALTERACOES APLICADAS.......: ".
           05  ROD-OAU-ALTERADAS       PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  OAU-RODAPE-4.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "EXCLUSOES APLICADAS........: ".
           05  ROD-OAU-EXCLUIDAS       PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  OAU-RODAPE-5.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TRANSACOES REJEITADAS......: ".
           05  ROD-OAU-REJEITADAS      PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  OEX-CABECALHO-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "EXCECOES DE MANUTENCAO DO ORCPES".
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  OEX1-DATA               PIC X(10).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  OEX-CABECALHO-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "TRANS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "C.C.".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "COMPET".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "MOTIVO DA REJEICAO".
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  OEX-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  OEXD-TRANSACAO          PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OEXD-CENTRO-CUSTO       PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OEXD-COMPETENCIA        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OEXD-MOTIVO             PIC X(40).
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  OEX-LINHA-BRANCO            PIC X(132) VALUE SPACES.

       01  OEX-RODAPE-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TOTAL DE TRANSACOES REJEITADAS".
           05  FILLER                  PIC X(02) VALUE ": ".
           05  ROD-OEX-REJEITADAS      PIC ZZ.ZZ9.
           05  FILLER                  PIC X(84) VALUE SPACES.
