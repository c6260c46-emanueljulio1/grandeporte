      *----------------------------------------------------------------*
      * COPY    : PENAUD
      * OBJETIVO: LAYOUTS DE LINHA DO RELATORIO DE AUDITORIA DO
      *           PENMNT (AUDITOR), COM A IMAGEM ANTES/DEPOIS DE
      *           CADA PENSAO DO CADASTRO TOCADA POR UMA TRANSACAO,
      *           E DO RELATORIO DE EXCECOES (EXCECOES). CADA LINHA
      *           TEM 132 POSICOES. A COLUNA "DFRI" TRAZ, NESTA
      *           ORDEM, AS INDICACOES DE INCIDENCIA SOBRE 13O,
      *           FERIAS E RESCISAO E A DE DEDUCAO NA BASE DO IRRF.
      *----------------------------------------------------------------*
       01  PAU-CABECALHO-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "AUDITORIA DE MANUTENCAO DO PENSAO".
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  PAU1-DATA               PIC X(10).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  PAU-CABECALHO-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "IMAGEM".
           05  FILLER                  PIC X(05) VALUE "TRANS".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "MATRIC".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE "PROCESSO".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE "BENEFICIARIO".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "CPF".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE "BCO".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "AGEN".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "CONTA".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE "B".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "  PERC".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE
               "VALOR FIXO".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "DFRI".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "INICIO".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "FIM".

       01  PAU-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PAUD-IMAGEM             PIC X(07).
           05  PAUD-TRANSACAO          PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PAUD-MATRICULA          PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PAUD-PROCESSO           PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PAUD-BENEF-NOME         PIC X(17).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PAUD-BENEF-CPF          PIC X(11).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PAUD-BANCO              PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PAUD-AGENCIA            PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PAUD-CONTA              PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PAUD-BASE               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PAUD-PERCENTUAL         PIC ZZ9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PAUD-VALOR-FIXO         PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PAUD-INCIDENCIAS        PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PAUD-COMP-INICIO        PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PAUD-COMP-FIM           PIC X(06).

       01  PAU-LINHA-BRANCO            PIC X(132) VALUE SPACES.

       01  PAU-RODAPE-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TRANSACOES LIDAS...........: ".
           05  ROD-PAU-LIDAS           PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  PAU-RODAPE-2.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "INCLUSOES APLICADAS........: ".
           05  ROD-PAU-INCLUIDAS       PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  PAU-RODAPE-3.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "ALTERACOES APLICADAS.......: ".
           05  ROD-PAU-ALTERADAS       PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  PAU-RODAPE-4.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "EXCLUSOES APLICADAS........: ".
           05  ROD-PAU-EXCLUIDAS       PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  PAU-RODAPE-5.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TRANSACOES REJEITADAS......: ".
           05  ROD-PAU-REJEITADAS      PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  PEX-CABECALHO-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "EXCECOES DE MANUTENCAO DO PENSAO".
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  PEX1-DATA               PIC X(10).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  PEX-CABECALHO-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "TRANS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "MATRIC".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE "PROCESSO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "MOTIVO DA REJEICAO".
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  PEX-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PEXD-TRANSACAO          PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PEXD-MATRICULA          PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PEXD-PROCESSO           PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PEXD-MOTIVO             PIC X(40).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  PEX-LINHA-BRANCO            PIC X(132) VALUE SPACES.

       01  PEX-RODAPE-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TOTAL DE TRANSACOES REJEITADAS".
           05  FILLER                  PIC X(02) VALUE ": ".
           05  ROD-PEX-REJEITADAS      PIC ZZ.ZZ9.
           05  FILLER                  PIC X(84) VALUE SPACES.
