      *----------------------------------------------------------------*
      * COPY    : LEGAUD
      * OBJETIVO: LAYOUTS DE LINHA DO RELATORIO DE AUDITORIA DO
      *           LEGMNT (AUDITOR), COM A IMAGEM ANTES/DEPOIS DE
      *           CADA VIGENCIA DA TABELA LEGAL (TABLEG) TOCADA POR
      *           UMA TRANSACAO - UMA LINHA POR FAIXA DE INSS E DE
      *           IRRF, UMA PARA A DEDUCAO POR DEPENDENTE E UMA PARA
      *           O SALARIO-FAMILIA (COTA E TETO) - E DO RELATORIO
      *           DE EXCECOES (EXCECOES). CADA LINHA TEM 132
      *           POSICOES.
      *----------------------------------------------------------------*
       01  LAU-CABECALHO-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "AUDITORIA DE MANUTENCAO DO TABLEG".
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  LAU1-DATA               PIC X(10).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  LAU-CABECALHO-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "IMAGEM".
           05  FILLER                  PIC X(05) VALUE "TRANS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "VIGENC".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "TABELA".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE "FX".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "LIMITE/VALOR".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "ALIQUOTA".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "DEDUZIR/TETO".
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  LAU-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LAUD-IMAGEM             PIC X(08).
           05  LAUD-TRANSACAO          PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LAUD-VIGENCIA           PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LAUD-TABELA             PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LAUD-FAIXA              PIC ZZ.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LAUD-VALORES.
               10  FILLER              PIC X(02).
               10  LAUD-VALOR          PIC ZZZ.ZZ9,99.
               10  FILLER              PIC X(05).
               10  LAUD-ALIQUOTA       PIC 9,999 BLANK WHEN ZERO.
               10  FILLER              PIC X(04).
               10  LAUD-DEDUZIR        PIC ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05  LAUD-VALORES-TEXTO      REDEFINES LAUD-VALORES
                                       PIC X(36).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  LAU-LINHA-BRANCO            PIC X(132) VALUE SPACES.

       01  LAU-RODAPE-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TRANSACOES LIDAS...........: ".
           05  ROD-LAU-LIDAS           PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  LAU-RODAPE-2.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "INCLUSOES APLICADAS........: ".
           05  ROD-LAU-INCLUIDAS       PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  LAU-RODAPE-3.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "ALTERACOES APLICADAS.......: ".
           05  ROD-LAU-ALTERADAS       PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  LAU-RODAPE-4.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "EXCLUSOES APLICADAS........: ".
           05  ROD-LAU-EXCLUIDAS       PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  LAU-RODAPE-5.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TRANSACOES REJEITADAS......: ".
           05  ROD-LAU-REJEITADAS      PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  LEX-CABECALHO-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "EXCECOES DE MANUTENCAO DO TABLEG".
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  LEX1-DATA               PIC X(10).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  LEX-CABECALHO-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "TRANS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "VIGENC".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "MOTIVO DA REJEICAO".
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  LEX-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LEXD-TRANSACAO          PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LEXD-VIGENCIA           PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LEXD-MOTIVO             PIC X(40).
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  LEX-LINHA-BRANCO            PIC X(132) VALUE SPACES.

       01  LEX-RODAPE-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TOTAL DE TRANSACOES REJEITADAS".
           05  FILLER                  PIC X(02) VALUE ": ".
           05  ROD-LEX-REJEITADAS      PIC ZZ.ZZ9.
           05  FILLER                  PIC X(84) VALUE SPACES.
