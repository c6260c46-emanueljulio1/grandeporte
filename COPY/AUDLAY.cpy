      * OBJETIVO: LAYOUTS DE LINHA DO RELATORIO DE AUDITORIA DO
      *           FUNCMNT (AUDITOR), COM A IMAGEM ANTES/DEPOIS DE
      *           CADA REGISTRO DO FUNCMSTR TOCADO POR UMA
      *           TRANSACAO, E DE CADA MOVIMENTACAO GRAVADA NO
      *           HISTORICO FUNCIONAL (HISTFUN), COM A VIGENCIA E A
      *           CLASSE E O CENTRO DE CUSTO ANTES E DEPOIS DELA E,
      *           NA MOVIMENTACAO QUE INFORMA A EMPRESA, UMA SEGUNDA
      *           LINHA COM A EMPRESA ANTES E DEPOIS.
      *           CADA LINHA TEM 132 POSICOES.
      *----------------------------------------------------------------*
       01  AUD-CABECALHO-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CONTA".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE "T".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "CPF".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE "EMP".
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  AUD-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AUDD-CONTA              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AUDD-TIPO-CONTA         PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AUDD-CPF                PIC X(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AUDD-EMPRESA            PIC X(03).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  AUD-MOVIMENTO.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AUDM-IMAGEM             PIC X(08).
           05  AUDM-TRANSACAO          PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AUDM-MATRICULA          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AUDM-TIPO-MOVIMENTO     PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "VIGENCIA: ".
           05  AUDM-DATA-VIGENCIA      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "CLASSE: ".
           05  AUDM-CLASSE-ANTERIOR    PIC X(03).
           05  FILLER                  PIC X(04) VALUE " -> ".
           05  AUDM-CLASSE             PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "C.CUSTO: ".
           05  AUDM-CC-ANTERIOR        PIC X(06).
           05  FILLER                  PIC X(04) VALUE " -> ".
           05  AUDM-CENTRO-CUSTO       PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AUDM-OBSERVACAO         PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  AUD-MOVIMENTO-EMPRESA.
           05  FILLER                  PIC X(42) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "EMPRESA: ".
           05  AUDE-EMPRESA-ANTERIOR   PIC X(03).
           05  FILLER                  PIC X(04) VALUE " -> ".
           05  AUDE-EMPRESA            PIC X(03).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  AUD-LINHA-BRANCO            PIC X(132) VALUE SPACES.

               "TRANSACOES REJEITADAS......: ".
           05  ROD-AUD-REJEITADAS      PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  AUD-RODAPE-6.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "MOVIMENTACOES REGISTRADAS..: ".
           05  ROD-AUD-MOVIMENTOS      PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.
