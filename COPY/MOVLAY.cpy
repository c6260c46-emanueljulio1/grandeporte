      *----------------------------------------------------------------*
      * COPY    : MOVLAY
      * OBJETIVO: LAYOUTS DE LINHA DO RELATORIO DE MOVIMENTACOES
      *           FUNCIONAIS (MOVREL), EMITIDO PELO FUNCMOV A PARTIR
      *           DO HISTORICO FUNCIONAL (HISTFUN) PARA O RH: UMA
      *           LINHA POR MOVIMENTACAO COM VIGENCIA NO PERIODO
      *           (CLASSE, CENTRO DE CUSTO E EMPRESA ANTERIORES E
      *           NOVOS) E
      *           OS TOTAIS POR TIPO. CADA LINHA TEM 132 POSICOES.
      *----------------------------------------------------------------*
       01  MOV-CABECALHO-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               "RELATORIO DE MOVIMENTACOES FUNCIONAIS".
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  MOV1-DATA               PIC X(10).
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  MOV-CABECALHO-2.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(21) VALUE
               "PERIODO DE VIGENCIA: ".
           05  MOV2-INICIO             PIC X(10).
           05  FILLER                  PIC X(03) VALUE " A ".
           05  MOV2-FIM                PIC X(10).
           05  FILLER                  PIC X(08) VALUE "  TIPO: ".
           05  MOV2-TIPO               PIC X(16).
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  MOV-CABECALHO-3.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "MATRIC".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE "NOME".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "MOVIMENTACAO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "VIGENCIA".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CLASSE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "CENTRO DE CUSTO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "INCLUSAO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "EMPRESA".
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  MOV-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MOVD-MATRICULA          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MOVD-NOME               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MOVD-TIPO               PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MOVD-VIGENCIA           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MOVD-CLASSE-ANTERIOR    PIC X(03).
           05  FILLER                  PIC X(04) VALUE " -> ".
           05  MOVD-CLASSE             PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MOVD-CC-ANTERIOR        PIC X(06).
           05  FILLER                  PIC X(04) VALUE " -> ".
           05  MOVD-CENTRO-CUSTO       PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MOVD-INCLUSAO           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MOVD-EMPRESA-ANTERIOR   PIC X(03).
           05  FILLER                  PIC X(04) VALUE " -> ".
           05  MOVD-EMPRESA            PIC X(03).
           05  FILLER                  PIC X(09) VALUE SPACES.

       01  MOV-LINHA-BRANCO            PIC X(132) VALUE SPACES.

       01  MOV-LINHA-SEPARADOR.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(131) VALUE ALL "-".

       01  MOV-RODAPE-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "MOVIMENTACOES LISTADAS.....: ".
           05  ROD-MOV-TOTAL           PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  MOV-RODAPE-2.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "ADMISSOES/SITUACAO INICIAL.: ".
           05  ROD-MOV-ADMISSOES       PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  MOV-RODAPE-3.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "PROMOCOES..................: ".
           05  ROD-MOV-PROMOCOES       PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  MOV-RODAPE-4.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "RECLASSIFICACOES...........: ".
           05  ROD-MOV-RECLASSIFICACOES
                                       PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  MOV-RODAPE-5.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TRANSFERENCIAS.............: ".
           05  ROD-MOV-TRANSFERENCIAS  PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  MOV-RODAPE-6.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TRANSF. ENTRE EMPRESAS.....: ".
           05  ROD-MOV-TRANSF-EMPRESA  PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.
