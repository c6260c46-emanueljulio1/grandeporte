      *----------------------------------------------------------------*
      * COPY    : ARQLAY
      * OBJETIVO: LAYOUTS DE LINHA DO RELATORIO DE CONTROLE DO
      *           ARQUIVAMENTO ANUAL DO HISTORICO DE FOLHA (ARQREL),
      *           EMITIDO PELO HISTARQ NAS FUNCOES ARQUIVAR, EXPURGAR
      *           E RECARREGAR: UMA LINHA POR COMPETENCIA DO ANO
      *           (MESES, 13O, FERIAS E RESCISOES) COM A QTDE DE
      *           REGISTROS MOVIDOS, A QTDE IGNORADA E OS TOTAIS DE
      *           BRUTO, INSS, IRRF E LIQUIDO, O TOTAL DO HISTFOL E
      *           AS LINHAS DAS RUBRICAS (HISTRUB) E DO LOG DE
      *           EXECUCAO (CTRLLOG). CADA LINHA TEM 132 POSICOES.
      *----------------------------------------------------------------*
       01  ARL-CABECALHO-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(48) VALUE
               "CONTROLE DO ARQUIVAMENTO DO HISTORICO DE FOLHA".
           05  FILLER                  PIC X(08) VALUE "FUNCAO: ".
           05  ARL1-FUNCAO             PIC X(10).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "ANO: ".
           05  ARL1-ANO                PIC 9(04).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  ARL1-DATA               PIC X(10).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  ARL-CABECALHO-2.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(48) VALUE
               "IGNORADOS: NAO ENCONTRADOS NO EXPURGO, JA ".
           05  FILLER                  PIC X(74) VALUE
               "EXISTENTES NA RECARGA (CTRLLOG NAO E RECARREGADO)".

       01  ARL-CABECALHO-3.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
               "COMPETENCIA".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE
               "  REGISTROS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE
               "  IGNORADOS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "       BRUTO/VALOR".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "              INSS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "              IRRF".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "           LIQUIDO".
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  ARL-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ARLD-DESCRICAO          PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ARLD-REGISTROS          PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ARLD-IGNORADOS          PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ARLD-BRUTO              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ARLD-INSS               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ARLD-IRRF               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ARLD-LIQUIDO            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  ARL-LINHA-BRANCO            PIC X(132) VALUE SPACES.

       01  ARL-LINHA-SEPARADOR.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(131) VALUE ALL "-".

       01  ARL-RODAPE-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "SITUACAO: ".
           05  ARLR-SITUACAO           PIC X(80).
           05  FILLER                  PIC X(32) VALUE SPACES.
