      *----------------------------------------------------------------*
      * COPY    : FERAUD
      * OBJETIVO: LAYOUTS DE LINHA DO RELATORIO DE ABERTURA DE
      *           PERIODOS AQUISITIVOS DO FERABR (AUDITOR), COM UMA
      *           LINHA POR PERIODO DO FERCTL ABERTO OU COMPLETADO
      *           NA EXECUCAO, E DO RELATORIO DE EXCECOES
      *           (EXCECOES) COM OS FUNCIONARIOS NAO TRATADOS. CADA
      *           LINHA TEM 132 POSICOES.
      *----------------------------------------------------------------*
       01  FAU-CABECALHO-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "ABERTURA DE PERIODOS AQUISITIVOS".
           05  FILLER                  PIC X(06) VALUE "REF.: ".
           05  FAU1-REFERENCIA         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  FAU1-DATA               PIC X(10).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  FAU-CABECALHO-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "MATRIC".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "NOME DO FUNCIONARIO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "INIC.AQUIS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "FIM AQUIS.".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "LIM.CONCES".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "DIAS".
           05  FILLER                  PIC X(04) VALUE "SIT".
           05  FILLER                  PIC X(20) VALUE "OCORRENCIA".
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  FAU-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FAUD-MATRICULA          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FAUD-NOME               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FAUD-AQUIS-INICIO       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FAUD-AQUIS-FIM          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FAUD-CONCESSIVO-FIM     PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FAUD-DIAS-DIREITO       PIC Z9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FAUD-SITUACAO           PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FAUD-OCORRENCIA         PIC X(20).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  FAU-LINHA-BRANCO            PIC X(132) VALUE SPACES.

       01  FAU-RODAPE-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "FUNCIONARIOS LIDOS.........: ".
           05  ROD-FAU-LIDOS           PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  FAU-RODAPE-2.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "PERIODOS ABERTOS...........: ".
           05  ROD-FAU-ABERTOS         PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  FAU-RODAPE-3.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "PERIODOS ADQUIRIDOS........: ".
           05  ROD-FAU-ADQUIRIDOS      PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  FAU-RODAPE-4.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "FUNCIONARIOS REJEITADOS....: ".
           05  ROD-FAU-REJEITADOS      PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  FEX-CABECALHO-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "EXCECOES DA ABERTURA DE PERIODOS".
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  FEX1-DATA               PIC X(10).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  FEX-CABECALHO-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "MATRIC".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "NOME DO FUNCIONARIO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "MOTIVO DA REJEICAO".
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  FEX-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FEXD-MATRICULA          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FEXD-NOME               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FEXD-MOTIVO             PIC X(40).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  FEX-LINHA-BRANCO            PIC X(132) VALUE SPACES.

       01  FEX-RODAPE-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TOTAL DE FUNCIONARIOS REJEIT.".
           05  FILLER                  PIC X(02) VALUE ": ".
           05  ROD-FEX-REJEITADOS      PIC ZZ.ZZ9.
           05  FILLER                  PIC X(84) VALUE SPACES.
