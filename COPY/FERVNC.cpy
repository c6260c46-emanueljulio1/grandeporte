      *----------------------------------------------------------------*
      * COPY    : FERVNC
      * OBJETIVO: LAYOUTS DE LINHA DO RELATORIO MENSAL DE PERIODOS
      *           DE FERIAS A VENCER (FERVREL), EMITIDO PELO FERVENC
      *           PARA OS GESTORES, QUEBRADO POR CENTRO DE CUSTO E
      *           ORDENADO PELO LIMITE DO PERIODO CONCESSIVO, COM O
      *           SALDO DE DIAS E A ULTIMA DATA DE INICIO DE GOZO
      *           QUE EVITA O PAGAMENTO EM DOBRO. CADA LINHA TEM 132
      *           POSICOES.
      *----------------------------------------------------------------*
       01  FVN-CABECALHO-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "PERIODOS DE FERIAS A VENCER".
           05  FILLER                  PIC X(06) VALUE "REF.: ".
           05  FVN1-REFERENCIA         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  FVN1-DATA               PIC X(10).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  FVN-CABECALHO-2.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "ANTECEDENCIA (MESES).......: ".
           05  FVN2-MESES              PIC Z9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "CONCESSIVO ATE: ".
           05  FVN2-LIMITE             PIC X(10).
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  FVN-CABECALHO-3.
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
           05  FILLER                  PIC X(05) VALUE "SALDO".
           05  FILLER                  PIC X(10) VALUE "INIC.GOZO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE "SITUACAO".
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  FVN-CENTRO.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               "CENTRO DE CUSTO: ".
           05  FVNC-CENTRO-CUSTO       PIC X(06).
           05  FILLER                  PIC X(108) VALUE SPACES.

       01  FVN-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FVND-MATRICULA          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FVND-NOME               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FVND-AQUIS-INICIO       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FVND-AQUIS-FIM          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FVND-CONCESSIVO-FIM     PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FVND-SALDO              PIC Z9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FVND-LIMITE-GOZO        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FVND-SITUACAO           PIC X(20).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  FVN-SUBTOTAL.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TOTAL DO CENTRO - PERIODOS: ".
           05  FVNS-PERIODOS           PIC ZZ.ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "VENCIDOS: ".
           05  FVNS-VENCIDOS           PIC ZZ.ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "DIAS DE SALDO: ".
           05  FVNS-DIAS               PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  FVN-LINHA-BRANCO            PIC X(132) VALUE SPACES.

       01  FVN-RODAPE-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "PERIODOS LIDOS NO FERCTL...: ".
           05  ROD-FVN-LIDOS           PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  FVN-RODAPE-2.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "PERIODOS LISTADOS..........: ".
           05  ROD-FVN-LISTADOS        PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  FVN-RODAPE-3.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "PERIODOS JA VENCIDOS.......: ".
           05  ROD-FVN-VENCIDOS        PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  FVN-RODAPE-4.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "MATRICULAS FORA DO CADASTRO: ".
           05  ROD-FVN-SEM-CADASTRO    PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.
