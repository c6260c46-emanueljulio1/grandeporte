      *----------------------------------------------------------------*
      * COPY    : ORCLAY
      * OBJETIVO: LAYOUTS DE LINHA DO RELATORIO DE ORCAMENTO DE
      *           PESSOAL X REALIZADO (ORCREL), EMITIDO PELO ORCREL:
      *           DUAS LINHAS POR CENTRO DE CUSTO (MES DA COMPETENCIA
      *           E ACUMULADO NO ANO) COM QUADRO, BRUTO, ENCARGOS E
      *           CUSTO TOTAL ORCADOS E REALIZADOS, A VARIACAO DO
      *           CUSTO TOTAL EM VALOR E EM PERCENTUAL E A SITUACAO
      *           ("EST" ACIMA DA TOLERANCIA, "S/O" CUSTO SEM
      *           ORCAMENTO). CADA LINHA TEM 132 POSICOES.
      *----------------------------------------------------------------*
       01  ORL-CABECALHO-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(52) VALUE
               "ORCAMENTO DE PESSOAL X REALIZADO POR CENTRO DE CUSTO".
           05  FILLER                  PIC X(13) VALUE
               "COMPETENCIA: ".
           05  ORL1-COMPETENCIA        PIC X(07).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  ORL1-DATA               PIC X(10).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  ORL-CABECALHO-2.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
               "TOLERANCIA: ".
           05  ORL2-TOLERANCIA         PIC Z9.
           05  FILLER                  PIC X(04) VALUE "%   ".
           05  FILLER                  PIC X(36) VALUE
               "EST = CUSTO ACIMA DA TOLERANCIA".
           05  FILLER                  PIC X(30) VALUE
               "S/O = CUSTO SEM ORCAMENTO".
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  ORL-CABECALHO-3.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE
               "---QUADRO--".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(27) VALUE
               "----------- BRUTO ---------".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(27) VALUE
               "--------- ENCARGOS --------".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(27) VALUE
               "---------- TOTAL ----------".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "---- VARIACAO ------".
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  ORL-CABECALHO-4.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "C.C.".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE "PER".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "ORCAD".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE " REAL".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               "       ORCADO".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               "    REALIZADO".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               "       ORCADO".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               "    REALIZADO".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               "       ORCADO".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               "    REALIZADO".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               "        VALOR".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "     %".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE "SIT".

       01  ORL-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ORLD-CENTRO-CUSTO       PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ORLD-PERIODO            PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ORLD-HC-ORCADO          PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ORLD-HC-REAL            PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ORLD-BRUTO-ORCADO       PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ORLD-BRUTO-REAL         PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ORLD-ENCARGOS-ORCADO    PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ORLD-ENCARGOS-REAL      PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ORLD-TOTAL-ORCADO       PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ORLD-TOTAL-REAL         PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ORLD-VARIACAO           PIC -Z.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ORLD-VARIACAO-PERC      PIC -ZZ9,9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ORLD-SITUACAO           PIC X(03).

       01  ORL-LINHA-BRANCO            PIC X(132) VALUE SPACES.

       01  ORL-LINHA-SEPARADOR.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(131) VALUE ALL "-".

       01  ORL-RODAPE-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "CENTROS DE CUSTO LISTADOS..: ".
           05  ROD-ORL-LISTADOS        PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  ORL-RODAPE-2.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "ACIMA DA TOLERANCIA........: ".
           05  ROD-ORL-ACIMA           PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  ORL-RODAPE-3.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "CUSTO SEM ORCAMENTO........: ".
           05  ROD-ORL-SEM-ORCAMENTO   PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.
