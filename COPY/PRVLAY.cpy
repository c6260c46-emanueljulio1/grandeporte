      *----------------------------------------------------------------*
      * COPY    : PRVLAY
      * OBJETIVO: LAYOUTS DE LINHA DO RELATORIO DE SALDOS DAS
      *           PROVISOES DE FERIAS E 13O SALARIO (PRVREL), EMITIDO
      *           PELO FOLHAPRV: UMA LINHA POR FUNCIONARIO COM SALDO
      *           OU MOVIMENTO (SALDO ANTERIOR, PROVISAO DO MES,
      *           ENCARGOS, BAIXAS E SALDO ATUAL) E, NO RODAPE, O
      *           SALDO ANTERIOR, OS CREDITOS, OS DEBITOS E O SALDO
      *           ATUAL DE CADA CONTA DE PROVISAO, QUE AMARRAM COM O
      *           RAZAO CONTABIL. CADA LINHA TEM 132 POSICOES.
      *----------------------------------------------------------------*
       01  PRV-CABECALHO-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               "PROVISAO DE FERIAS E 13O SALARIO COM ENCARGOS".
           05  FILLER                  PIC X(13) VALUE
               "COMPETENCIA: ".
           05  PRV1-COMPETENCIA        PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  PRV1-DATA               PIC X(10).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  PRV-CABECALHO-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "MATRIC".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE
               "NOME DO FUNCIONARIO".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "C.C.".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               " SALDO ANTER.".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE " PROV. 13O".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE " PROV. FER".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "  ENCARGOS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "    BAIXAS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               "  SALDO ATUAL".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE "OCORRENCIA".

       01  PRV-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PRVD-MATRICULA          PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PRVD-NOME               PIC X(22).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PRVD-CENTRO-CUSTO       PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PRVD-SALDO-ANTERIOR     PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PRVD-PROV-DECIMO        PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PRVD-PROV-FERIAS        PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PRVD-ENCARGOS           PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PRVD-BAIXAS             PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PRVD-SALDO-ATUAL        PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PRVD-OCORRENCIA         PIC X(15).

       01  PRV-LINHA-BRANCO            PIC X(132) VALUE SPACES.

       01  PRV-LINHA-SEPARADOR.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(131) VALUE ALL "-".

       01  PRV-CABECALHO-CONTAS.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "CONTA".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "PROVISAO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               "   SALDO ANTERIOR".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               "  CREDITOS (PROV)".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               "  DEBITOS (BAIXA)".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               "      SALDO ATUAL".
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  PRV-RODAPE-CONTA.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  PRVC-CONTA              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PRVC-DESCRICAO          PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PRVC-SALDO-ANTERIOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PRVC-CREDITOS           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PRVC-DEBITOS            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PRVC-SALDO-ATUAL        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  PRV-RODAPE-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "FUNCIONARIOS LISTADOS......: ".
           05  ROD-PRV-LISTADOS        PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  PRV-RODAPE-2.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "FUNCIONARIOS PROVISIONADOS.: ".
           05  ROD-PRV-PROVISIONADOS   PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  PRV-RODAPE-3.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "BAIXAS DE 13O SALARIO......: ".
           05  ROD-PRV-BAIXAS-DECIMO   PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  PRV-RODAPE-4.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "BAIXAS DE FERIAS PAGAS.....: ".
           05  ROD-PRV-BAIXAS-FERIAS   PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  PRV-RODAPE-5.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "BAIXAS POR RESCISAO........: ".
           05  ROD-PRV-BAIXAS-RESCISAO PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.
