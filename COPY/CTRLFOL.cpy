      * COPY    : CTRLFOL
      * OBJETIVO: LAYOUT DO REGISTRO DO ARQUIVO DE CONTROLE DE
      *           FECHAMENTO DE COMPETENCIA (FOLHA.PROD.CTRLFOL),
      *           INDEXADO POR COMPETENCIA + TIPO DE FOLHA + EMPRESA
      *           DO GRUPO (CADA EMPRESA FECHA A SUA FOLHA)
      *           ("N" NORMAL, "D" 13O SALARIO, "F" FERIAS,
      *           "R" RETROATIVO, "A" ADIANTAMENTO QUINZENAL,
      *           "P" PROVISAO DE FERIAS E 13O). O
      *           EXEMPLO01 CONSULTA O REGISTRO NA INICIALIZACAO -
      *           COMPETENCIA JA FECHADA SO
      *           REPROCESSA COM AUTORIZACAO EXPLICITA NO PARM - E
      *           O GRAVA NO TERMINO NORMAL COM DATA, HORA, TOTAIS
      *           E A GERACAO DE REMESSA UTILIZADA (IDENTIFICADA
      *           PELA DATA EM QUE FOI CATALOGADA).
      *           O REGISTRO "P" E GRAVADO PELO FOLHAPRV NA
      *           CONTABILIZACAO DA PROVISAO: CONTFUNC = FUNCIONARIOS
      *           LISTADOS, SOMASAL = PROVISAO DE 13O E FERIAS DO
      *           MES, SOMASAL-LIQUIDO = BAIXAS DO MES, SOMA-FGTS E
      *           SOMA-PATRONAL = ENCARGOS PROVISIONADOS NO MES.
      *----------------------------------------------------------------*
       01  CTRLFOL-REGISTRO.
           05  CTRL-CHAVE.
               10  CTRL-COMPETENCIA        PIC 9(06).
               10  CTRL-TIPO-FOLHA         PIC X(01).
               10  CTRL-EMPRESA            PIC 9(03).
           05  CTRL-SITUACAO               PIC X(01).
               88  CTRL-FECHADA                       VALUE "F".
           05  CTRL-DATA-FECHAMENTO        PIC 9(08).
           05  CTRL-SOMA-FGTS              PIC 9(12)V99.
           05  CTRL-SOMA-PATRONAL          PIC 9(12)V99.
           05  CTRL-DATA-CREDITO           PIC 9(08).
           05  FILLER                      PIC X(07).
