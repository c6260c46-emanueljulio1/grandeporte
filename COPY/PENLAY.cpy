      *----------------------------------------------------------------*
      * COPY    : PENLAY
      * OBJETIVO: LAYOUTS DE LINHA DO DEMONSTRATIVO DE DESCONTOS DE
      *           PENSAO ALIMENTICIA POR PROCESSO (DEMONST), EMITIDO
      *           PELO PENREL A PARTIR DO PENHIST PARA ENVIO AO
      *           JUIZO: UM BLOCO POR PROCESSO COM ALIMENTANTE,
      *           BENEFICIARIO, BASE DA SENTENCA E CONTA DE CREDITO,
      *           UMA LINHA POR PAGAMENTO NO PERIODO (BASE, VALOR
      *           CALCULADO E VALOR EFETIVAMENTE DESCONTADO) E O
      *           TOTAL DO PROCESSO. CADA LINHA TEM 132 POSICOES.
      *----------------------------------------------------------------*
       01  PDM-CABECALHO-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               "DEMONSTRATIVO DE DESCONTOS DE PENSAO ALIMENTICIA".
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  PDM1-DATA               PIC X(10).
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  PDM-CABECALHO-2.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE
               "PERIODO DE PAGAMENTO: ".
           05  PDM2-INICIO             PIC X(07).
           05  FILLER                  PIC X(03) VALUE " A ".
           05  PDM2-FIM                PIC X(07).
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  PDM-PROCESSO-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               "PROCESSO....: ".
           05  PDM1-PROCESSO           PIC X(25).
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  PDM-PROCESSO-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               "ALIMENTANTE.: ".
           05  PDM2-MATRICULA          PIC X(06).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  PDM2-NOME               PIC X(30).
           05  FILLER                  PIC X(07) VALUE "  CPF: ".
           05  PDM2-CPF                PIC X(11).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  PDM-PROCESSO-3.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               "BENEFICIARIO: ".
           05  PDM3-NOME               PIC X(30).
           05  FILLER                  PIC X(07) VALUE "  CPF: ".
           05  PDM3-CPF                PIC X(11).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  PDM-PROCESSO-4.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               "BASE........: ".
           05  PDM4-BASE               PIC X(22).
           05  FILLER                  PIC X(14) VALUE
               "  PERCENTUAL: ".
           05  PDM4-PERCENTUAL         PIC ZZ9,99.
           05  FILLER                  PIC X(14) VALUE
               "  VALOR FIXO: ".
           05  PDM4-VALOR-FIXO         PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(09) VALUE "  CONTA: ".
           05  PDM4-CONTA              PIC X(19).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  PDM-CABECALHO-3.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "PAGTO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "TIPO DE FOLHA".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "INIC.GOZO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "  PERC".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               "BASE CALCULO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "  CALCULADO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "DESCONTADO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CALCULO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE
               "CONTA CREDITADA".
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  PDM-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PDMD-COMP-PAGTO         PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PDMD-TIPO-FOLHA         PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PDMD-REFERENCIA         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PDMD-PERCENTUAL         PIC ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PDMD-VALOR-BASE         PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PDMD-VALOR-CALCULADO    PIC Z.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PDMD-VALOR-RETIDO       PIC Z.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PDMD-DATA-CALCULO       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PDMD-CONTA              PIC X(19).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  PDM-TOTAL-PROCESSO.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "TOTAL DO PROCESSO".
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  PDMT-QTDE               PIC ZZ9.
           05  FILLER                  PIC X(13) VALUE
               " PAGAMENTO(S)".
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  PDMT-VALOR-CALCULADO    PIC Z.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PDMT-VALOR-RETIDO       PIC Z.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  PDM-LINHA-BRANCO            PIC X(132) VALUE SPACES.

       01  PDM-LINHA-SEPARADOR.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(131) VALUE ALL "-".

       01  PDM-RODAPE-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "PROCESSOS LISTADOS.........: ".
           05  ROD-PDM-PROCESSOS       PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  PDM-RODAPE-2.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "PAGAMENTOS LISTADOS........: ".
           05  ROD-PDM-PAGAMENTOS      PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  PDM-RODAPE-3.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TOTAL CALCULADO............: ".
           05  ROD-PDM-CALCULADO       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  PDM-RODAPE-4.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "TOTAL DESCONTADO...........: ".
           05  ROD-PDM-RETIDO          PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(78) VALUE SPACES.
