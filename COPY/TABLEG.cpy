      *----------------------------------------------------------------*
      * COPY    : TABLEG
      * OBJETIVO: LAYOUT DA TABELA LEGAL DE DESCONTOS
      *           (FOLHA.PROD.TABLEG), INDEXADA PELA COMPETENCIA DE
      *           INICIO DA VIGENCIA (AAAAMM) E MANTIDA PELO LEGMNT:
      *           FAIXAS PROGRESSIVAS DO INSS, FAIXAS DO IRRF COM A
      *           PARCELA A DEDUZIR, DEDUCAO LEGAL POR DEPENDENTE,
      *           COTA E TETO DO SALARIO-FAMILIA. CADA REGISTRO VALE
      *           DA SUA COMPETENCIA DE INICIO ATE A VESPERA DO
      *           INICIO DO REGISTRO SEGUINTE; O EXEMPLO01 E O
      *           FOLHARSC CARREGAM O REGISTRO VIGENTE NA
      *           COMPETENCIA CALCULADA, DE MODO QUE O REAJUSTE
      *           ANUAL DA TABELA NAO EXIJA RECOMPILACAO E UM
      *           REPROCESSO DE COMPETENCIA ANTIGA USE A TABELA DA
      *           EPOCA. OS GRUPOS LEG-TABELA-INSS E LEG-TABELA-IRRF
      *           TEM A MESMA FORMA DAS TABELAS DE WORKING-STORAGE
      *           DOS PROGRAMAS DE CALCULO (TABELA-INSS E
      *           TABELA-IRRF). ALIQUOTAS EM FRACAO (0,075 = 7,5%).
      *----------------------------------------------------------------*
       01  TABLEG-REGISTRO.
           05  LEG-COMP-INICIO             PIC 9(06).
           05  LEG-TABELA-INSS.
               10  LEG-FAIXA-INSS          OCCURS 4 TIMES.
                   15  LEG-INSS-LIMITE     PIC 9(06)V99.
                   15  LEG-INSS-ALIQUOTA   PIC 9(01)V999.
           05  LEG-TABELA-IRRF.
               10  LEG-FAIXA-IRRF          OCCURS 5 TIMES.
                   15  LEG-IRRF-LIMITE     PIC 9(06)V99.
                   15  LEG-IRRF-ALIQUOTA   PIC 9(01)V999.
                   15  LEG-IRRF-PARCELA    PIC 9(06)V99.
           05  LEG-DEDUCAO-DEPENDENTE      PIC 9(04)V99.
           05  LEG-COTA-SALFAM             PIC 9(04)V99.
           05  LEG-TETO-SALFAM             PIC 9(06)V99.
           05  LEG-DATA-ATUALIZACAO        PIC 9(08).
           05  FILLER                      PIC X(14).
