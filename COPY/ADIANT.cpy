      *----------------------------------------------------------------*
      * COPY    : ADIANT
      * OBJETIVO: LAYOUT DO REGISTRO DO ARQUIVO DE ADIANTAMENTOS
      *           QUINZENAIS (FOLHA.PROD.ADIANT), INDEXADO POR
      *           MATRICULA + COMPETENCIA. GRAVADO PELO EXEMPLO01
      *           NA FOLHA DE ADIANTAMENTO (PARM=ADIANT), COM O
      *           SALARIO PREVISTO, O PERCENTUAL APLICADO E O VALOR
      *           CREDITADO, E ATUALIZADO NA FOLHA NORMAL DA MESMA
      *           COMPETENCIA, QUE DESCONTA O VALOR ADIANTADO DO
      *           LIQUIDO E MARCA O REGISTRO COMO DESCONTADO ("D").
      *           O REPROCESSAMENTO DA FOLHA NORMAL NAO DESCONTA O
      *           MESMO ADIANTAMENTO DUAS VEZES.
      *----------------------------------------------------------------*
       01  ADIANT-REGISTRO.
           05  ADT-CHAVE.
               10  ADT-MATRICULA           PIC 9(06).
               10  ADT-COMPETENCIA         PIC 9(06).
           05  ADT-SITUACAO                PIC X(01).
               88  ADT-PAGO                           VALUE "P".
               88  ADT-DESCONTADO                     VALUE "D".
           05  ADT-SALARIO-PREVISTO        PIC 9(06)V99.
           05  ADT-PERCENTUAL              PIC 9(02).
           05  ADT-VALOR                   PIC 9(06)V99.
           05  ADT-DATA-CREDITO            PIC 9(08).
           05  ADT-DATA-PAGAMENTO          PIC 9(08).
           05  ADT-VALOR-DESCONTADO        PIC 9(06)V99.
           05  ADT-DATA-DESCONTO           PIC 9(08).
           05  FILLER                      PIC X(20).
