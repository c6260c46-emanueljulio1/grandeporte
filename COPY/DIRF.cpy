      *           INFORMIR COM UM REGISTRO POR FUNCIONARIO COM OS
      *           TOTAIS DO ANO-CALENDARIO: RENDIMENTO TRIBUTAVEL,
      *           INSS RETIDO, IRRF RETIDO E O 13O SALARIO EM
      *           SEPARADO, COMO EXIGE A LEGISLACAO. CADA REGISTRO
      *           CARREGA A EMPRESA DO GRUPO (TABELA EMPTAB) FONTE
      *           PAGADORA DOS RENDIMENTOS, DECLARANTE DA DIRF.
      *----------------------------------------------------------------*
       01  DIRF-REGISTRO.
           05  DIRF-ANO                    PIC 9(04).
           05  DIRF-DECIMO-BRUTO           PIC 9(09)V99.
           05  DIRF-DECIMO-INSS            PIC 9(09)V99.
           05  DIRF-DECIMO-IRRF            PIC 9(09)V99.
           05  DIRF-EMPRESA                PIC 9(03).
           05  FILLER                      PIC X(05).
