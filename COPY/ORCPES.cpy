      *----------------------------------------------------------------*
      * COPY    : ORCPES
      * OBJETIVO: LAYOUT DO ORCAMENTO DE PESSOAL APROVADO PELA
      *           CONTROLADORIA (FOLHA.PROD.ORCPES), INDEXADO POR
      *           CENTRO DE CUSTO + COMPETENCIA (AAAAMM), MANTIDO
      *           PELO ORCMNT E CONFRONTADO COM O REALIZADO PELO
      *           ORCREL: QUADRO DE FUNCIONARIOS (HEADCOUNT), BRUTO
      *           DA FOLHA E ENCARGOS (FGTS E INSS PATRONAL) DO MES.
      *           O CUSTO TOTAL ORCADO E O BRUTO MAIS OS ENCARGOS.
      *----------------------------------------------------------------*
       01  ORCPES-REGISTRO.
           05  ORC-CHAVE.
               10  ORC-CENTRO-CUSTO        PIC X(06).
               10  ORC-COMPETENCIA         PIC 9(06).
           05  ORC-HEADCOUNT               PIC 9(05).
           05  ORC-BRUTO                   PIC 9(11)V99.
           05  ORC-ENCARGOS                PIC 9(11)V99.
           05  ORC-DATA-ATUALIZACAO        PIC 9(08).
           05  FILLER                      PIC X(09).
