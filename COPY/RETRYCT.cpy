      * COPY    : RETRYCT
      * OBJETIVO: LAYOUT DO CONTROLE DE REAPRESENTACAO DE
      *           PAGAMENTOS REJEITADOS (FOLHA.PROD.RETRYCTL),
      *           INDEXADO POR MATRICULA + COMPETENCIA + TIPO DO
      *           CREDITO ("S" PAGAMENTO DO FUNCIONARIO, "P" PENSAO
      *           AO BENEFICIARIO) + PROCESSO DA PENSAO (BRANCO NO
      *           PAGAMENTO DO FUNCIONARIO), KEYS(33 0). MANTIDO
      *           PELO FOLHAREE: CADA REJEICAO INCREMENTA A
      *           CONTAGEM DE TENTATIVAS E GUARDA O MOTIVO DO
      *           BANCO; APOS O LIMITE DE TENTATIVAS O ITEM E
           05  RTC-CHAVE.
               10  RTC-MATRICULA           PIC 9(06).
               10  RTC-COMPETENCIA         PIC 9(06).
               10  RTC-TIPO-CREDITO        PIC X(01).
               10  RTC-PROCESSO            PIC X(20).
           05  RTC-QTD-TENTATIVAS          PIC 9(02).
           05  RTC-ULTIMO-MOTIVO           PIC X(30).
           05  RTC-DATA-PRIMEIRA           PIC 9(08).
