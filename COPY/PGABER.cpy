      *           FOLHAREE QUANDO UM PAGAMENTO REJEITADO ESGOTA O
      *           LIMITE DE REAPRESENTACOES AO BANCO. A TESOURARIA
      *           TRATA ESTES ITENS MANUALMENTE COM O APOIO DO
      *           RELATORIO DE AGING EMITIDO NO MESMO PASSO. O TIPO
      *           DO CREDITO SEPARA O PAGAMENTO DO FUNCIONARIO ("S")
      *           DA PENSAO DEVIDA AO BENEFICIARIO ("P", NOME DO
      *           BENEFICIARIO EM PGA-NOME).
      *----------------------------------------------------------------*
       01  PGABER-REGISTRO.
           05  PGA-MATRICULA               PIC 9(06).
           05  PGA-ULTIMO-MOTIVO           PIC X(30).
           05  PGA-DATA-PRIMEIRA           PIC 9(08).
           05  PGA-DATA-MOVIDO             PIC 9(08).
           05  PGA-TIPO-CREDITO            PIC X(01).
           05  FILLER                      PIC X(10).
