      *           DE INSS A RECOLHER, IRRF A RECOLHER, DESCONTOS
      *           DE RUBRICA E SALARIOS LIQUIDOS A PAGAR. A SOMA
      *           DOS DEBITOS E IGUAL A SOMA DOS CREDITOS E AMARRA
      *           COM OS TOTAIS DO RODAPE DO RELATORIO. CADA
      *           LANCAMENTO CARREGA A EMPRESA DO GRUPO (TABELA
      *           EMPTAB) DONA DA FOLHA; OS LANCAMENTOS DE CADA
      *           EMPRESA FECHAM DEBITOS = CREDITOS ENTRE SI.
      *----------------------------------------------------------------*
       01  CONTAB-REGISTRO.
           05  CTB-DATA-LANCAMENTO         PIC 9(08).
           05  CTB-DEB-CRED                PIC X(01).
           05  CTB-VALOR                   PIC 9(13)V99.
           05  CTB-HISTORICO               PIC X(30).
           05  CTB-EMPRESA                 PIC 9(03).
           05  FILLER                      PIC X(03).
