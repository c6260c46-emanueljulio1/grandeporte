      *           REAPRESENTADOS, PARA QUE O BANCRET DEVOLVA UMA
      *           NOVA REJEICAO COM A COMPETENCIA ORIGINAL DO
      *           CONTROLE DE TENTATIVAS). TODOS OS REGISTROS TEM
      *           110 POSICOES: AS 80 PRIMEIRAS SAO O LAYOUT DO BANCO
      *           E AS DEMAIS SAO DE CONTROLE INTERNO, CORTADAS NA
      *           TRANSMISSAO (IEBGENER COM RECORD FIELD=(80,1,,1)).
      *           NO DETALHE, O CONTROLE INTERNO DIZ SE O CREDITO E
      *           O PAGAMENTO DO PROPRIO FUNCIONARIO ("S" OU BRANCO,
      *           REMESSAS ANTIGAS) OU A PENSAO ALIMENTICIA CREDITADA
      *           AO BENEFICIARIO ("P", COM O NUMERO DO PROCESSO),
      *           PARA QUE A CRITICA DE VARIACAO (FOLHAVAR) IGNORE AS
      *           PENSOES E A REAPRESENTACAO (BANCRET/FOLHAREE) AS
      *           DEVOLVA AO BENEFICIARIO. CADA EMPRESA DO GRUPO TEM
      *           O SEU PROPRIO LOTE NO ARQUIVO - HEADER COM O
      *           CONVENIO E O CODIGO DA EMPRESA, DETALHES E TRAILER
      *           COM OS TOTAIS DO LOTE -, UM APOS O OUTRO NA ORDEM
      *           DE EXECUCAO (HEADER SEM CODIGO DE EMPRESA = EMPRESA
      *           001).
      *----------------------------------------------------------------*
       01  REGISTRO-REMESSA.
           05  REM-TIPO-REGISTRO           PIC X(01).
           05  REM-VALOR-LIQUIDO           PIC 9(10)V99.
           05  REM-DATA-CREDITO            PIC 9(08).
           05  REM-COMPETENCIA-ORIG        PIC 9(06).
           05  REM-TIPO-CREDITO            PIC X(01).
               88  REM-CREDITO-SALARIO                VALUE "S"
                                                            SPACE.
               88  REM-CREDITO-PENSAO                 VALUE "P".
           05  REM-PROCESSO                PIC X(20).
           05  FILLER                      PIC X(09).

       01  REMESSA-HEADER REDEFINES REGISTRO-REMESSA.
           05  REMH-TIPO-REGISTRO          PIC X(01).
           05  REMH-CONVENIO               PIC X(10).
           05  REMH-DATA-GERACAO           PIC 9(08).
           05  REMH-COMPETENCIA            PIC 9(06).
           05  REMH-EMPRESA                PIC 9(03).
           05  FILLER                      PIC X(82).

       01  REMESSA-TRAILER REDEFINES REGISTRO-REMESSA.
           05  REMT-TIPO-REGISTRO          PIC X(01).
           05  REMT-QTD-DETALHES           PIC 9(07).
           05  REMT-VALOR-TOTAL            PIC 9(13)V99.
           05  FILLER                      PIC X(87).
