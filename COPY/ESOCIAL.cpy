      *----------------------------------------------------------------*
      * COPY    : ESOCIAL
      * OBJETIVO: LAYOUT DO ARQUIVO DE EVENTOS PERIODICOS DO ESOCIAL
      *           GERADO PELO ESOCEXP PARA O TRANSMISSOR: UM HEADER
      *           COM O CNPJ DO EMPREGADOR E O PERIODO DE APURACAO
      *           (TIPO "0"); PARA CADA FUNCIONARIO, A IDENTIFICACAO
      *           DO TRABALHADOR POR EVENTO (TIPO "1", S-1200 OU
      *           S-1210), OS DEMONSTRATIVOS DA REMUNERACAO (TIPO
      *           "2", UM POR PAGAMENTO: FOLHA MENSAL, CADA FRACAO DE
      *           FERIAS OU 13O SALARIO) COM OS SEUS ITENS (TIPO "3",
      *           UM POR RUBRICA, COM A NATUREZA E AS INCIDENCIAS DA
      *           ESOCRUB), OS PAGAMENTOS (TIPO "4") E OS DEPENDENTES
      *           DEDUTIVEIS DO IRRF (TIPO "5") DO S-1210; AO FINAL,
      *           O FECHAMENTO DO PERIODO (TIPO "8", S-1299) E UM
      *           TRAILER COM A QTDE DE REGISTROS (TIPO "9"). O
      *           INDICADOR DE APURACAO E "1" MENSAL OU "2" ANUAL
      *           (13O SALARIO) E O PERIODO E "AAAA-MM" OU "AAAA".
      *           TODOS OS REGISTROS TEM 150 POSICOES.
      *----------------------------------------------------------------*
       01  REGISTRO-ESOCIAL.
           05  ESO-TIPO-REGISTRO           PIC X(01).
               88  ESO-REG-HEADER                     VALUE "0".
               88  ESO-REG-TRABALHADOR                VALUE "1".
               88  ESO-REG-DEMONSTRATIVO              VALUE "2".
               88  ESO-REG-ITEM                       VALUE "3".
               88  ESO-REG-PAGAMENTO                  VALUE "4".
               88  ESO-REG-DEPENDENTE                 VALUE "5".
               88  ESO-REG-FECHAMENTO                 VALUE "8".
               88  ESO-REG-TRAILER                    VALUE "9".
           05  ESO-EVENTO                  PIC X(06).
           05  ESO-IND-APURACAO            PIC X(01).
           05  ESO-PER-APURACAO            PIC X(07).
           05  ESO-CPF                     PIC 9(11).
           05  ESO-MATRICULA               PIC 9(06).
           05  ESO-IDE-DM-DEV              PIC X(20).
           05  ESO-COD-RUBRICA             PIC X(04).
           05  ESO-IDE-TAB-RUBRICA         PIC X(08).
           05  ESO-NATUREZA                PIC 9(04).
           05  ESO-TIPO-RUBRICA            PIC X(01).
           05  ESO-INCID-CP                PIC X(02).
           05  ESO-INCID-IRRF              PIC X(02).
           05  ESO-INCID-FGTS              PIC X(02).
           05  ESO-QTD-RUBRICA             PIC 9(04).
           05  ESO-VALOR-RUBRICA           PIC 9(10)V99.
           05  FILLER                      PIC X(59).

       01  ESOCIAL-HEADER REDEFINES REGISTRO-ESOCIAL.
           05  ESOH-TIPO-REGISTRO          PIC X(01).
           05  ESOH-EVENTO                 PIC X(06).
           05  ESOH-IND-APURACAO           PIC X(01).
           05  ESOH-PER-APURACAO           PIC X(07).
           05  ESOH-TIPO-INSCRICAO         PIC X(01).
           05  ESOH-CNPJ                   PIC 9(14).
           05  ESOH-DATA-GERACAO           PIC 9(08).
           05  ESOH-HORA-GERACAO           PIC 9(06).
           05  FILLER                      PIC X(106).

       01  ESOCIAL-TRABALHADOR REDEFINES REGISTRO-ESOCIAL.
           05  ESOW-TIPO-REGISTRO          PIC X(01).
           05  ESOW-EVENTO                 PIC X(06).
           05  ESOW-IND-APURACAO           PIC X(01).
           05  ESOW-PER-APURACAO           PIC X(07).
           05  ESOW-CPF                    PIC 9(11).
           05  ESOW-MATRICULA              PIC 9(06).
           05  ESOW-NOME                   PIC X(30).
           05  ESOW-QTD-OCORRENCIAS        PIC 9(02).
           05  FILLER                      PIC X(86).

       01  ESOCIAL-DEMONSTRATIVO REDEFINES REGISTRO-ESOCIAL.
           05  ESOM-TIPO-REGISTRO          PIC X(01).
           05  ESOM-EVENTO                 PIC X(06).
           05  ESOM-IND-APURACAO           PIC X(01).
           05  ESOM-PER-APURACAO           PIC X(07).
           05  ESOM-CPF                    PIC 9(11).
           05  ESOM-MATRICULA              PIC 9(06).
           05  ESOM-IDE-DM-DEV             PIC X(20).
           05  ESOM-COD-CATEGORIA          PIC 9(03).
           05  ESOM-COD-LOTACAO            PIC X(06).
           05  ESOM-TOTAL-PROVENTOS        PIC 9(10)V99.
           05  ESOM-TOTAL-DESCONTOS        PIC 9(10)V99.
           05  FILLER                      PIC X(65).

       01  ESOCIAL-PAGAMENTO REDEFINES REGISTRO-ESOCIAL.
           05  ESOP-TIPO-REGISTRO          PIC X(01).
           05  ESOP-EVENTO                 PIC X(06).
           05  ESOP-IND-APURACAO           PIC X(01).
           05  ESOP-PER-APURACAO           PIC X(07).
           05  ESOP-CPF                    PIC 9(11).
           05  ESOP-MATRICULA              PIC 9(06).
           05  ESOP-IDE-DM-DEV             PIC X(20).
           05  ESOP-DATA-PAGTO             PIC 9(08).
           05  ESOP-TIPO-PAGTO             PIC 9(01).
           05  ESOP-PER-REFERENCIA         PIC X(07).
           05  ESOP-VALOR-LIQUIDO          PIC 9(10)V99.
           05  FILLER                      PIC X(70).

       01  ESOCIAL-DEPENDENTE REDEFINES REGISTRO-ESOCIAL.
           05  ESOD-TIPO-REGISTRO          PIC X(01).
           05  ESOD-EVENTO                 PIC X(06).
           05  ESOD-IND-APURACAO           PIC X(01).
           05  ESOD-PER-APURACAO           PIC X(07).
           05  ESOD-CPF                    PIC 9(11).
           05  ESOD-MATRICULA              PIC 9(06).
           05  ESOD-SEQUENCIA              PIC 9(02).
           05  ESOD-NOME                   PIC X(30).
           05  ESOD-DATA-NASCIMENTO        PIC 9(08).
           05  ESOD-TIPO-DEPENDENTE        PIC X(02).
           05  FILLER                      PIC X(76).

       01  ESOCIAL-FECHAMENTO REDEFINES REGISTRO-ESOCIAL.
           05  ESOF-TIPO-REGISTRO          PIC X(01).
           05  ESOF-EVENTO                 PIC X(06).
           05  ESOF-IND-APURACAO           PIC X(01).
           05  ESOF-PER-APURACAO           PIC X(07).
           05  ESOF-EVT-REMUNERACAO        PIC X(01).
           05  ESOF-EVT-PAGAMENTOS         PIC X(01).
           05  ESOF-QTD-TRABALHADORES      PIC 9(06).
           05  ESOF-TOTAL-PROVENTOS        PIC 9(13)V99.
           05  ESOF-TOTAL-DESCONTOS        PIC 9(13)V99.
           05  ESOF-TOTAL-LIQUIDO          PIC 9(13)V99.
           05  FILLER                      PIC X(82).

       01  ESOCIAL-TRAILER REDEFINES REGISTRO-ESOCIAL.
           05  ESOT-TIPO-REGISTRO          PIC X(01).
           05  ESOT-EVENTO                 PIC X(06).
           05  ESOT-IND-APURACAO           PIC X(01).
           05  ESOT-PER-APURACAO           PIC X(07).
           05  ESOT-QTD-REGISTROS          PIC 9(07).
           05  FILLER                      PIC X(128).
