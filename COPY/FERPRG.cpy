      *----------------------------------------------------------------*
      * COPY    : FERPRG
      * OBJETIVO: LAYOUT DO REGISTRO DA PROGRAMACAO DE FERIAS
      *           (FOLHA.PROD.FERPRG), QUE CONDUZ O PAGAMENTO DE
      *           FERIAS NO EXEMPLO01 (PARM=FERIAS) NO LUGAR DA
      *           LISTA DE FUNCIONARIOS DO SYSIN. UM REGISTRO POR
      *           FRACAO DE GOZO: FERIAS DIVIDIDAS EM ATE TRES
      *           PERIODOS VEM EM REGISTROS SEPARADOS. A EXECUCAO
      *           DA COMPETENCIA AAAAMM PAGA AS FRACOES CUJO GOZO
      *           COMECA NESSE MES. O PERIODO AQUISITIVO DE
      *           REFERENCIA (INICIO, AAAAMMDD) E OPCIONAL - ZERADO,
      *           O PAGAMENTO CONSOME O PERIODO MAIS ANTIGO COM
      *           SALDO NO FERCTL. OS DIAS DE ABONO PECUNIARIO
      *           (VENDA DE ATE 1/3 DAS FERIAS) SAO PAGOS JUNTO COM
      *           A FRACAO E SAEM DO MESMO SALDO.
      *----------------------------------------------------------------*
       01  FERPRG-REGISTRO.
           05  FPG-MATRICULA               PIC 9(06).
           05  FPG-AQUIS-INICIO            PIC 9(08).
           05  FPG-INICIO-GOZO             PIC 9(08).
           05  FPG-DIAS-GOZO               PIC 9(02).
           05  FPG-DIAS-ABONO              PIC 9(02).
           05  FILLER                      PIC X(14).
