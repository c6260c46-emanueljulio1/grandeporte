      *           COMPETENCIA AAAAMM), CARREGANDO HORAS, BRUTO,
      *           INSS, IRRF, LIQUIDO E OS ACUMULADOS DO ANO ATE A
      *           COMPETENCIA. BASE PARA 13O SALARIO, FERIAS E
      *           INFORMES ANUAIS DE RENDIMENTOS. A EMPRESA E A QUE
      *           PAGOU A COMPETENCIA (EM BRANCO NOS REGISTROS
      *           GRAVADOS SEM CODIGO DE EMPRESA = EMPRESA 001).
      *----------------------------------------------------------------*
       01  HISTFOL-REGISTRO.
           05  HIST-CHAVE.
           05  HIST-ACUM-ANO-LIQUIDO       PIC 9(08)V99.
           05  HIST-DATA-CALCULO           PIC 9(08).
           05  HIST-CENTRO-CUSTO           PIC X(06).
           05  HIST-EMPRESA                PIC 9(03).
           05  FILLER                      PIC X(11).
