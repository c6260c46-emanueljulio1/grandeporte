      *----------------------------------------------------------------*
      * COPY    : ORCEXT
      * OBJETIVO: LAYOUT DO EXTRATO DE ORCAMENTO DE PESSOAL X
      *           REALIZADO (ORCEXT), GRAVADO PELO ORCREL PARA CARGA
      *           NA PLANILHA DA CONTROLADORIA: AS MESMAS LINHAS DO
      *           RELATORIO, UM REGISTRO POR CENTRO DE CUSTO E
      *           PERIODO ("M" MES DA COMPETENCIA, "A" ACUMULADO NO
      *           ANO). VALORES SEM VIRGULA, COM DUAS DECIMAIS
      *           IMPLICITAS (PERCENTUAL COM UMA); A VARIACAO LEVA O
      *           SINAL NA ULTIMA POSICAO. A SITUACAO E BRANCO,
      *           "E" (ACIMA DA TOLERANCIA) OU "S" (CUSTO SEM
      *           ORCAMENTO). TODOS OS REGISTROS TEM 130 POSICOES.
      *----------------------------------------------------------------*
       01  ORCEXT-REGISTRO.
           05  ORX-COMPETENCIA             PIC 9(06).
           05  ORX-CENTRO-CUSTO            PIC X(06).
           05  ORX-PERIODO                 PIC X(01).
               88  ORX-MES                            VALUE "M".
               88  ORX-ACUMULADO                      VALUE "A".
           05  ORX-HEADCOUNT-ORCADO        PIC 9(05).
           05  ORX-HEADCOUNT-REAL          PIC 9(05).
           05  ORX-BRUTO-ORCADO            PIC 9(11)V99.
           05  ORX-BRUTO-REAL              PIC 9(11)V99.
           05  ORX-ENCARGOS-ORCADO         PIC 9(11)V99.
           05  ORX-ENCARGOS-REAL           PIC 9(11)V99.
           05  ORX-TOTAL-ORCADO            PIC 9(11)V99.
           05  ORX-TOTAL-REAL              PIC 9(11)V99.
           05  ORX-VARIACAO                PIC S9(11)V99
                                           SIGN TRAILING SEPARATE.
           05  ORX-VARIACAO-PERC           PIC S9(03)V9
                                           SIGN TRAILING SEPARATE.
           05  ORX-SITUACAO                PIC X(01).
               88  ORX-DENTRO-ORCAMENTO               VALUE " ".
               88  ORX-ACIMA-TOLERANCIA               VALUE "E".
               88  ORX-SEM-ORCAMENTO                  VALUE "S".
           05  FILLER                      PIC X(09).
