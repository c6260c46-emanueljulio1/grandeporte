      *           FGTS (FGTSREM), GRAVADO PELO EXEMPLO01 COM UM
      *           REGISTRO POR FUNCIONARIO DA COMPETENCIA (BRUTO E
      *           VALOR DO DEPOSITO), BASE PARA A EMISSAO DA GUIA
      *           DE RECOLHIMENTO PELO DEPARTAMENTO FISCAL. CADA
      *           REGISTRO CARREGA A EMPRESA DO GRUPO (TABELA
      *           EMPTAB), POIS A GUIA E EMITIDA POR CNPJ.
      *----------------------------------------------------------------*
       01  FGTSREM-REGISTRO.
           05  FGR-COMPETENCIA             PIC 9(06).
           05  FGR-NOME                    PIC X(30).
           05  FGR-SALARIO-BRUTO           PIC 9(09)V99.
           05  FGR-VALOR-FGTS              PIC 9(09)V99.
           05  FGR-EMPRESA                 PIC 9(03).
           05  FILLER                      PIC X(13).
