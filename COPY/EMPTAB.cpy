      *----------------------------------------------------------------*
      * COPY    : EMPTAB
      * OBJETIVO: LAYOUT DO REGISTRO DA TABELA DE EMPRESAS DO GRUPO
      *           (FOLHA.PROD.EMPTAB), COM UM REGISTRO POR EMPRESA
      *           (CNPJ OU FILIAL) PROCESSADA NA INSTALACAO: CODIGO
      *           DA EMPRESA (O MESMO DO FUNCMSTR E DO HISTFUN),
      *           RAZAO SOCIAL, CNPJ, CONVENIO DO BANCO PARA A
      *           REMESSA DE PAGAMENTOS E OS PERCENTUAIS DOS
      *           ENCARGOS PATRONAIS DA EMPRESA: DEPOSITO DE FGTS
      *           SOBRE O BRUTO E INSS PATRONAL (PARTE DA EMPRESA,
      *           RAT E TERCEIROS). MANTIDA EM ARQUIVO, COMO AS
      *           DEMAIS TABELAS DE PARAMETROS, PARA QUE UMA NOVA
      *           EMPRESA OU UM REAJUSTE DE ALIQUOTA NAO EXIJA
      *           RECOMPILACAO. A EMPRESA 001 E A EMPRESA ORIGINAL DA
      *           INSTALACAO, ASSUMIDA NOS REGISTROS GRAVADOS SEM
      *           CODIGO DE EMPRESA.
      *----------------------------------------------------------------*
       01  EMPTAB-REGISTRO.
           05  EMP-CODIGO                  PIC 9(03).
           05  EMP-RAZAO-SOCIAL            PIC X(40).
           05  EMP-CNPJ                    PIC 9(14).
           05  EMP-CONVENIO-BANCO          PIC X(10).
           05  EMP-PERC-FGTS               PIC 9(02)V99.
           05  EMP-PERC-INSS-PATRONAL      PIC 9(02)V99.
           05  EMP-PERC-RAT                PIC 9(02)V99.
           05  EMP-PERC-TERCEIROS          PIC 9(02)V99.
           05  FILLER                      PIC X(13).
