      *----------------------------------------------------------------*
      * COPY    : HISTRUB
      * OBJETIVO: LAYOUT DO REGISTRO DO HISTORICO DE RUBRICAS DA
      *           FOLHA (FOLHA.PROD.HISTRUB), O DETALHE DO HISTFOL:
      *           GRAVADO PELO EXEMPLO01 JUNTO COM O REGISTRO DO
      *           HISTFOL, COM UM REGISTRO POR VERBA PAGA OU
      *           DESCONTADA DO FUNCIONARIO NA EXECUCAO - AS MESMAS
      *           LINHAS DO HOLERITE. CHAVE: MATRICULA + COMPETENCIA
      *           DO HISTFOL (AAAAMM, AAAA13 OU AAAA14) + COMPETENCIA
      *           EM QUE FOI PAGO (AAAAMM DO PARM) + REFERENCIA (NAS
      *           FERIAS, O INICIO DO GOZO DA FRACAO; ZERO NOS DEMAIS
      *           TIPOS) + CODIGO DA RUBRICA. UM RESTART OU
      *           REPROCESSO SUBSTITUI AS VERBAS DO MESMO PAGAMENTO.
      *           AS RUBRICAS DO MOVIMENTO LEVAM O CODIGO DA RUBTAB;
      *           AS VERBAS CALCULADAS PELA FOLHA LEVAM OS CODIGOS
      *           RESERVADOS ABAIXO (FAIXA 9000, FORA DA RUBTAB):
      *              9001 SALARIO NORMAL (QTDE = HORAS NORMAIS)
      *              9002 SALARIO EXTRA 50% (QTDE = HORAS EXTRAS)
      *              9003 13O SALARIO
      *              9004 FERIAS + 1/3 (QTDE = DIAS DE GOZO)
      *              9005 DOBRA DE FERIAS + 1/3 (QTDE = DIAS)
      *              9006 ABONO PECUNIARIO + 1/3 (QTDE = DIAS)
      *              9008 SALARIO-FAMILIA
      *              9010 INSS DO EMPREGADO
      *              9011 IRRF
      *              9012 DESCONTO CONSIGNADO
      *              9013 ADIANTAMENTO SALARIAL DESCONTADO
      *              9014 PENSAO ALIMENTICIA (SOMA DOS PROCESSOS;
      *                   O DETALHE POR PROCESSO FICA NO PENHIST)
      *           O TIPO INDICA PROVENTO ("P") OU DESCONTO ("D").
      *----------------------------------------------------------------*
       01  HISTRUB-REGISTRO.
           05  HRB-CHAVE.
               10  HRB-MATRICULA           PIC 9(06).
               10  HRB-COMPETENCIA         PIC 9(06).
               10  HRB-COMP-PAGTO          PIC 9(06).
               10  HRB-REFERENCIA          PIC 9(08).
               10  HRB-CODIGO              PIC X(04).
           05  HRB-DESCRICAO               PIC X(30).
           05  HRB-TIPO                    PIC X(01).
               88  HRB-PROVENTO                       VALUE "P".
               88  HRB-DESCONTO                       VALUE "D".
           05  HRB-QUANTIDADE              PIC 9(04).
           05  HRB-VALOR                   PIC 9(09)V99.
           05  HRB-DATA-CALCULO            PIC 9(08).
           05  HRB-CENTRO-CUSTO            PIC X(06).
           05  FILLER                      PIC X(10).
