      *----------------------------------------------------------------*
      * COPY    : FERCTL
      * OBJETIVO: LAYOUT DO ARQUIVO DE CONTROLE DE FERIAS POR
      *           PERIODO AQUISITIVO (FOLHA.PROD.FERCTL), INDEXADO
      *           POR MATRICULA + INICIO DO PERIODO AQUISITIVO.
      *           OS PERIODOS SAO ABERTOS PELO FERABR A PARTIR DA
      *           DATA DE ADMISSAO DO FUNCMSTR, UM POR ANO DE
      *           CASA, COM O FIM DO AQUISITIVO E O LIMITE DO
      *           PERIODO CONCESSIVO (12 MESES APOS O AQUISITIVO -
      *           GOZO QUE PASSA DESSA DATA E PAGO EM DOBRO).
      *           SITUACAO "A" = AQUISITIVO EM CURSO, "D" = PERIODO
      *           ADQUIRIDO COM SALDO A GOZAR, "Q" = QUITADO.
      *           CADA PAGAMENTO DE FERIAS (EXEMPLO01, PARM=FERIAS)
      *           GRAVA UMA FRACAO DE GOZO (ATE 3 POR PERIODO), COM
      *           OS DIAS DE GOZO, DE ABONO PECUNIARIO E EM DOBRO E
      *           OS VALORES PAGOS; A FRACAO E IDENTIFICADA PELA
      *           DATA DE INICIO DO GOZO, DE MODO QUE UM RESTART OU
      *           REPROCESSO DO MESMO PAGAMENTO SUBSTITUI A FRACAO
      *           EM VEZ DE CONSUMIR O SALDO DE NOVO. DIAS GOZADOS E
      *           DE ABONO SAO A SOMA DAS FRACOES.
      *----------------------------------------------------------------*
       01  FERCTL-REGISTRO.
           05  FER-CHAVE.
               10  FER-MATRICULA           PIC 9(06).
               10  FER-AQUIS-INICIO        PIC 9(08).
           05  FER-AQUIS-FIM               PIC 9(08).
           05  FER-CONCESSIVO-FIM          PIC 9(08).
           05  FER-DIAS-DIREITO            PIC 9(02).
           05  FER-DIAS-GOZADOS            PIC 9(02).
           05  FER-DIAS-ABONO              PIC 9(02).
           05  FER-SITUACAO                PIC X(01).
               88  FER-EM-AQUISICAO                   VALUE "A".
               88  FER-DISPONIVEL                     VALUE "D".
               88  FER-QUITADO                        VALUE "Q".
           05  FER-DATA-ABERTURA           PIC 9(08).
           05  FER-DATA-ULT-PAGTO          PIC 9(08).
           05  FER-QTD-FRACOES             PIC 9(01).
           05  FER-FRACAO                  OCCURS 3 TIMES.
               10  FER-FRAC-INICIO-GOZO    PIC 9(08).
               10  FER-FRAC-DIAS-GOZO      PIC 9(02).
               10  FER-FRAC-DIAS-ABONO     PIC 9(02).
               10  FER-FRAC-DIAS-DOBRO     PIC 9(02).
               10  FER-FRAC-COMP-PAGTO     PIC 9(06).
               10  FER-FRAC-BRUTO          PIC 9(06)V99.
               10  FER-FRAC-INSS           PIC 9(06)V99.
               10  FER-FRAC-IRRF           PIC 9(06)V99.
               10  FER-FRAC-LIQUIDO        PIC 9(06)V99.
           05  FILLER                      PIC X(10).
