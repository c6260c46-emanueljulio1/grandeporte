      *----------------------------------------------------------------*
      * COPY    : PROVSAL
      * OBJETIVO: LAYOUT DO REGISTRO DO SALDO DE PROVISOES DE FERIAS
      *           E 13O SALARIO POR FUNCIONARIO (FOLHA.PROD.PROVSAL),
      *           MANTIDO PELO FOLHAPRV. CHAVE: MATRICULA.
      *           A CADA COMPETENCIA O FOLHAPRV PROVISIONA 1/12 DO
      *           BRUTO DA FOLHA NORMAL PARA O 13O E 1/12 + 1/3 PARA
      *           AS FERIAS, COM FGTS E INSS PATRONAL (EMPTAB), E
      *           BAIXA A PROVISAO QUANDO O PAGAMENTO ACONTECE: AS
      *           FERIAS PAGAS NO MES (HISTRUB AAAA14), O 13O DO ANO
      *           (HISTFOL AAAA13, BAIXA TOTAL DO SALDO DO ANO) E A
      *           RESCISAO (FUNCIONARIO EXCLUIDO DO FUNCMSTR, BAIXA
      *           TOTAL). OS CAMPOS DE MOVIMENTO GUARDAM O QUE FOI
      *           LANCADO NA COMPETENCIA PRV-COMP-MOVIMENTO, PARA O
      *           RELATORIO E PARA QUE UMA REEXECUCAO DA MESMA
      *           COMPETENCIA RELANCE O CONTABIL SEM RECALCULAR.
      *           A SOMA DOS SALDOS AMARRA COM O SALDO DAS CONTAS DE
      *           PROVISAO 21030101 A 21030104 NA CONTABILIDADE.
      *           PRV-EMPRESA E A EMPRESA DO GRUPO QUE MOVIMENTOU O
      *           SALDO POR ULTIMO (BRANCO NOS SALDOS ANTERIORES A
      *           SEGUNDA EMPRESA, TRATADO COMO EMPRESA 001).
      *----------------------------------------------------------------*
       01  PROVSAL-REGISTRO.
           05  PRV-MATRICULA               PIC 9(06).
           05  PRV-NOME                    PIC X(30).
           05  PRV-CENTRO-CUSTO            PIC X(06).
           05  PRV-SITUACAO                PIC X(01).
               88  PRV-ATIVO                          VALUE "A".
               88  PRV-DESLIGADO                      VALUE "D".
           05  PRV-ANO-DECIMO              PIC 9(04).
           05  PRV-ANO-DECIMO-BAIXADO      PIC 9(04).
           05  PRV-COMP-MOVIMENTO          PIC 9(06).
           05  PRV-SALDOS.
               10  PRV-SALDO-DECIMO        PIC 9(07)V99.
               10  PRV-SALDO-FGTS-DECIMO   PIC 9(07)V99.
               10  PRV-SALDO-PAT-DECIMO    PIC 9(07)V99.
               10  PRV-SALDO-FERIAS        PIC 9(07)V99.
               10  PRV-SALDO-FGTS-FERIAS   PIC 9(07)V99.
               10  PRV-SALDO-PAT-FERIAS    PIC 9(07)V99.
           05  PRV-MOVIMENTO.
               10  PRV-PROV-DECIMO         PIC 9(07)V99.
               10  PRV-PROV-FERIAS         PIC 9(07)V99.
               10  PRV-PROV-FGTS           PIC 9(07)V99.
               10  PRV-PROV-PATRONAL       PIC 9(07)V99.
               10  PRV-BAIXA-DECIMO        PIC 9(07)V99.
               10  PRV-BAIXA-FERIAS        PIC 9(07)V99.
               10  PRV-BAIXA-FGTS          PIC 9(07)V99.
               10  PRV-BAIXA-PATRONAL      PIC 9(07)V99.
           05  PRV-OCORRENCIA              PIC X(01).
               88  PRV-SEM-OCORRENCIA                 VALUE " ".
               88  PRV-DECIMO-BAIXADO                 VALUE "D".
               88  PRV-FERIAS-BAIXADAS                VALUE "F".
               88  PRV-DECIMO-E-FERIAS                VALUE "B".
               88  PRV-RESCISAO-BAIXADA               VALUE "R".
           05  PRV-EMPRESA                 PIC 9(03).
           05  FILLER                      PIC X(17).
