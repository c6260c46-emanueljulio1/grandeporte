      *----------------------------------------------------------------*
      * COPY    : PENHIST
      * OBJETIVO: LAYOUT DO REGISTRO DO HISTORICO DE DESCONTOS DE
      *           PENSAO ALIMENTICIA (FOLHA.PROD.PENHIST), GRAVADO
      *           PELO EXEMPLO01 (FOLHA NORMAL "N", 13O "D" E FERIAS
      *           "F") E PELO FOLHARSC (RESCISAO "R"), UM REGISTRO
      *           POR PROCESSO EM CADA PAGAMENTO, COM A BASE, O
      *           VALOR CALCULADO PELA SENTENCA, O VALOR EFETIVAMENTE
      *           DESCONTADO (LIMITADO AO LIQUIDO DO FUNCIONARIO) E
      *           A CONTA DO BENEFICIARIO CREDITADA NA REMESSA. E A
      *           FONTE DO DEMONSTRATIVO POR PROCESSO PARA O JUIZO
      *           (PENREL). CHAVE: MATRICULA + PROCESSO + COMPETENCIA
      *           DO PAGAMENTO (AAAAMM DO PARM) + TIPO DE FOLHA +
      *           REFERENCIA (NAS FERIAS, O INICIO DO GOZO DA
      *           FRACAO; ZERO NOS DEMAIS TIPOS). UM RESTART OU
      *           REPROCESSO REGRAVA O MESMO REGISTRO. A COMPETENCIA
      *           DO HISTFOL (AAAAMM, AAAA13, AAAA14 OU AAAA15) VAI
      *           FORA DA CHAVE.
      *----------------------------------------------------------------*
       01  PENHIST-REGISTRO.
           05  PHI-CHAVE.
               10  PHI-MATRICULA           PIC 9(06).
               10  PHI-PROCESSO            PIC X(20).
               10  PHI-COMP-PAGTO          PIC 9(06).
               10  PHI-TIPO-FOLHA          PIC X(01).
                   88  PHI-FOLHA-NORMAL               VALUE "N".
                   88  PHI-FOLHA-DECIMO               VALUE "D".
                   88  PHI-FOLHA-FERIAS               VALUE "F".
                   88  PHI-FOLHA-RESCISAO             VALUE "R".
               10  PHI-REFERENCIA          PIC 9(08).
           05  PHI-COMPETENCIA             PIC 9(06).
           05  PHI-BENEF-NOME              PIC X(30).
           05  PHI-BENEF-CPF               PIC 9(11).
           05  PHI-BASE                    PIC X(01).
           05  PHI-PERCENTUAL              PIC 9(03)V99.
           05  PHI-VALOR-BASE              PIC 9(08)V99.
           05  PHI-VALOR-CALCULADO         PIC 9(07)V99.
           05  PHI-VALOR-RETIDO            PIC 9(07)V99.
           05  PHI-DEDUZ-IRRF              PIC X(01).
           05  PHI-BANCO                   PIC 9(03).
           05  PHI-AGENCIA                 PIC 9(04).
           05  PHI-CONTA                   PIC 9(08).
           05  PHI-CONTA-DV                PIC X(01).
           05  PHI-DATA-CALCULO            PIC 9(08).
           05  FILLER                      PIC X(10).
