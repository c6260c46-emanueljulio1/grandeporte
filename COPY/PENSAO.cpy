      *----------------------------------------------------------------*
      * COPY    : PENSAO
      * OBJETIVO: LAYOUT DO REGISTRO DO CADASTRO DE PENSOES
      *           ALIMENTICIAS JUDICIAIS (FOLHA.PROD.PENSAO),
      *           INDEXADO POR MATRICULA DO ALIMENTANTE + NUMERO DO
      *           PROCESSO (NUMERACAO UNICA DO CNJ, SO OS 20
      *           DIGITOS). MANTIDO PELO PENMNT E LIDO PELO CALCULO
      *           DE FOLHA (EXEMPLO01 - FOLHA NORMAL, 13O E FERIAS)
      *           E PELA RESCISAO (FOLHARSC), QUE DESCONTAM A PENSAO
      *           E CREDITAM O VALOR NA CONTA DO BENEFICIARIO PELA
      *           REMESSA BANCARIA. A BASE DE CALCULO E UM
      *           PERCENTUAL DO BRUTO ("B"), UM PERCENTUAL DO
      *           LIQUIDO ("L" - BRUTO MENOS INSS E IRRF, ESTE
      *           CALCULADO SEM A DEDUCAO DA PROPRIA PENSAO) OU UM
      *           VALOR FIXO MENSAL ("F"). AS INDICACOES DE
      *           INCIDENCIA DIZEM SE A SENTENCA ALCANCA O 13O, AS
      *           FERIAS E AS VERBAS RESCISORIAS; A DEDUCAO NA BASE
      *           DO IRRF SO VALE PARA PENSAO FIXADA EM DECISAO
      *           JUDICIAL OU ACORDO HOMOLOGADO (INDICADOR "S").
      *           A PENSAO VIGORA DA COMPETENCIA DE INICIO ATE A
      *           COMPETENCIA DE FIM (ZERADA = SEM PRAZO).
      *----------------------------------------------------------------*
       01  PENSAO-REGISTRO.
           05  PEN-CHAVE.
               10  PEN-MATRICULA           PIC 9(06).
               10  PEN-PROCESSO            PIC X(20).
           05  PEN-BENEF-NOME              PIC X(30).
           05  PEN-BENEF-CPF               PIC 9(11).
           05  PEN-BANCO                   PIC 9(03).
           05  PEN-AGENCIA                 PIC 9(04).
           05  PEN-CONTA                   PIC 9(08).
           05  PEN-CONTA-DV                PIC X(01).
           05  PEN-TIPO-CONTA              PIC X(01).
           05  PEN-BASE                    PIC X(01).
               88  PEN-BASE-BRUTO                     VALUE "B".
               88  PEN-BASE-LIQUIDO                   VALUE "L".
               88  PEN-BASE-FIXO                      VALUE "F".
               88  PEN-BASE-VALIDA                    VALUE "B"
                                                            "L"
                                                            "F".
           05  PEN-PERCENTUAL              PIC 9(03)V99.
           05  PEN-VALOR-FIXO              PIC 9(07)V99.
           05  PEN-INCIDE-DECIMO           PIC X(01).
               88  PEN-SOBRE-DECIMO                   VALUE "S".
           05  PEN-INCIDE-FERIAS           PIC X(01).
               88  PEN-SOBRE-FERIAS                   VALUE "S".
           05  PEN-INCIDE-RESCISAO         PIC X(01).
               88  PEN-SOBRE-RESCISAO                 VALUE "S".
           05  PEN-DEDUZ-IRRF              PIC X(01).
               88  PEN-DEDUTIVEL-IRRF                 VALUE "S".
           05  PEN-COMP-INICIO             PIC 9(06).
           05  PEN-COMP-FIM                PIC 9(06).
           05  PEN-DATA-INCLUSAO           PIC 9(08).
           05  FILLER                      PIC X(10).
