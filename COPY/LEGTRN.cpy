      *----------------------------------------------------------------*
      * COPY    : LEGTRN
      * OBJETIVO: LAYOUT DO REGISTRO DE TRANSACAO DE MANUTENCAO DA
      *           TABELA LEGAL DE DESCONTOS (TABLEG), LIDO PELO
      *           LEGMNT. O TIPO INDICA INCLUSAO ("I"), ALTERACAO
      *           ("A") OU EXCLUSAO ("E") DA VIGENCIA INFORMADA.
      *           VALORES SEM VIRGULA, COM AS CASAS DECIMAIS
      *           IMPLICITAS DO PICTURE (LIMITE 00130200 = 1.302,00;
      *           ALIQUOTA 0075 = 0,075). NA INCLUSAO TODOS OS
      *           CAMPOS SAO OBRIGATORIOS; NA ALTERACAO, CAMPO EM
      *           BRANCO MANTEM O VALOR CADASTRADO, COMO NAS
      *           TRANSACOES DO CALMNT. AS REDEFINICOES "-X" PERMITEM
      *           DISTINGUIR O CAMPO EM BRANCO DO CAMPO ZERADO.
      *----------------------------------------------------------------*
       01  LEGTRAN-REGISTRO.
           05  LTRN-TIPO                   PIC X(01).
               88  LTRN-INCLUSAO                      VALUE "I".
               88  LTRN-ALTERACAO                     VALUE "A".
               88  LTRN-EXCLUSAO                      VALUE "E".
           05  LTRN-COMP-INICIO            PIC 9(06).
           05  LTRN-FAIXA-INSS             OCCURS 4 TIMES.
               10  LTRN-INSS-LIMITE        PIC 9(06)V99.
               10  LTRN-INSS-LIMITE-X      REDEFINES LTRN-INSS-LIMITE
                                           PIC X(08).
               10  LTRN-INSS-ALIQUOTA      PIC 9(01)V999.
               10  LTRN-INSS-ALIQUOTA-X    REDEFINES LTRN-INSS-ALIQUOTA
                                           PIC X(04).
           05  LTRN-FAIXA-IRRF             OCCURS 5 TIMES.
               10  LTRN-IRRF-LIMITE        PIC 9(06)V99.
               10  LTRN-IRRF-LIMITE-X      REDEFINES LTRN-IRRF-LIMITE
                                           PIC X(08).
               10  LTRN-IRRF-ALIQUOTA      PIC 9(01)V999.
               10  LTRN-IRRF-ALIQUOTA-X    REDEFINES LTRN-IRRF-ALIQUOTA
                                           PIC X(04).
               10  LTRN-IRRF-PARCELA       PIC 9(06)V99.
               10  LTRN-IRRF-PARCELA-X     REDEFINES LTRN-IRRF-PARCELA
                                           PIC X(08).
           05  LTRN-DEDUCAO-DEPENDENTE     PIC 9(04)V99.
           05  LTRN-DEDUCAO-DEPENDENTE-X   REDEFINES
                                           LTRN-DEDUCAO-DEPENDENTE
                                           PIC X(06).
           05  LTRN-COTA-SALFAM            PIC 9(04)V99.
           05  LTRN-COTA-SALFAM-X          REDEFINES LTRN-COTA-SALFAM
                                           PIC X(06).
           05  LTRN-TETO-SALFAM            PIC 9(06)V99.
           05  LTRN-TETO-SALFAM-X          REDEFINES LTRN-TETO-SALFAM
                                           PIC X(08).
           05  FILLER                      PIC X(05).
