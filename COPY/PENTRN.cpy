      *----------------------------------------------------------------*
      * COPY    : PENTRN
      * OBJETIVO: LAYOUT DO REGISTRO DE TRANSACAO DE MANUTENCAO DO
      *           CADASTRO DE PENSOES ALIMENTICIAS (PENSAO), LIDO
      *           PELO PENMNT. O TIPO INDICA INCLUSAO ("I"),
      *           ALTERACAO ("A") OU EXCLUSAO ("E"). NA ALTERACAO,
      *           CAMPO EM BRANCO OU ZERADO MANTEM O VALOR
      *           CADASTRADO, COMO NAS TRANSACOES DO CONSMNT; OS
      *           DADOS BANCARIOS SO SAO TROCADOS QUANDO A CONTA VEM
      *           INFORMADA, E ENTAO BANCO, AGENCIA, CONTA, DIGITO E
      *           TIPO SAO VALIDADOS JUNTOS. O PERCENTUAL E DIGITADO
      *           COMO 9(03)V99 E O VALOR FIXO COMO 9(07)V99, SEM
      *           VIRGULA (EX.: "03000" = 30,00%; "000050000" =
      *           R$ 500,00), E LIDOS PELAS VISOES NUMERICAS DEPOIS
      *           DA CRITICA DE NUMERICIDADE. A COMPETENCIA DE FIM
      *           EM BRANCO NA INCLUSAO SIGNIFICA PENSAO SEM PRAZO;
      *           NA ALTERACAO, "999999" LIMPA O PRAZO CADASTRADO.
      *----------------------------------------------------------------*
       01  PENTRAN-REGISTRO.
           05  PTRN-TIPO                   PIC X(01).
               88  PTRN-INCLUSAO                      VALUE "I".
               88  PTRN-ALTERACAO                     VALUE "A".
               88  PTRN-EXCLUSAO                      VALUE "E".
           05  PTRN-MATRICULA              PIC X(06).
           05  PTRN-PROCESSO               PIC X(20).
           05  PTRN-BENEF-NOME             PIC X(30).
           05  PTRN-BENEF-CPF              PIC X(11).
           05  PTRN-BANCO                  PIC X(03).
           05  PTRN-AGENCIA                PIC X(04).
           05  PTRN-CONTA                  PIC X(08).
           05  PTRN-CONTA-DV               PIC X(01).
           05  PTRN-TIPO-CONTA             PIC X(01).
           05  PTRN-BASE                   PIC X(01).
           05  PTRN-PERCENTUAL             PIC X(05).
           05  PTRN-PERCENTUAL-N           REDEFINES
               PTRN-PERCENTUAL             PIC 9(03)V99.
           05  PTRN-VALOR-FIXO             PIC X(09).
           05  PTRN-VALOR-FIXO-N           REDEFINES
               PTRN-VALOR-FIXO             PIC 9(07)V99.
           05  PTRN-INCIDE-DECIMO          PIC X(01).
           05  PTRN-INCIDE-FERIAS          PIC X(01).
           05  PTRN-INCIDE-RESCISAO        PIC X(01).
           05  PTRN-DEDUZ-IRRF             PIC X(01).
           05  PTRN-COMP-INICIO            PIC X(06).
           05  PTRN-COMP-FIM               PIC X(06).
           05  FILLER                      PIC X(04).
