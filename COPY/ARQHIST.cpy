      *----------------------------------------------------------------*
      * COPY    : ARQHIST
      * OBJETIVO: LAYOUT DO ARQUIVO DE ARQUIVAMENTO ANUAL DO
      *           HISTORICO DE FOLHA (FOLHA.PROD.HISTARQ.A + ANO),
      *           GRAVADO PELO HISTARQ NO ARQUIVAMENTO DE UM ANO
      *           FECHADO E LIDO NO EXPURGO E NA RECARGA DESSE ANO:
      *           UM HEADER COM O ANO E A DATA DO ARQUIVAMENTO
      *           (TIPO "0"), OS REGISTROS DO HISTFOL DO ANO,
      *           INCLUSIVE AS PSEUDO-COMPETENCIAS AAAA13, AAAA14 E
      *           AAAA15 (TIPO "1"), AS RUBRICAS DO HISTRUB DESSAS
      *           COMPETENCIAS (TIPO "2"), AS LINHAS DO LOG DE
      *           EXECUCAO CTRLLOG DO ANO (TIPO "3") E UM TRAILER
      *           COM AS QUANTIDADES E OS TOTAIS PARA CONFERENCIA
      *           (TIPO "9"). CADA REGISTRO LEVA A IMAGEM DO
      *           REGISTRO ORIGINAL SEM ALTERACAO. TODOS OS
      *           REGISTROS TEM 137 POSICOES.
      *----------------------------------------------------------------*
       01  HISTARQ-REGISTRO.
           05  ARQ-TIPO-REGISTRO           PIC X(01).
               88  ARQ-REG-HEADER                     VALUE "0".
               88  ARQ-REG-HISTFOL                    VALUE "1".
               88  ARQ-REG-HISTRUB                    VALUE "2".
               88  ARQ-REG-CTRLLOG                    VALUE "3".
               88  ARQ-REG-TRAILER                    VALUE "9".
           05  ARQ-ANO                     PIC 9(04).
           05  ARQ-IMAGEM                  PIC X(132).

       01  HISTARQ-HEADER REDEFINES HISTARQ-REGISTRO.
           05  ARQH-TIPO-REGISTRO          PIC X(01).
           05  ARQH-ANO                    PIC 9(04).
           05  ARQH-DATA-ARQUIVAMENTO      PIC 9(08).
           05  ARQH-HORA-ARQUIVAMENTO      PIC 9(06).
           05  FILLER                      PIC X(118).

       01  HISTARQ-TRAILER REDEFINES HISTARQ-REGISTRO.
           05  ARQT-TIPO-REGISTRO          PIC X(01).
           05  ARQT-ANO                    PIC 9(04).
           05  ARQT-QTD-HISTFOL            PIC 9(09).
           05  ARQT-SOMA-BRUTO             PIC 9(13)V99.
           05  ARQT-SOMA-INSS              PIC 9(13)V99.
           05  ARQT-SOMA-IRRF              PIC 9(13)V99.
           05  ARQT-SOMA-LIQUIDO           PIC 9(13)V99.
           05  ARQT-QTD-HISTRUB            PIC 9(09).
           05  ARQT-SOMA-RUBRICAS          PIC 9(13)V99.
           05  ARQT-QTD-CTRLLOG            PIC 9(07).
           05  FILLER                      PIC X(32).
