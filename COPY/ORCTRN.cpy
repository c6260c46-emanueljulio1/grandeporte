      *----------------------------------------------------------------*
      * COPY    : ORCTRN
      * OBJETIVO: LAYOUT DO REGISTRO DE TRANSACAO DE MANUTENCAO DO
      *           ORCAMENTO DE PESSOAL (ORCPES), LIDO PELO ORCMNT.
      *           O TIPO INDICA INCLUSAO ("I"), ALTERACAO ("A") OU
      *           EXCLUSAO ("E"). OS VALORES VEM SEM VIRGULA, COM
      *           DUAS DECIMAIS IMPLICITAS. NA INCLUSAO, CAMPO EM
      *           BRANCO VALE ZERO; NA ALTERACAO, CAMPO EM BRANCO
      *           MANTEM O VALOR CADASTRADO (ZEROS ZERAM O VALOR).
      *----------------------------------------------------------------*
       01  ORCTRAN-REGISTRO.
           05  OTRN-TIPO                   PIC X(01).
               88  OTRN-INCLUSAO                      VALUE "I".
               88  OTRN-ALTERACAO                     VALUE "A".
               88  OTRN-EXCLUSAO                      VALUE "E".
           05  OTRN-CENTRO-CUSTO           PIC X(06).
           05  OTRN-COMPETENCIA            PIC X(06).
           05  OTRN-COMPETENCIA-N          REDEFINES
                                           OTRN-COMPETENCIA.
               10  OTRN-ANO                PIC 9(04).
               10  OTRN-MES                PIC 9(02).
           05  OTRN-HEADCOUNT-X            PIC X(05).
           05  OTRN-HEADCOUNT              REDEFINES
                                           OTRN-HEADCOUNT-X
                                           PIC 9(05).
           05  OTRN-BRUTO-X                PIC X(13).
           05  OTRN-BRUTO                  REDEFINES
                                           OTRN-BRUTO-X
                                           PIC 9(11)V99.
           05  OTRN-ENCARGOS-X             PIC X(13).
           05  OTRN-ENCARGOS               REDEFINES
                                           OTRN-ENCARGOS-X
                                           PIC 9(11)V99.
           05  FILLER                      PIC X(06).
