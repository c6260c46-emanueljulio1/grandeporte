      *----------------------------------------------------------------*
      * COPY    : ESOCRUB
      * OBJETIVO: LAYOUT DO REGISTRO DA TABELA DE CORRESPONDENCIA
      *           DAS RUBRICAS DA FOLHA COM AS NATUREZAS DO ESOCIAL
      *           (FOLHA.PROD.ESOCRUB), MANTIDA COMO A RUBTAB E
      *           LIDA PELO ESOCEXP. DEVE TER UM REGISTRO PARA CADA
      *           CODIGO DA RUBTAB E PARA CADA CODIGO RESERVADO DAS
      *           VERBAS CALCULADAS PELA FOLHA (FAIXA 9000, VER O
      *           COPY HISTRUB); VERBA SEM CORRESPONDENCIA DEIXA O
      *           FUNCIONARIO FORA DA EXPORTACAO. O TIPO SEGUE A
      *           TABELA DO ESOCIAL: "1" VENCIMENTO, "2" DESCONTO,
      *           "3" INFORMATIVA E "4" INFORMATIVA DEDUTORA. AS
      *           INCIDENCIAS (CONTRIBUICAO PREVIDENCIARIA, IRRF E
      *           FGTS) SAO OS CODIGOS DE DUAS POSICOES DO LEIAUTE.
      *----------------------------------------------------------------*
       01  ESOCRUB-REGISTRO.
           05  ESR-CODIGO                  PIC X(04).
           05  ESR-NATUREZA                PIC 9(04).
           05  ESR-TIPO                    PIC X(01).
               88  ESR-TIPO-VALIDO                    VALUE "1" "2"
                                                            "3" "4".
           05  ESR-INCID-CP                PIC X(02).
           05  ESR-INCID-IRRF              PIC X(02).
           05  ESR-INCID-FGTS              PIC X(02).
           05  FILLER                      PIC X(05).
