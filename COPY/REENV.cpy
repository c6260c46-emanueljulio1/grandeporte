      *           DO PAGAMENTO (REM-COMPETENCIA-ORIG DO DETALHE
      *           REAPRESENTADO QUANDO PRESENTE, SENAO A DO HEADER
      *           DA REMESSA CONFERIDA) E O MOTIVO DA REJEICAO
      *           INFORMADO PELO BANCO (RET-MOTIVO), ALEM DO TIPO
      *           DO CREDITO E DO PROCESSO DA PENSAO DO DETALHE
      *           (REM-TIPO-CREDITO/REM-PROCESSO). CONSUMIDO PELO
      *           FOLHAREE, QUE ATUALIZA O CONTROLE DE TENTATIVAS E
      *           FUNDE OS ITENS NA PROXIMA REMESSA COM OS DADOS
      *           BANCARIOS ATUALIZADOS DO FUNCMSTR (PAGAMENTO DO
      *           FUNCIONARIO) OU DO CADASTRO DE PENSOES (CREDITO DA
      *           PENSAO AO BENEFICIARIO). REGISTRO DE 132 POSICOES.
      *----------------------------------------------------------------*
       01  REENVIO-REGISTRO.
           05  REE-MATRICULA               PIC 9(06).
           05  REE-VALOR-LIQUIDO           PIC 9(11)V99.
           05  REE-COMPETENCIA             PIC 9(06).
           05  REE-MOTIVO                  PIC X(30).
           05  REE-TIPO-CREDITO            PIC X(01).
               88  REE-CREDITO-SALARIO                VALUE "S"
                                                            SPACE.
               88  REE-CREDITO-PENSAO                 VALUE "P".
           05  REE-PROCESSO                PIC X(20).
           05  FILLER                      PIC X(09).
