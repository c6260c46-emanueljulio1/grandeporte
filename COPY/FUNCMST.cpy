      *           MANTIDOS PELAS TRANSACOES DO FUNCMNT E GRAVADOS
      *           NA REMESSA BANCARIA - CONTA ZERADA SIGNIFICA
      *           FUNCIONARIO SEM CONTA CADASTRADA, RETIDO NA
      *           CRITICA DO FOLHAEDT. O CPF DO FUNCIONARIO
      *           (ZERADO = NAO INFORMADO) IDENTIFICA O TRABALHADOR
      *           NOS EVENTOS PERIODICOS DO ESOCIAL. A EMPRESA DO
      *           GRUPO (CODIGO DA TABELA EMPTAB) E A EMPRESA ATUAL
      *           DO FUNCIONARIO; EM BRANCO OU ZERADA SIGNIFICA A
      *           EMPRESA 001, A EMPRESA ORIGINAL DA INSTALACAO. A
      *           EMPRESA DE UMA COMPETENCIA PASSADA VEM DO
      *           HISTORICO FUNCIONAL (HISTFUN).
      *----------------------------------------------------------------*
       01  FUNCMST-REGISTRO.
           05  FUNCMST-MATRICULA          PIC 9(06).
           05  FUNCMST-TIPO-CONTA          PIC X(01).
               88  FUNCMST-CONTA-CORRENTE             VALUE "C".
               88  FUNCMST-CONTA-POUPANCA             VALUE "P".
           05  FUNCMST-CPF                 PIC 9(11).
           05  FUNCMST-EMPRESA             PIC 9(03).
           05  FILLER                      PIC X(07).
