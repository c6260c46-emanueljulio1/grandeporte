      *----------------------------------------------------------------*
      * COPY    : HISTFUN
      * OBJETIVO: LAYOUT DO REGISTRO DO HISTORICO FUNCIONAL
      *           (FOLHA.PROD.HISTFUN), MANTIDO PELO FUNCMNT, COM UM
      *           REGISTRO POR MOVIMENTACAO DO FUNCIONARIO: ADMISSAO
      *           ("A"), PROMOCAO ("P"), RECLASSIFICACAO ("R"),
      *           TRANSFERENCIA DE CENTRO DE CUSTO ("T") E
      *           TRANSFERENCIA ENTRE EMPRESAS DO GRUPO ("E"), CADA
      *           UMA COM A SUA DATA DE VIGENCIA. CHAVE: MATRICULA +
      *           DATA DE VIGENCIA (UMA MOVIMENTACAO POR DIA; UMA
      *           SEGUNDA TRANSACAO NA MESMA DATA CORRIGE A PRIMEIRA).
      *           CLASSE, CENTRO DE CUSTO OU EMPRESA EM BRANCO (OU
      *           EMPRESA ZERADA) SIGNIFICA "NAO ALTERADO NESTA
      *           MOVIMENTACAO": A SITUACAO EM UMA DATA E DADA PELA
      *           ULTIMA CLASSE, PELO ULTIMO CENTRO DE CUSTO E PELA
      *           ULTIMA EMPRESA INFORMADOS EM VIGENCIAS ATE AQUELA
      *           DATA, O QUE PERMITE LANCAR MOVIMENTACOES
      *           RETROATIVAS SEM REFAZER AS POSTERIORES. OS CAMPOS
      *           "ANTERIOR" GUARDAM A SITUACAO NA DATA, APURADA NA
      *           GRAVACAO, PARA O RELATORIO DE MOVIMENTACAO (FUNCMOV).
      *           LIDO PELO EXEMPLO01 (VALOR-HORA, CENTRO DE CUSTO E
      *           EMPRESA DA COMPETENCIA, INCLUSIVE NO RETROATIVO) E
      *           PELO FOLHAEDT (CRITICA DA CLASSE DO MOVIMENTO DE
      *           HORAS).
      *----------------------------------------------------------------*
       01  HISTFUN-REGISTRO.
           05  HFU-CHAVE.
               10  HFU-MATRICULA           PIC 9(06).
               10  HFU-DATA-VIGENCIA       PIC 9(08).
           05  HFU-TIPO-MOVIMENTO          PIC X(01).
               88  HFU-ADMISSAO                       VALUE "A".
               88  HFU-PROMOCAO                       VALUE "P".
               88  HFU-RECLASSIFICACAO                VALUE "R".
               88  HFU-TRANSFERENCIA                  VALUE "T".
               88  HFU-TRANSF-EMPRESA                 VALUE "E".
           05  HFU-CLASSE                  PIC X(03).
           05  HFU-CENTRO-CUSTO            PIC X(06).
           05  HFU-CLASSE-ANTERIOR         PIC X(03).
           05  HFU-CC-ANTERIOR             PIC X(06).
           05  HFU-DATA-INCLUSAO           PIC 9(08).
           05  HFU-EMPRESA                 PIC 9(03).
           05  HFU-EMPRESA-ANTERIOR        PIC 9(03).
           05  FILLER                      PIC X(13).
