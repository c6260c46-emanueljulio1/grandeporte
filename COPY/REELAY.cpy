      * OBJETIVO: LAYOUTS DE LINHA DO RELATORIO DE REAPRESENTACAO
      *           DE PAGAMENTOS (REENVREL), EMITIDO PELO FOLHAREE
      *           COM OS ITENS REAPRESENTADOS, OS MOVIDOS PARA O
      *           RAZAO DE PAGAMENTOS EM ABERTO, OS MANTIDOS NO
      *           REENVIO POR NAO HAVER LOTE DA EMPRESA NA REMESSA E
      *           O AGING DOS ITENS EM ABERTO PARA A TESOURARIA.
      *           CADA LINHA TEM 132 POSICOES.
      *----------------------------------------------------------------*
       01  REN-CABECALHO-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
               "ITENS MOVIDOS PARA ABERTO..: ".
           05  ROD-REN-ABERTOS         PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  REN-RODAPE-3.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "ITENS MANTIDOS NO REENVIO..: ".
           05  ROD-REN-PENDENTES       PIC ZZ.ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.
