      *           MOTIVO ("S" SEM JUSTA CAUSA, "P" PEDIDO DE
      *           DEMISSAO, "J" JUSTA CAUSA); O REGISTRO DO MESTRE
      *           SO E EXCLUIDO PELO FOLHARSC QUANDO A RESCISAO E
      *           PAGA. O CPF E VALIDADO PELOS DOIS DIGITOS
      *           VERIFICADORES (MODULO 11); NA ALTERACAO, CPF EM
      *           BRANCO MANTEM O VALOR CADASTRADO.
      *           A MOVIMENTACAO FUNCIONAL ("M") GRAVA NO HISTORICO
      *           FUNCIONAL (HISTFUN) A PROMOCAO ("P"),
      *           RECLASSIFICACAO ("R") OU TRANSFERENCIA DE CENTRO DE
      *           CUSTO ("T") DA DATA DE VIGENCIA INFORMADA, OU A
      *           SITUACAO INICIAL ("A") DE QUEM FOI ADMITIDO ANTES DO
      *           HISTORICO. NA INCLUSAO, A CLASSE E O CENTRO DE
      *           CUSTO ABREM O HISTORICO NA DATA DE ADMISSAO; NA
      *           ALTERACAO, A TROCA DO CENTRO DE CUSTO E GRAVADA
      *           COMO TRANSFERENCIA (VIGENCIA INFORMADA OU, EM
      *           BRANCO, A DATA DO PROCESSAMENTO) E A CLASSE SO
      *           MUDA PELA MOVIMENTACAO.
      *           A EMPRESA DO GRUPO (CODIGO DA EMPTAB) E INFORMADA NA
      *           INCLUSAO (EM BRANCO = EMPRESA 001) E SO MUDA PELA
      *           MOVIMENTACAO DE TRANSFERENCIA ENTRE EMPRESAS ("E"),
      *           QUE PODE TRAZER TAMBEM O NOVO CENTRO DE CUSTO.
      *----------------------------------------------------------------*
       01  FUNCTRAN-REGISTRO.
           05  TRAN-TIPO                   PIC X(01).
               88  TRAN-INCLUSAO                      VALUE "I".
               88  TRAN-ALTERACAO                     VALUE "A".
               88  TRAN-EXCLUSAO                      VALUE "E".
               88  TRAN-MOVIMENTACAO                  VALUE "M".
           05  TRAN-MATRICULA              PIC 9(06).
           05  TRAN-NOME                   PIC X(30).
           05  TRAN-DATA-ADMISSAO          PIC 9(08).
           05  TRAN-TIPO-CONTA             PIC X(01).
           05  TRAN-DATA-DESLIGAMENTO      PIC X(08).
           05  TRAN-MOTIVO-DESLIG          PIC X(01).
           05  TRAN-CPF                    PIC X(11).
           05  TRAN-CLASSE                 PIC X(03).
           05  TRAN-DATA-VIGENCIA          PIC X(08).
           05  TRAN-TIPO-MOVIMENTO         PIC X(01).
           05  TRAN-EMPRESA                PIC X(03).
