      *           O TIPO INDICA INCLUSAO ("I"), ALTERACAO ("A") OU
      *           EXCLUSAO ("E"). NA ALTERACAO, DATA EM BRANCO OU
      *           ZERADA MANTEM O VALOR CADASTRADO, COMO NAS
      *           TRANSACOES DO FUNCMNT. OS CAMPOS DO ADIANTAMENTO
      *           QUINZENAL (DATA, PERCENTUAL E DIA DE CORTE) SAO
      *           OPCIONAIS NA INCLUSAO.
      *----------------------------------------------------------------*
       01  CALTRAN-REGISTRO.
           05  KTRN-TIPO                   PIC X(01).
           05  KTRN-COMPETENCIA            PIC 9(06).
           05  KTRN-DATA-CORTE             PIC X(08).
           05  KTRN-DATA-PAGAMENTO         PIC X(08).
           05  KTRN-DATA-ADIANTAMENTO      PIC X(08).
           05  KTRN-PERC-ADIANTAMENTO      PIC X(02).
           05  KTRN-DIA-CORTE-ADIANT       PIC X(02).
           05  FILLER                      PIC X(05).
