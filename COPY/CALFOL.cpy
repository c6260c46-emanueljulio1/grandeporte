      *           ROLADA SOBRE FINS DE SEMANA E FERIADOS, VIRA A
      *           DATA DE CREDITO GRAVADA EM CADA DETALHE DA
      *           REMESSA E NO FECHAMENTO DO CTRLFOL.
      *           A FOLHA DE ADIANTAMENTO QUINZENAL (PARM=ADIANT)
      *           USA A DATA DE PAGAMENTO DO ADIANTAMENTO, ROLADA
      *           DA MESMA FORMA, O PERCENTUAL (INTEIRO) DO
      *           SALARIO PREVISTO A ADIANTAR E O DIA DE CORTE DE
      *           ADMISSAO: ADMITIDO APOS ESSE DIA DA COMPETENCIA
      *           FICA FORA DO ADIANTAMENTO (DIA ZERADO ASSUME 15).
      *           COMPETENCIA SEM DATA OU SEM PERCENTUAL NAO RODA
      *           ADIANTAMENTO (RC=32).
      *----------------------------------------------------------------*
       01  CALFOL-REGISTRO.
           05  CAL-COMPETENCIA             PIC 9(06).
           05  CAL-DATA-CORTE              PIC 9(08).
           05  CAL-DATA-PAGAMENTO          PIC 9(08).
           05  CAL-DATA-ADIANTAMENTO       PIC 9(08).
           05  CAL-PERC-ADIANTAMENTO       PIC 9(02).
           05  CAL-DIA-CORTE-ADIANT        PIC 9(02).
           05  FILLER                      PIC X(02).
