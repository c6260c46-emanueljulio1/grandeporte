000010*----------------------------------------------------------------*
000020* PROGRAMA: CTRLCNV
000030* AUTHOR  : EMANUEL
000040* INSTAL. : DEPARTAMENTO DE FOLHA DE PAGAMENTO
000050* DATA    : 08.04.2024
000060*----------------------------------------------------------------*
000070* OBJETIVO: CONVERSAO UNICA DO ARQUIVO DE CONTROLE DE FECHAMENTO
000080*           (CTRLFOL) PARA A CHAVE COM A EMPRESA DO GRUPO
000090*           (COMPETENCIA + TIPO DE FOLHA + EMPRESA, 10 POSICOES).
000100*           LE O CTRLFOL ANTERIOR (CTRLANT, CHAVE COMPETENCIA +
000110*           TIPO DE FOLHA, 7 POSICOES) NA ORDEM DA CHAVE E GRAVA
000120*           CADA REGISTRO NO NOVO CLUSTER (CTRLFOL, DEFINIDO
000130*           VAZIO PELO JOB) NO LAYOUT ATUAL, COM A EMPRESA 001 -
000140*           A EMPRESA ORIGINAL DA INSTALACAO. SITUACAO, DATAS E
000150*           TOTAIS SAO COPIADOS CAMPO A CAMPO.
000160*
000170*           O JOB SO TROCA OS NOMES DOS CLUSTERS COM RC=00. UM
000180*           CTRLANT JA CONVERTIDO (CHAVE DE 10 POSICOES) NAO
000190*           ABRE E TERMINA COM RC=24 SEM ALTERAR NADA.
000200*----------------------------------------------------------------*
000210* HISTORICO DE ALTERACOES
000220*----------------------------------------------------------------*
000230* DATA       INIC.  DESCRICAO
000240* ---------- ------ -------------------------------------------
000250* 08.04.2024 EJ     VERSAO ORIGINAL.
000260*----------------------------------------------------------------*
000270
000280*----------------------------------------------------------------*
000290 IDENTIFICATION                      DIVISION.
000300*----------------------------------------------------------------*
000310 PROGRAM-ID.                         CTRLCNV.
000320 AUTHOR.                             EMANUEL.
000330 INSTALLATION.                       DEPTO FOLHA DE PAGAMENTO.
000340 DATE-WRITTEN.                       08.04.2024.
000350 DATE-COMPILED.                      08.04.2024.
000360*----------------------------------------------------------------*
000370 ENVIRONMENT                         DIVISION.
000380*----------------------------------------------------------------*
000390 CONFIGURATION                       SECTION.
000400 SPECIAL-NAMES.
000410     DECIMAL-POINT IS COMMA.
000420*----------------------------------------------------------------*
000430 INPUT-OUTPUT                        SECTION.
000440*----------------------------------------------------------------*
000450 FILE-CONTROL.
000460     SELECT CTRLANT                  ASSIGN TO "CTRLANT"
000470                                      ORGANIZATION IS INDEXED
000480                                      ACCESS MODE IS SEQUENTIAL
000490                                      RECORD KEY IS
000500                                         CTA-CHAVE
000510                                      FILE STATUS IS
000520                                         CTRLANT-STATUS.
000530     SELECT CTRLFOL                  ASSIGN TO "CTRLFOL"
000540                                      ORGANIZATION IS INDEXED
000550                                      ACCESS MODE IS SEQUENTIAL
000560                                      RECORD KEY IS
000570                                         CTRL-CHAVE
000580                                      FILE STATUS IS
000590                                         CTRLFOL-STATUS.
000600*----------------------------------------------------------------*
000610 DATA                                DIVISION.
000620*----------------------------------------------------------------*
000630 FILE                                SECTION.
000640*    LAYOUT DO CTRLFOL ANTERIOR A EMPRESA NA CHAVE
000650 FD  CTRLANT.
000660 01  CTRLANT-REGISTRO.
000670     05  CTA-CHAVE.
000680         10  CTA-COMPETENCIA         PIC 9(06).
000690         10  CTA-TIPO-FOLHA          PIC X(01).
000700     05  CTA-SITUACAO                PIC X(01).
000710     05  CTA-DATA-FECHAMENTO         PIC 9(08).
000720     05  CTA-HORA-FECHAMENTO         PIC 9(06).
000730     05  CTA-CONTFUNC                PIC 9(05).
000740     05  CTA-SOMASAL                 PIC 9(12)V99.
000750     05  CTA-SOMASAL-LIQUIDO         PIC 9(12)V99.
000760     05  CTA-REMESSA-GERACAO         PIC X(08).
000770     05  CTA-QTD-EXECUCOES           PIC 9(03).
000780     05  CTA-REPROC-USUARIO          PIC X(08).
000790     05  CTA-SOMA-FGTS               PIC 9(12)V99.
000800     05  CTA-SOMA-PATRONAL           PIC 9(12)V99.
000810     05  CTA-DATA-CREDITO            PIC 9(08).
000820     05  FILLER                      PIC X(10).
000830 FD  CTRLFOL.
000840     COPY CTRLFOL.
000850*----------------------------------------------------------------*
000860 WORKING-STORAGE                     SECTION.
000870*----------------------------------------------------------------*
000880 77  CTRLANT-STATUS                  PIC X(02).
000890 77  CTRLFOL-STATUS                  PIC X(02).
000900 77  CONTLIDOS                       PIC 9(05) COMP.
000910 77  CONTGRAVADOS                    PIC 9(05) COMP.
000920 77  CONTERRO                        PIC 9(05) COMP.
000930
000940 01  SW-ERRO-NA-ABERTURA             PIC X(01).
000950     88  ERRO-NA-ABERTURA                        VALUE "S".
000960     88  SEM-ERRO-NA-ABERTURA                    VALUE "N".
000970
000980 01  SW-FIM-CTRLANT                  PIC X(01).
000990     88  FIM-CTRLANT                              VALUE "S".
001000     88  NAO-FIM-CTRLANT                          VALUE "N".
001010*----------------------------------------------------------------*
001020 PROCEDURE                           DIVISION.
001030*----------------------------------------------------------------*
001040 0000-PRINCIPAL.
001050
001060     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
001070     IF SEM-ERRO-NA-ABERTURA
001080        PERFORM 2000-CONVERTER-REGISTRO
001090            THRU 2000-CONVERTER-REGISTRO-EXIT
001100            UNTIL FIM-CTRLANT
001110        PERFORM 3000-TERMINO
001120     END-IF
001130     STOP RUN
001140     .
001150
001160*----------------------------------------------------------------*
001170*                   Inicializar o Programa e Abrir o CTRLFOL
001180*                   Anterior e o Novo Cluster
001190*----------------------------------------------------------------*
001200 1000-INICIALIZAR.
001210
001220     MOVE ZERO                       TO CONTLIDOS
001230     MOVE ZERO                       TO CONTGRAVADOS
001240     MOVE ZERO                       TO CONTERRO
001250     SET NAO-FIM-CTRLANT             TO TRUE
001260     SET SEM-ERRO-NA-ABERTURA        TO TRUE
001270     OPEN INPUT CTRLANT
001280     IF CTRLANT-STATUS NOT = "00"
001290        DISPLAY "RC 24 - ERRO AO ABRIR CTRLANT - FILE STATUS "
001300           CTRLANT-STATUS
001310        MOVE 24                      TO RETURN-CODE
001320        SET ERRO-NA-ABERTURA         TO TRUE
001330        GO TO 1000-INICIALIZAR-EXIT
001340     END-IF
001350     OPEN OUTPUT CTRLFOL
001360     IF CTRLFOL-STATUS NOT = "00"
001370        DISPLAY "RC 24 - ERRO AO ABRIR CTRLFOL - FILE STATUS "
001380           CTRLFOL-STATUS
001390        MOVE 24                      TO RETURN-CODE
001400        SET ERRO-NA-ABERTURA         TO TRUE
001410        GO TO 1000-INICIALIZAR-EXIT
001420     END-IF
001430     .
001440 1000-INICIALIZAR-EXIT.
001450     EXIT.
001460
001470*----------------------------------------------------------------*
001480*                   Ler o Proximo Registro do CTRLFOL Anterior
001490*                   e Grava-Lo no Novo Layout com a Empresa 001
001500*----------------------------------------------------------------*
001510 2000-CONVERTER-REGISTRO.
001520
001530     READ CTRLANT
001540         AT END
001550             SET FIM-CTRLANT          TO TRUE
001560             GO TO 2000-CONVERTER-REGISTRO-EXIT
001570     END-READ
001580     COMPUTE CONTLIDOS = CONTLIDOS + 1
001590     MOVE SPACES                     TO CTRLFOL-REGISTRO
001600     MOVE CTA-COMPETENCIA            TO CTRL-COMPETENCIA
001610     MOVE CTA-TIPO-FOLHA             TO CTRL-TIPO-FOLHA
001620     MOVE 1                          TO CTRL-EMPRESA
001630     MOVE CTA-SITUACAO               TO CTRL-SITUACAO
001640     MOVE CTA-DATA-FECHAMENTO        TO CTRL-DATA-FECHAMENTO
001650     MOVE CTA-HORA-FECHAMENTO        TO CTRL-HORA-FECHAMENTO
001660     MOVE CTA-CONTFUNC               TO CTRL-CONTFUNC
001670     MOVE CTA-SOMASAL                TO CTRL-SOMASAL
001680     MOVE CTA-SOMASAL-LIQUIDO        TO CTRL-SOMASAL-LIQUIDO
001690     MOVE CTA-REMESSA-GERACAO        TO CTRL-REMESSA-GERACAO
001700     MOVE CTA-QTD-EXECUCOES          TO CTRL-QTD-EXECUCOES
001710     MOVE CTA-REPROC-USUARIO         TO CTRL-REPROC-USUARIO
001720     MOVE CTA-SOMA-FGTS              TO CTRL-SOMA-FGTS
001730     MOVE CTA-SOMA-PATRONAL          TO CTRL-SOMA-PATRONAL
001740     MOVE CTA-DATA-CREDITO           TO CTRL-DATA-CREDITO
001750     WRITE CTRLFOL-REGISTRO
001760         INVALID KEY
001770             DISPLAY "COMPETENCIA " CTA-COMPETENCIA " TIPO "
001780                CTA-TIPO-FOLHA " ERRO NA GRAVACAO NO NOVO "
001790                "CTRLFOL - FILE STATUS " CTRLFOL-STATUS
001800             COMPUTE CONTERRO = CONTERRO + 1
001810             GO TO 2000-CONVERTER-REGISTRO-EXIT
001820     END-WRITE
001830     COMPUTE CONTGRAVADOS = CONTGRAVADOS + 1
001840     .
001850 2000-CONVERTER-REGISTRO-EXIT.
001860     EXIT.
001870
001880*----------------------------------------------------------------*
001890*                   Terminar o Programa
001900*----------------------------------------------------------------*
001910 3000-TERMINO.
001920
001930     DISPLAY "REGISTROS LIDOS NO CTRLANT.....: " CONTLIDOS
001940     DISPLAY "GRAVADOS NO NOVO CTRLFOL (001).: " CONTGRAVADOS
001950     DISPLAY "ERROS DE GRAVACAO..............: " CONTERRO
001960     MOVE ZERO                       TO RETURN-CODE
001970     IF CONTERRO > ZERO
001980        DISPLAY "RC 12 - ERRO NA GRAVACAO DO NOVO CTRLFOL - "
001990           "CLUSTERS NAO TROCADOS"
002000        MOVE 12                      TO RETURN-CODE
002010     END-IF
002020     IF RETURN-CODE = ZERO
002030        DISPLAY "*---------------------------------------*"
002040        DISPLAY "*          TERMINO NORMAL                *"
002050        DISPLAY "*---------------------------------------*"
002060     END-IF
002070     CLOSE CTRLANT
002080     CLOSE CTRLFOL
002090     .
