000010*----------------------------------------------------------------*
000020* PROGRAMA: HISTARQ
000030* AUTHOR  : EMANUEL
000040* INSTAL. : DEPARTAMENTO DE FOLHA DE PAGAMENTO
000050* DATA    : 01.04.2024
000060*----------------------------------------------------------------*
000070* OBJETIVO: ARQUIVAR, EXPURGAR E RECARREGAR UM ANO FECHADO DO
000080*           HISTORICO DE FOLHA, PARA QUE O HISTFOL, O HISTRUB E
000090*           O LOG DE EXECUCAO CTRLLOG NAO CRESCAM SEM LIMITE.
000100*
000110*           PARM: 'FUNCAO AAAA'
000111*           ARQUIVAR   - CONFERE NO CTRLFOL QUE O ANO ESTA
000112*                        COMPLETO EM CADA EMPRESA (DOZE FOLHAS
000113*                        NORMAIS "N" E O 13O "D" FECHADOS DESDE
000114*                        A PRIMEIRA COMPETENCIA CONTROLADA DA
000115*                        EMPRESA, NENHUMA OUTRA FOLHA DO ANO EM
000116*                        ABERTO) E GRAVA NO ARQUIVO
000160*                        DO ANO (HISTARQ) OS REGISTROS DO
000170*                        HISTFOL E DO HISTRUB DAS COMPETENCIAS
000180*                        AAAA01 A AAAA15 E AS LINHAS DO CTRLLOG
000190*                        DO ANO, COM HEADER E TRAILER DE
000200*                        CONTROLE. NAO ALTERA OS ARQUIVOS.
000210*           EXPURGAR   - CONFERE O ARQUIVO DO ANO CONTRA O SEU
000220*                        TRAILER, EXCLUI DO HISTFOL E DO HISTRUB
000230*                        OS REGISTROS ARQUIVADOS E COPIA O
000240*                        CTRLLOG SEM AS LINHAS DO ANO PARA O
000250*                        CTRLNOVO (DEVOLVIDO AO CTRLLOG NO
000260*                        PASSO SEGUINTE DO JOB).
000270*           RECARREGAR - CONFERE O ARQUIVO DO ANO E DEVOLVE OS
000280*                        REGISTROS AO HISTFOL E AO HISTRUB (PARA
000290*                        REEMISSAO DE INFORME OU AUDITORIA);
000300*                        OS JA EXISTENTES SAO MANTIDOS. AS
000310*                        LINHAS DO CTRLLOG FICAM SO NO ARQUIVO.
000320*
000330*           O ANO CORRENTE E O ANTERIOR FICAM SEMPRE NO HISTFOL
000340*           (MEDIAS DE FERIAS E RESCISAO DOS DOZE MESES
000350*           ANTERIORES E INFORME DE RENDIMENTOS DO ANO
000360*           ANTERIOR) E NAO PODEM SER ARQUIVADOS NEM EXPURGADOS.
000370*           A GUARDA LEGAL DO ANO ARQUIVADO E FEITA PELO PRAZO
000380*           DE RETENCAO DO ARQUIVO HISTARQ, DEFINIDO NO JCL.
000390*
000400*           EMITE O RELATORIO DE CONTROLE ARQREL COM OS
000410*           REGISTROS E OS TOTAIS MOVIDOS POR COMPETENCIA.
000420*----------------------------------------------------------------*
000430* HISTORICO DE ALTERACOES
000440*----------------------------------------------------------------*
000450* DATA       INIC.  DESCRICAO
000460* ---------- ------ -------------------------------------------
000470* 01.04.2024 EJ     VERSAO ORIGINAL.
000471* 08.04.2024 EJ     CONFERENCIA DO ANO NO CTRLFOL POR EMPRESA,
000472*                   CADA UMA DESDE A SUA PRIMEIRA COMPETENCIA.
000480*----------------------------------------------------------------*
000490
000500*----------------------------------------------------------------*
000510 IDENTIFICATION                      DIVISION.
000520*----------------------------------------------------------------*
000530 PROGRAM-ID.                         HISTARQ.
000540 AUTHOR.                             EMANUEL.
000550 INSTALLATION.                       DEPTO FOLHA DE PAGAMENTO.
000560 DATE-WRITTEN.                       01.04.2024.
000570 DATE-COMPILED.                      01.04.2024.
000580*----------------------------------------------------------------*
000590 ENVIRONMENT                         DIVISION.
000600*----------------------------------------------------------------*
000610 CONFIGURATION                       SECTION.
000620 SPECIAL-NAMES.
000630     DECIMAL-POINT IS COMMA.
000640*----------------------------------------------------------------*
000650 INPUT-OUTPUT                        SECTION.
000660*----------------------------------------------------------------*
000670 FILE-CONTROL.
000680     SELECT CTRLFOL                  ASSIGN TO "CTRLFOL"
000690                                      ORGANIZATION IS INDEXED
000700                                      ACCESS MODE IS DYNAMIC
000710                                      RECORD KEY IS
000720                                         CTRL-CHAVE
000730                                      FILE STATUS IS
000740                                         CTRLFOL-STATUS.
000750     SELECT HISTFOL                  ASSIGN TO "HISTFOL"
000760                                      ORGANIZATION IS INDEXED
000770                                      ACCESS MODE IS DYNAMIC
000780                                      RECORD KEY IS
000790                                         HIST-CHAVE
000800                                      FILE STATUS IS
000810                                         HISTFOL-STATUS.
000820     SELECT HISTRUB                  ASSIGN TO "HISTRUB"
000830                                      ORGANIZATION IS INDEXED
000840                                      ACCESS MODE IS DYNAMIC
000850                                      RECORD KEY IS
000860                                         HRB-CHAVE
000870                                      FILE STATUS IS
000880                                         HISTRUB-STATUS.
000890     SELECT CTRLLOG                  ASSIGN TO "CTRLLOG"
000900                                      ORGANIZATION IS
000910                                         LINE SEQUENTIAL
000920                                      FILE STATUS IS
000930                                         CTRLLOG-STATUS.
000940     SELECT CTRLNOVO                 ASSIGN TO "CTRLNOVO"
000950                                      ORGANIZATION IS
000960                                         LINE SEQUENTIAL
000970                                      FILE STATUS IS
000980                                         CTRLNOVO-STATUS.
000990     SELECT ARQUIVO                  ASSIGN TO "ARQUIVO"
001000                                      ORGANIZATION IS
001010                                         LINE SEQUENTIAL
001020                                      FILE STATUS IS
001030                                         ARQUIVO-STATUS.
001040     SELECT ARQREL                   ASSIGN TO "ARQREL"
001050                                      ORGANIZATION IS
001060                                         LINE SEQUENTIAL
001070                                      FILE STATUS IS
001080                                         ARQREL-STATUS.
001090*----------------------------------------------------------------*
001100 DATA                                DIVISION.
001110*----------------------------------------------------------------*
001120 FILE                                SECTION.
001130 FD  CTRLFOL.
001140     COPY CTRLFOL.
001150 FD  HISTFOL.
001160     COPY HISTFOL.
001170 FD  HISTRUB.
001180     COPY HISTRUB.
001190 FD  CTRLLOG.
001200 01  LINHA-CTRLLOG                   PIC X(132).
001210 FD  CTRLNOVO.
001220 01  LINHA-CTRLNOVO                  PIC X(132).
001230 FD  ARQUIVO.
001240     COPY ARQHIST.
001250 FD  ARQREL.
001260 01  LINHA-ARQREL                    PIC X(132).
001270*----------------------------------------------------------------*
001280 WORKING-STORAGE                     SECTION.
001290*----------------------------------------------------------------*
001300     COPY ARQLAY.
001310
001320 77  CTRLFOL-STATUS                  PIC X(02).
001330 77  HISTFOL-STATUS                  PIC X(02).
001340 77  HISTRUB-STATUS                  PIC X(02).
001350 77  CTRLLOG-STATUS                  PIC X(02).
001360 77  CTRLNOVO-STATUS                 PIC X(02).
001370 77  ARQUIVO-STATUS                  PIC X(02).
001380 77  ARQREL-STATUS                   PIC X(02).
001390 77  PARM-LINHA-COMANDO              PIC X(40).
001400 77  PARM-FUNCAO                     PIC X(10).
001410 77  PARM-ANO                        PIC X(04).
001420 77  ANOS-RETENCAO-ONLINE            PIC 9(02) VALUE 2.
001430 77  ANO-ARQUIVO                     PIC 9(04).
001440 77  ANO-EXECUCAO                    PIC 9(04).
001450 77  ANO-LIMITE                      PIC 9(04).
001460 77  MES-CONFERENCIA                 PIC 9(02).
001470 77  COMPETENCIA-CONFERENCIA         PIC 9(06).
001480 77  TIPO-CONFERENCIA                PIC X(01).
001490 77  PRIMEIRA-COMPETENCIA            PIC 9(06).
001500 77  CONTPEND                        PIC 9(05) COMP.
001510 77  TCM-SUB                         PIC 9(02) COMP.
001520 77  TOT-REGISTROS                   PIC 9(09).
001530 77  TOT-IGNORADOS                   PIC 9(09).
001540 77  TOT-BRUTO                       PIC 9(13)V99.
001550 77  TOT-INSS                        PIC 9(13)V99.
001560 77  TOT-IRRF                        PIC 9(13)V99.
001570 77  TOT-LIQUIDO                     PIC 9(13)V99.
001580 77  RUB-REGISTROS                   PIC 9(09).
001590 77  RUB-IGNORADOS                   PIC 9(09).
001600 77  RUB-VALOR                       PIC 9(13)V99.
001610 77  LOG-REGISTROS                   PIC 9(07).
001620 77  LOG-IGNORADOS                   PIC 9(07).
001630 77  VAL-QTD-HISTFOL                 PIC 9(09).
001640 77  VAL-SOMA-BRUTO                  PIC 9(13)V99.
001650 77  VAL-SOMA-INSS                   PIC 9(13)V99.
001660 77  VAL-SOMA-IRRF                   PIC 9(13)V99.
001670 77  VAL-SOMA-LIQUIDO                PIC 9(13)V99.
001680 77  VAL-QTD-HISTRUB                 PIC 9(09).
001690 77  VAL-SOMA-RUBRICAS               PIC 9(13)V99.
001700 77  VAL-QTD-CTRLLOG                 PIC 9(07).
001710 77  VAL-QTD-OUTRO-ANO               PIC 9(07).
001720 77  DATA-EXECUCAO                   PIC 9(08).
001730 77  HORA-EXECUCAO                   PIC 9(08).
001740 77  DATA-EXECUCAO-FMT               PIC X(10).
001741 77  EMPRESA-CONFERENCIA             PIC 9(04) COMP.
001742 77  EMPRESA-REGISTRO                PIC 9(03).
001750
001760 01  COMPETENCIA-LIDA.
001770     05  CLI-ANO                     PIC 9(04).
001780     05  CLI-MES                     PIC 9(02).
001790 01  COMPETENCIA-LIDA-N              REDEFINES
001800                                     COMPETENCIA-LIDA
001810                                     PIC 9(06).
001820
001830*    REGISTROS E TOTAIS DO HISTFOL POR COMPETENCIA DO ANO: 01 A
001840*    12 MESES, 13 13O SALARIO, 14 FERIAS, 15 RESCISOES E 16
001850*    QUALQUER OUTRA PSEUDO-COMPETENCIA ENCONTRADA NO ANO
001860 01  TABELA-COMPETENCIAS.
001870     05  TCM-OCORRENCIA              OCCURS 16 TIMES.
001880         10  TCM-REGISTROS           PIC 9(09).
001890         10  TCM-IGNORADOS           PIC 9(09).
001900         10  TCM-BRUTO               PIC 9(13)V99.
001910         10  TCM-INSS                PIC 9(13)V99.
001920         10  TCM-IRRF                PIC 9(13)V99.
001930         10  TCM-LIQUIDO             PIC 9(13)V99.
001931
001932*    PRIMEIRA COMPETENCIA CONTROLADA NO CTRLFOL POR EMPRESA
001933*    (ZERO = EMPRESA SEM NENHUMA FOLHA CONTROLADA)
001934 01  TABELA-EMPRESAS.
001935     05  TBE-PRIMEIRA-COMPETENCIA    PIC 9(06)
001936                                     OCCURS 999 TIMES.
001940
001950 01  SW-FUNCAO                       PIC X(01).
001960     88  FUNCAO-ARQUIVAR                          VALUE "A".
001970     88  FUNCAO-EXPURGAR                          VALUE "E".
001980     88  FUNCAO-RECARREGAR                        VALUE "R".
001990
002000 01  SW-ERRO-NA-ABERTURA             PIC X(01).
002010     88  ERRO-NA-ABERTURA                        VALUE "S".
002020     88  SEM-ERRO-NA-ABERTURA                    VALUE "N".
002030
002040 01  SW-FIM-CTRLFOL                  PIC X(01).
002050     88  FIM-CTRLFOL                              VALUE "S".
002060     88  NAO-FIM-CTRLFOL                          VALUE "N".
002070
002080 01  SW-FIM-HISTFOL                  PIC X(01).
002090     88  FIM-HISTFOL                              VALUE "S".
002100     88  NAO-FIM-HISTFOL                          VALUE "N".
002110
002120 01  SW-FIM-HISTRUB                  PIC X(01).
002130     88  FIM-HISTRUB                              VALUE "S".
002140     88  NAO-FIM-HISTRUB                          VALUE "N".
002150
002160 01  SW-FIM-CTRLLOG                  PIC X(01).
002170     88  FIM-CTRLLOG                              VALUE "S".
002180     88  NAO-FIM-CTRLLOG                          VALUE "N".
002190
002200 01  SW-FIM-ARQUIVO                  PIC X(01).
002210     88  FIM-ARQUIVO                              VALUE "S".
002220     88  NAO-FIM-ARQUIVO                          VALUE "N".
002230
002240 01  SW-CONFERENCIA-ARQUIVO          PIC X(01).
002250     88  ARQUIVO-SEM-TRAILER                      VALUE " ".
002260     88  ARQUIVO-CONFERE                          VALUE "S".
002270     88  ARQUIVO-QTDE-DIVERGE                     VALUE "Q".
002280     88  ARQUIVO-TOTAL-DIVERGE                    VALUE "T".
002290
002300 01  SW-SITUACAO-REGISTRO            PIC X(01).
002310     88  REGISTRO-MOVIDO                          VALUE "M".
002320     88  REGISTRO-IGNORADO                        VALUE "I".
002330*----------------------------------------------------------------*
002340 PROCEDURE                           DIVISION.
002350*----------------------------------------------------------------*
002360 0000-PRINCIPAL.
002370
002380     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
002390     IF SEM-ERRO-NA-ABERTURA
002400        EVALUATE TRUE
002410            WHEN FUNCAO-ARQUIVAR
002420                PERFORM 2000-ARQUIVAR THRU 2000-ARQUIVAR-EXIT
002430            WHEN FUNCAO-EXPURGAR
002440                PERFORM 2400-EXPURGAR THRU 2400-EXPURGAR-EXIT
002450            WHEN FUNCAO-RECARREGAR
002460                PERFORM 2700-RECARREGAR
002470                    THRU 2700-RECARREGAR-EXIT
002480        END-EVALUATE
002490        PERFORM 3000-TERMINO
002500     END-IF
002510     STOP RUN
002520     .
002530
002540*----------------------------------------------------------------*
002550*                   Inicializar o Programa: Validar o PARM e a
002560*                   Retencao Online, Conferir os Fechamentos ou
002570*                   o Arquivo do Ano e Abrir os Arquivos
002580*----------------------------------------------------------------*
002590 1000-INICIALIZAR.
002600
002610     MOVE ZERO                       TO TOT-REGISTROS
002620     MOVE ZERO                       TO TOT-IGNORADOS
002630     MOVE ZERO                       TO TOT-BRUTO
002640     MOVE ZERO                       TO TOT-INSS
002650     MOVE ZERO                       TO TOT-IRRF
002660     MOVE ZERO                       TO TOT-LIQUIDO
002670     MOVE ZERO                       TO RUB-REGISTROS
002680     MOVE ZERO                       TO RUB-IGNORADOS
002690     MOVE ZERO                       TO RUB-VALOR
002700     MOVE ZERO                       TO LOG-REGISTROS
002710     MOVE ZERO                       TO LOG-IGNORADOS
002720     PERFORM 1050-ZERAR-COMPETENCIA
002730         THRU 1050-ZERAR-COMPETENCIA-EXIT
002740         VARYING TCM-SUB FROM 1 BY 1
002750         UNTIL TCM-SUB > 16
002760     SET NAO-FIM-HISTFOL             TO TRUE
002770     SET NAO-FIM-HISTRUB             TO TRUE
002780     SET NAO-FIM-CTRLLOG             TO TRUE
002790     SET NAO-FIM-ARQUIVO             TO TRUE
002800     SET SEM-ERRO-NA-ABERTURA        TO TRUE
002810     ACCEPT DATA-EXECUCAO            FROM DATE YYYYMMDD
002820     ACCEPT HORA-EXECUCAO            FROM TIME
002830     STRING DATA-EXECUCAO (7:2) "/"
002840            DATA-EXECUCAO (5:2) "/"
002850            DATA-EXECUCAO (1:4)
002860            DELIMITED BY SIZE INTO DATA-EXECUCAO-FMT
002870     MOVE DATA-EXECUCAO (1:4)        TO ANO-EXECUCAO
002880     COMPUTE ANO-LIMITE = ANO-EXECUCAO - ANOS-RETENCAO-ONLINE
002890     ACCEPT PARM-LINHA-COMANDO       FROM COMMAND-LINE
002900     MOVE SPACES                     TO PARM-FUNCAO
002910     MOVE SPACES                     TO PARM-ANO
002920     UNSTRING PARM-LINHA-COMANDO
002930         DELIMITED BY ALL " "
002940         INTO PARM-FUNCAO
002950              PARM-ANO
002960     EVALUATE PARM-FUNCAO
002970         WHEN "ARQUIVAR"
002980             SET FUNCAO-ARQUIVAR      TO TRUE
002990         WHEN "EXPURGAR"
003000             SET FUNCAO-EXPURGAR      TO TRUE
003010         WHEN "RECARREGAR"
003020             SET FUNCAO-RECARREGAR    TO TRUE
003030         WHEN OTHER
003040             MOVE SPACE               TO SW-FUNCAO
003050     END-EVALUATE
003060     IF SW-FUNCAO = SPACE
003070        OR PARM-ANO NOT NUMERIC
003080        DISPLAY "RC 20 - PARM INVALIDO - INFORMAR 'ARQUIVAR AAAA'"
003090           ", 'EXPURGAR AAAA' OU 'RECARREGAR AAAA'"
003100        MOVE 20                      TO RETURN-CODE
003110        SET ERRO-NA-ABERTURA         TO TRUE
003120        GO TO 1000-INICIALIZAR-EXIT
003130     END-IF
003140     MOVE PARM-ANO                   TO ANO-ARQUIVO
003150     IF ANO-ARQUIVO = ZERO
003160        DISPLAY "RC 20 - PARM INVALIDO - INFORMAR 'ARQUIVAR AAAA'"
003170           ", 'EXPURGAR AAAA' OU 'RECARREGAR AAAA'"
003180        MOVE 20                      TO RETURN-CODE
003190        SET ERRO-NA-ABERTURA         TO TRUE
003200        GO TO 1000-INICIALIZAR-EXIT
003210     END-IF
003220     IF NOT FUNCAO-RECARREGAR
003230        AND ANO-ARQUIVO > ANO-LIMITE
003240        DISPLAY "RC 20 - ANO " PARM-ANO " NA RETENCAO ONLINE - "
003250           "SO ANOS ATE " ANO-LIMITE " PODEM SER ARQUIVADOS"
003260        MOVE 20                      TO RETURN-CODE
003270        SET ERRO-NA-ABERTURA         TO TRUE
003280        GO TO 1000-INICIALIZAR-EXIT
003290     END-IF
003300     IF FUNCAO-ARQUIVAR
003310        PERFORM 1200-CONFERIR-FECHAMENTOS
003320            THRU 1200-CONFERIR-FECHAMENTOS-EXIT
003330        IF ERRO-NA-ABERTURA
003340           GO TO 1000-INICIALIZAR-EXIT
003350        END-IF
003360     END-IF
003370     IF FUNCAO-ARQUIVAR
003380        OPEN INPUT HISTFOL
003390     ELSE
003400        OPEN I-O HISTFOL
003410     END-IF
003420     IF HISTFOL-STATUS NOT = "00"
003430        DISPLAY "RC 24 - ERRO AO ABRIR HISTFOL - FILE STATUS "
003440           HISTFOL-STATUS
003450        MOVE 24                      TO RETURN-CODE
003460        SET ERRO-NA-ABERTURA         TO TRUE
003470        GO TO 1000-INICIALIZAR-EXIT
003480     END-IF
003490     IF FUNCAO-ARQUIVAR
003500        OPEN INPUT HISTRUB
003510     ELSE
003520        OPEN I-O HISTRUB
003530     END-IF
003540     IF HISTRUB-STATUS NOT = "00"
003550        DISPLAY "RC 24 - ERRO AO ABRIR HISTRUB - FILE STATUS "
003560           HISTRUB-STATUS
003570        MOVE 24                      TO RETURN-CODE
003580        SET ERRO-NA-ABERTURA         TO TRUE
003590        GO TO 1000-INICIALIZAR-EXIT
003600     END-IF
003610     IF NOT FUNCAO-ARQUIVAR
003620        PERFORM 1300-CONFERIR-ARQUIVO
003630            THRU 1300-CONFERIR-ARQUIVO-EXIT
003640        IF ERRO-NA-ABERTURA
003650           GO TO 1000-INICIALIZAR-EXIT
003660        END-IF
003670     END-IF
003680     IF FUNCAO-ARQUIVAR
003690        OPEN OUTPUT ARQUIVO
003700     ELSE
003710        OPEN INPUT ARQUIVO
003720     END-IF
003730     IF ARQUIVO-STATUS NOT = "00"
003740        DISPLAY "RC 24 - ERRO AO ABRIR ARQUIVO - FILE STATUS "
003750           ARQUIVO-STATUS
003760        MOVE 24                      TO RETURN-CODE
003770        SET ERRO-NA-ABERTURA         TO TRUE
003780        GO TO 1000-INICIALIZAR-EXIT
003790     END-IF
003800     IF NOT FUNCAO-RECARREGAR
003810        OPEN INPUT CTRLLOG
003820        IF CTRLLOG-STATUS NOT = "00"
003830           DISPLAY "RC 24 - ERRO AO ABRIR CTRLLOG - FILE STATUS "
003840              CTRLLOG-STATUS
003850           MOVE 24                   TO RETURN-CODE
003860           SET ERRO-NA-ABERTURA      TO TRUE
003870           GO TO 1000-INICIALIZAR-EXIT
003880        END-IF
003890     END-IF
003900     IF FUNCAO-EXPURGAR
003910        OPEN OUTPUT CTRLNOVO
003920        IF CTRLNOVO-STATUS NOT = "00"
003930           DISPLAY "RC 24 - ERRO AO ABRIR CTRLNOVO - FILE STATUS "
003940              CTRLNOVO-STATUS
003950           MOVE 24                   TO RETURN-CODE
003960           SET ERRO-NA-ABERTURA      TO TRUE
003970           GO TO 1000-INICIALIZAR-EXIT
003980        END-IF
003990     END-IF
004000     OPEN OUTPUT ARQREL
004010     IF ARQREL-STATUS NOT = "00"
004020        DISPLAY "RC 24 - ERRO AO ABRIR ARQREL - FILE STATUS "
004030           ARQREL-STATUS
004040        MOVE 24                      TO RETURN-CODE
004050        SET ERRO-NA-ABERTURA         TO TRUE
004060        GO TO 1000-INICIALIZAR-EXIT
004070     END-IF
004080     MOVE PARM-FUNCAO                TO ARL1-FUNCAO
004090     MOVE ANO-ARQUIVO                TO ARL1-ANO
004100     MOVE DATA-EXECUCAO-FMT          TO ARL1-DATA
004110     WRITE LINHA-ARQREL              FROM ARL-CABECALHO-1
004120     WRITE LINHA-ARQREL              FROM ARL-CABECALHO-2
004130     WRITE LINHA-ARQREL              FROM ARL-LINHA-BRANCO
004140     WRITE LINHA-ARQREL              FROM ARL-CABECALHO-3
004150     WRITE LINHA-ARQREL              FROM ARL-LINHA-SEPARADOR
004160     .
004170 1000-INICIALIZAR-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------------*
004210*                   Zerar os Totais de uma Competencia do Ano
004220*----------------------------------------------------------------*
004230 1050-ZERAR-COMPETENCIA.
004240
004250     MOVE ZERO                       TO TCM-REGISTROS (TCM-SUB)
004260     MOVE ZERO                       TO TCM-IGNORADOS (TCM-SUB)
004270     MOVE ZERO                       TO TCM-BRUTO (TCM-SUB)
004280     MOVE ZERO                       TO TCM-INSS (TCM-SUB)
004290     MOVE ZERO                       TO TCM-IRRF (TCM-SUB)
004300     MOVE ZERO                       TO TCM-LIQUIDO (TCM-SUB)
004310     .
004320 1050-ZERAR-COMPETENCIA-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------------*
004351*                   Conferir no CTRLFOL Que o Ano Esta Completo
004352*                   em Cada Empresa: Folhas Normais dos Doze
004353*                   Meses e 13O Fechados (Desde a Primeira
004354*                   Competencia Controlada da Empresa) e Nenhuma
004355*                   Outra Folha do Ano em Aberto
004400*----------------------------------------------------------------*
004410 1200-CONFERIR-FECHAMENTOS.
004420
004430     MOVE ZERO                       TO CONTPEND
004431     MOVE ZEROS                      TO TABELA-EMPRESAS
004450     SET NAO-FIM-CTRLFOL             TO TRUE
004460     OPEN INPUT CTRLFOL
004470     IF CTRLFOL-STATUS NOT = "00"
004480        DISPLAY "RC 24 - ERRO AO ABRIR CTRLFOL - FILE STATUS "
004490           CTRLFOL-STATUS
004500        MOVE 24                      TO RETURN-CODE
004510        SET ERRO-NA-ABERTURA         TO TRUE
004520        GO TO 1200-CONFERIR-FECHAMENTOS-EXIT
004530     END-IF
004540     MOVE ZERO                       TO CTRL-COMPETENCIA
004550     MOVE LOW-VALUES                 TO CTRL-TIPO-FOLHA
004551     MOVE ZERO                       TO CTRL-EMPRESA
004560     START CTRLFOL KEY NOT LESS THAN CTRL-CHAVE
004570         INVALID KEY
004580             SET FIM-CTRLFOL          TO TRUE
004590     END-START
004591     PERFORM 1205-LER-PRIMEIRA-COMPETENCIA
004592         THRU 1205-LER-PRIMEIRA-COMPETENCIA-EXIT
004593         UNTIL FIM-CTRLFOL
004594     PERFORM 1230-CONFERIR-EMPRESA
004595         THRU 1230-CONFERIR-EMPRESA-EXIT
004596         VARYING EMPRESA-CONFERENCIA FROM 1 BY 1
004597         UNTIL EMPRESA-CONFERENCIA > 999
004720     SET NAO-FIM-CTRLFOL             TO TRUE
004730     COMPUTE CTRL-COMPETENCIA = ANO-ARQUIVO * 100
004740     MOVE LOW-VALUES                 TO CTRL-TIPO-FOLHA
004741     MOVE ZERO                       TO CTRL-EMPRESA
004750     START CTRLFOL KEY NOT LESS THAN CTRL-CHAVE
004760         INVALID KEY
004770             SET FIM-CTRLFOL          TO TRUE
004780     END-START
004790     PERFORM 1220-CONFERIR-FOLHA-ANO
004800         THRU 1220-CONFERIR-FOLHA-ANO-EXIT
004810         UNTIL FIM-CTRLFOL
004820     CLOSE CTRLFOL
004830     IF CONTPEND > ZERO
004840        DISPLAY "RC 28 - ANO " PARM-ANO " INCOMPLETO NO CTRLFOL ("
004850           CONTPEND " FOLHAS NAO FECHADAS) - ARQUIVAMENTO "
004860           "RECUSADO"
004870        MOVE 28                      TO RETURN-CODE
004880        SET ERRO-NA-ABERTURA         TO TRUE
004890     END-IF
004900     .
004910 1200-CONFERIR-FECHAMENTOS-EXIT.
004920     EXIT.
004930
004931*----------------------------------------------------------------*
004932*                   Guardar a Primeira Competencia Controlada de
004933*                   Cada Empresa (Empresa em Branco ou Zero no
004934*                   CTRLFOL e a 001)
004935*----------------------------------------------------------------*
004936 1205-LER-PRIMEIRA-COMPETENCIA.
004937
004938     READ CTRLFOL NEXT
004939         AT END
004940             SET FIM-CTRLFOL          TO TRUE
004941             GO TO 1205-LER-PRIMEIRA-COMPETENCIA-EXIT
004942     END-READ
004943     IF CTRL-EMPRESA NUMERIC
004944        AND CTRL-EMPRESA NOT = ZERO
004945        MOVE CTRL-EMPRESA            TO EMPRESA-REGISTRO
004946     ELSE
004947        MOVE 1                       TO EMPRESA-REGISTRO
004948     END-IF
004949     IF TBE-PRIMEIRA-COMPETENCIA (EMPRESA-REGISTRO) = ZERO
004950        MOVE CTRL-COMPETENCIA
004951           TO TBE-PRIMEIRA-COMPETENCIA (EMPRESA-REGISTRO)
004952     END-IF
004953     .
004954 1205-LER-PRIMEIRA-COMPETENCIA-EXIT.
004955     EXIT.
004956
004957*----------------------------------------------------------------*
004958*                   Conferir o Fechamento da Folha Normal de um
004960*                   Mes do Ano (ou do 13O, no Mes 13)
004970*----------------------------------------------------------------*
004980 1210-CONFERIR-MES.
004990
005000     COMPUTE COMPETENCIA-CONFERENCIA =
005010        ANO-ARQUIVO * 100 + MES-CONFERENCIA
005020     IF COMPETENCIA-CONFERENCIA < PRIMEIRA-COMPETENCIA
005030        GO TO 1210-CONFERIR-MES-EXIT
005040     END-IF
005050     IF MES-CONFERENCIA = 13
005060        MOVE "D"                     TO TIPO-CONFERENCIA
005070     ELSE
005080        MOVE "N"                     TO TIPO-CONFERENCIA
005090     END-IF
005100     MOVE COMPETENCIA-CONFERENCIA    TO CTRL-COMPETENCIA
005110     MOVE TIPO-CONFERENCIA           TO CTRL-TIPO-FOLHA
005111     MOVE EMPRESA-CONFERENCIA        TO CTRL-EMPRESA
005120     READ CTRLFOL
005130         INVALID KEY
005140             MOVE SPACES              TO CTRL-SITUACAO
005150     END-READ
005160     IF NOT CTRL-FECHADA
005161        DISPLAY "COMPETENCIA " COMPETENCIA-CONFERENCIA " TIPO "
005162           TIPO-CONFERENCIA " EMPRESA " CTRL-EMPRESA
005163           " NAO FECHADA NO CTRLFOL"
005190        COMPUTE CONTPEND = CONTPEND + 1
005200     END-IF
005210     .
005220 1210-CONFERIR-MES-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------*
005260*                   Conferir as Demais Folhas do Ano no CTRLFOL
005270*                   (Ferias, Retroativo, Adiantamento e
005280*                   Provisao): Nenhuma Pode Estar em Aberto
005290*----------------------------------------------------------------*
005300 1220-CONFERIR-FOLHA-ANO.
005310
005320     READ CTRLFOL NEXT
005330         AT END
005340             SET FIM-CTRLFOL          TO TRUE
005350             GO TO 1220-CONFERIR-FOLHA-ANO-EXIT
005360     END-READ
005370     MOVE CTRL-COMPETENCIA           TO COMPETENCIA-LIDA-N
005380     IF CLI-ANO NOT = ANO-ARQUIVO
005390        SET FIM-CTRLFOL              TO TRUE
005400        GO TO 1220-CONFERIR-FOLHA-ANO-EXIT
005410     END-IF
005420     IF CTRL-TIPO-FOLHA = "N"
005430        OR CTRL-TIPO-FOLHA = "D"
005440        GO TO 1220-CONFERIR-FOLHA-ANO-EXIT
005450     END-IF
005460     IF NOT CTRL-FECHADA
005461        DISPLAY "COMPETENCIA " CTRL-COMPETENCIA " TIPO "
005462           CTRL-TIPO-FOLHA " EMPRESA " CTRL-EMPRESA
005463           " NAO FECHADA NO CTRLFOL"
005490        COMPUTE CONTPEND = CONTPEND + 1
005500     END-IF
005510     .
005520 1220-CONFERIR-FOLHA-ANO-EXIT.
005530     EXIT.
005540
005541*----------------------------------------------------------------*
005542*                   Conferir os Meses do Ano de uma Empresa com
005543*                   Folha Controlada no CTRLFOL
005544*----------------------------------------------------------------*
005545 1230-CONFERIR-EMPRESA.
005546
005547     IF TBE-PRIMEIRA-COMPETENCIA (EMPRESA-CONFERENCIA) = ZERO
005548        GO TO 1230-CONFERIR-EMPRESA-EXIT
005549     END-IF
005550     MOVE TBE-PRIMEIRA-COMPETENCIA (EMPRESA-CONFERENCIA)
005551                                     TO PRIMEIRA-COMPETENCIA
005552     PERFORM 1210-CONFERIR-MES THRU 1210-CONFERIR-MES-EXIT
005553         VARYING MES-CONFERENCIA FROM 1 BY 1
005554         UNTIL MES-CONFERENCIA > 13
005555     .
005556 1230-CONFERIR-EMPRESA-EXIT.
005557     EXIT.
005558
005559*----------------------------------------------------------------*
005560*                   Conferir o Arquivo do Ano Antes do Expurgo
005570*                   ou da Recarga: Todos os Registros do Ano do
005580*                   PARM e Quantidades e Totais Iguais aos do
005590*                   Trailer
005600*----------------------------------------------------------------*
005610 1300-CONFERIR-ARQUIVO.
005620
005630     MOVE ZERO                       TO VAL-QTD-HISTFOL
005640     MOVE ZERO                       TO VAL-SOMA-BRUTO
005650     MOVE ZERO                       TO VAL-SOMA-INSS
005660     MOVE ZERO                       TO VAL-SOMA-IRRF
005670     MOVE ZERO                       TO VAL-SOMA-LIQUIDO
005680     MOVE ZERO                       TO VAL-QTD-HISTRUB
005690     MOVE ZERO                       TO VAL-SOMA-RUBRICAS
005700     MOVE ZERO                       TO VAL-QTD-CTRLLOG
005710     MOVE ZERO                       TO VAL-QTD-OUTRO-ANO
005720     SET ARQUIVO-SEM-TRAILER         TO TRUE
005730     OPEN INPUT ARQUIVO
005740     IF ARQUIVO-STATUS NOT = "00"
005750        DISPLAY "RC 24 - ERRO AO ABRIR ARQUIVO - FILE STATUS "
005760           ARQUIVO-STATUS
005770        MOVE 24                      TO RETURN-CODE
005780        SET ERRO-NA-ABERTURA         TO TRUE
005790        GO TO 1300-CONFERIR-ARQUIVO-EXIT
005800     END-IF
005810     PERFORM 1310-CONFERIR-REGISTRO
005820         THRU 1310-CONFERIR-REGISTRO-EXIT
005830         UNTIL FIM-ARQUIVO
005840     CLOSE ARQUIVO
005850     SET NAO-FIM-ARQUIVO             TO TRUE
005860     IF VAL-QTD-OUTRO-ANO > ZERO
005870        DISPLAY "RC 32 - ARQUIVO COM " VAL-QTD-OUTRO-ANO
005880           " REGISTROS DE OUTRO ANO - NAO E O ARQUIVO DE "
005890           PARM-ANO
005900        MOVE 32                      TO RETURN-CODE
005910        SET ERRO-NA-ABERTURA         TO TRUE
005920        GO TO 1300-CONFERIR-ARQUIVO-EXIT
005930     END-IF
005940     IF ARQUIVO-SEM-TRAILER
005950        OR ARQUIVO-QTDE-DIVERGE
005960        DISPLAY "RC 12 - QTDE DE REGISTROS DIVERGE DO TRAILER "
005970           "DO ARQUIVO (OU ARQUIVO SEM TRAILER)"
005980        MOVE 12                      TO RETURN-CODE
005990        SET ERRO-NA-ABERTURA         TO TRUE
006000        GO TO 1300-CONFERIR-ARQUIVO-EXIT
006010     END-IF
006020     IF ARQUIVO-TOTAL-DIVERGE
006030        DISPLAY "RC 08 - TOTAIS DE VALOR DIVERGEM DO TRAILER "
006040           "DO ARQUIVO"
006050        MOVE 8                       TO RETURN-CODE
006060        SET ERRO-NA-ABERTURA         TO TRUE
006070     END-IF
006080     .
006090 1300-CONFERIR-ARQUIVO-EXIT.
006100     EXIT.
006110
006120*----------------------------------------------------------------*
006130*                   Conferir um Registro do Arquivo do Ano - no
006140*                   Trailer, Comparar as Quantidades e Totais
006150*                   Acumulados (Registro Apos o Trailer Conta
006160*                   como Divergencia de Quantidade)
006170*----------------------------------------------------------------*
006180 1310-CONFERIR-REGISTRO.
006190
006200     READ ARQUIVO
006210         AT END
006220             SET FIM-ARQUIVO          TO TRUE
006230             GO TO 1310-CONFERIR-REGISTRO-EXIT
006240     END-READ
006250     IF ARQ-ANO NOT = ANO-ARQUIVO
006260        COMPUTE VAL-QTD-OUTRO-ANO = VAL-QTD-OUTRO-ANO + 1
006270        GO TO 1310-CONFERIR-REGISTRO-EXIT
006280     END-IF
006290     IF NOT ARQUIVO-SEM-TRAILER
006300        SET ARQUIVO-QTDE-DIVERGE     TO TRUE
006310        GO TO 1310-CONFERIR-REGISTRO-EXIT
006320     END-IF
006330     EVALUATE TRUE
006340         WHEN ARQ-REG-HISTFOL
006350             MOVE ARQ-IMAGEM          TO HISTFOL-REGISTRO
006360             COMPUTE VAL-QTD-HISTFOL = VAL-QTD-HISTFOL + 1
006370             COMPUTE VAL-SOMA-BRUTO =
006380                VAL-SOMA-BRUTO + HIST-SALARIO-BRUTO
006390             COMPUTE VAL-SOMA-INSS =
006400                VAL-SOMA-INSS + HIST-VALOR-INSS
006410             COMPUTE VAL-SOMA-IRRF =
006420                VAL-SOMA-IRRF + HIST-VALOR-IRRF
006430             COMPUTE VAL-SOMA-LIQUIDO =
006440                VAL-SOMA-LIQUIDO + HIST-SALARIO-LIQUIDO
006450         WHEN ARQ-REG-HISTRUB
006460             MOVE ARQ-IMAGEM          TO HISTRUB-REGISTRO
006470             COMPUTE VAL-QTD-HISTRUB = VAL-QTD-HISTRUB + 1
006480             COMPUTE VAL-SOMA-RUBRICAS =
006490                VAL-SOMA-RUBRICAS + HRB-VALOR
006500         WHEN ARQ-REG-CTRLLOG
006510             COMPUTE VAL-QTD-CTRLLOG = VAL-QTD-CTRLLOG + 1
006520         WHEN ARQ-REG-TRAILER
006530             SET ARQUIVO-CONFERE      TO TRUE
006540             IF ARQT-QTD-HISTFOL NOT = VAL-QTD-HISTFOL
006550                OR ARQT-QTD-HISTRUB NOT = VAL-QTD-HISTRUB
006560                OR ARQT-QTD-CTRLLOG NOT = VAL-QTD-CTRLLOG
006570                SET ARQUIVO-QTDE-DIVERGE TO TRUE
006580             ELSE
006590                IF ARQT-SOMA-BRUTO NOT = VAL-SOMA-BRUTO
006600                   OR ARQT-SOMA-INSS NOT = VAL-SOMA-INSS
006610                   OR ARQT-SOMA-IRRF NOT = VAL-SOMA-IRRF
006620                   OR ARQT-SOMA-LIQUIDO NOT = VAL-SOMA-LIQUIDO
006630                   OR ARQT-SOMA-RUBRICAS NOT = VAL-SOMA-RUBRICAS
006640                   SET ARQUIVO-TOTAL-DIVERGE TO TRUE
006650                END-IF
006660             END-IF
006670     END-EVALUATE
006680     .
006690 1310-CONFERIR-REGISTRO-EXIT.
006700     EXIT.
006710
006720*----------------------------------------------------------------*
006730*                   Arquivar o Ano: Header, Registros do HISTFOL,
006740*                   do HISTRUB e Linhas do CTRLLOG do Ano e
006750*                   Trailer com as Quantidades e os Totais
006760*----------------------------------------------------------------*
006770 2000-ARQUIVAR.
006780
006790     MOVE SPACES                     TO HISTARQ-HEADER
006800     MOVE "0"                        TO ARQH-TIPO-REGISTRO
006810     MOVE ANO-ARQUIVO                TO ARQH-ANO
006820     MOVE DATA-EXECUCAO              TO ARQH-DATA-ARQUIVAMENTO
006830     MOVE HORA-EXECUCAO (1:6)        TO ARQH-HORA-ARQUIVAMENTO
006840     WRITE HISTARQ-REGISTRO
006850     MOVE ZERO                       TO HIST-MATRICULA
006860     MOVE ZERO                       TO HIST-COMPETENCIA
006870     START HISTFOL KEY NOT LESS THAN HIST-CHAVE
006880         INVALID KEY
006890             SET FIM-HISTFOL          TO TRUE
006900     END-START
006910     PERFORM 2100-ARQUIVAR-HISTFOL
006920         THRU 2100-ARQUIVAR-HISTFOL-EXIT
006930         UNTIL FIM-HISTFOL
006940     MOVE ZERO                       TO HRB-MATRICULA
006950     MOVE ZERO                       TO HRB-COMPETENCIA
006960     MOVE ZERO                       TO HRB-COMP-PAGTO
006970     MOVE ZERO                       TO HRB-REFERENCIA
006980     MOVE LOW-VALUES                 TO HRB-CODIGO
006990     START HISTRUB KEY NOT LESS THAN HRB-CHAVE
007000         INVALID KEY
007010             SET FIM-HISTRUB          TO TRUE
007020     END-START
007030     PERFORM 2200-ARQUIVAR-HISTRUB
007040         THRU 2200-ARQUIVAR-HISTRUB-EXIT
007050         UNTIL FIM-HISTRUB
007060     PERFORM 2300-ARQUIVAR-CTRLLOG
007070         THRU 2300-ARQUIVAR-CTRLLOG-EXIT
007080         UNTIL FIM-CTRLLOG
007090     MOVE SPACES                     TO HISTARQ-TRAILER
007100     MOVE "9"                        TO ARQT-TIPO-REGISTRO
007110     MOVE ANO-ARQUIVO                TO ARQT-ANO
007120     MOVE TOT-REGISTROS              TO ARQT-QTD-HISTFOL
007130     MOVE TOT-BRUTO                  TO ARQT-SOMA-BRUTO
007140     MOVE TOT-INSS                   TO ARQT-SOMA-INSS
007150     MOVE TOT-IRRF                   TO ARQT-SOMA-IRRF
007160     MOVE TOT-LIQUIDO                TO ARQT-SOMA-LIQUIDO
007170     MOVE RUB-REGISTROS              TO ARQT-QTD-HISTRUB
007180     MOVE RUB-VALOR                  TO ARQT-SOMA-RUBRICAS
007190     MOVE LOG-REGISTROS              TO ARQT-QTD-CTRLLOG
007200     WRITE HISTARQ-REGISTRO
007210     .
007220 2000-ARQUIVAR-EXIT.
007230     EXIT.
007240
007250*----------------------------------------------------------------*
007260*                   Arquivar um Registro do HISTFOL do Ano
007270*----------------------------------------------------------------*
007280 2100-ARQUIVAR-HISTFOL.
007290
007300     READ HISTFOL NEXT
007310         AT END
007320             SET FIM-HISTFOL          TO TRUE
007330             GO TO 2100-ARQUIVAR-HISTFOL-EXIT
007340     END-READ
007350     MOVE HIST-COMPETENCIA           TO COMPETENCIA-LIDA-N
007360     IF CLI-ANO NOT = ANO-ARQUIVO
007370        GO TO 2100-ARQUIVAR-HISTFOL-EXIT
007380     END-IF
007390     SET REGISTRO-MOVIDO             TO TRUE
007400     PERFORM 2900-ACUMULAR-HISTFOL
007410         THRU 2900-ACUMULAR-HISTFOL-EXIT
007420     MOVE SPACES                     TO HISTARQ-REGISTRO
007430     MOVE "1"                        TO ARQ-TIPO-REGISTRO
007440     MOVE ANO-ARQUIVO                TO ARQ-ANO
007450     MOVE HISTFOL-REGISTRO           TO ARQ-IMAGEM
007460     WRITE HISTARQ-REGISTRO
007470     .
007480 2100-ARQUIVAR-HISTFOL-EXIT.
007490     EXIT.
007500
007510*----------------------------------------------------------------*
007520*                   Arquivar uma Rubrica do HISTRUB de uma
007530*                   Competencia do Ano
007540*----------------------------------------------------------------*
007550 2200-ARQUIVAR-HISTRUB.
007560
007570     READ HISTRUB NEXT
007580         AT END
007590             SET FIM-HISTRUB          TO TRUE
007600             GO TO 2200-ARQUIVAR-HISTRUB-EXIT
007610     END-READ
007620     MOVE HRB-COMPETENCIA            TO COMPETENCIA-LIDA-N
007630     IF CLI-ANO NOT = ANO-ARQUIVO
007640        GO TO 2200-ARQUIVAR-HISTRUB-EXIT
007650     END-IF
007660     SET REGISTRO-MOVIDO             TO TRUE
007670     PERFORM 2950-ACUMULAR-HISTRUB
007680         THRU 2950-ACUMULAR-HISTRUB-EXIT
007690     MOVE SPACES                     TO HISTARQ-REGISTRO
007700     MOVE "2"                        TO ARQ-TIPO-REGISTRO
007710     MOVE ANO-ARQUIVO                TO ARQ-ANO
007720     MOVE HISTRUB-REGISTRO           TO ARQ-IMAGEM
007730     WRITE HISTARQ-REGISTRO
007740     .
007750 2200-ARQUIVAR-HISTRUB-EXIT.
007760     EXIT.
007770
007780*----------------------------------------------------------------*
007790*                   Arquivar uma Linha do CTRLLOG Cuja
007800*                   Competencia (Colunas 7-12) Seja do Ano
007810*----------------------------------------------------------------*
007820 2300-ARQUIVAR-CTRLLOG.
007830
007840     READ CTRLLOG
007850         AT END
007860             SET FIM-CTRLLOG          TO TRUE
007870             GO TO 2300-ARQUIVAR-CTRLLOG-EXIT
007880     END-READ
007890     IF LINHA-CTRLLOG (7:4) NOT = PARM-ANO
007900        GO TO 2300-ARQUIVAR-CTRLLOG-EXIT
007910     END-IF
007920     COMPUTE LOG-REGISTROS = LOG-REGISTROS + 1
007930     MOVE SPACES                     TO HISTARQ-REGISTRO
007940     MOVE "3"                        TO ARQ-TIPO-REGISTRO
007950     MOVE ANO-ARQUIVO                TO ARQ-ANO
007960     MOVE LINHA-CTRLLOG              TO ARQ-IMAGEM
007970     WRITE HISTARQ-REGISTRO
007980     .
007990 2300-ARQUIVAR-CTRLLOG-EXIT.
008000     EXIT.
008010
008020*----------------------------------------------------------------*
008030*                   Expurgar o Ano: Excluir do HISTFOL e do
008040*                   HISTRUB os Registros Arquivados e Copiar o
008050*                   CTRLLOG sem as Linhas do Ano
008060*----------------------------------------------------------------*
008070 2400-EXPURGAR.
008080
008090     PERFORM 2410-EXPURGAR-REGISTRO
008100         THRU 2410-EXPURGAR-REGISTRO-EXIT
008110         UNTIL FIM-ARQUIVO
008120     PERFORM 2500-EXPURGAR-CTRLLOG
008130         THRU 2500-EXPURGAR-CTRLLOG-EXIT
008140         UNTIL FIM-CTRLLOG
008150     .
008160 2400-EXPURGAR-EXIT.
008170     EXIT.
008180
008190*----------------------------------------------------------------*
008200*                   Excluir o Registro do HISTFOL ou do HISTRUB
008210*                   Correspondente a um Registro do Arquivo (Nao
008220*                   Encontrado e Contado como Ignorado)
008230*----------------------------------------------------------------*
008240 2410-EXPURGAR-REGISTRO.
008250
008260     READ ARQUIVO
008270         AT END
008280             SET FIM-ARQUIVO          TO TRUE
008290             GO TO 2410-EXPURGAR-REGISTRO-EXIT
008300     END-READ
008310     EVALUATE TRUE
008320         WHEN ARQ-REG-HISTFOL
008330             MOVE ARQ-IMAGEM          TO HISTFOL-REGISTRO
008340             SET REGISTRO-MOVIDO      TO TRUE
008350             DELETE HISTFOL RECORD
008360                 INVALID KEY
008370                     SET REGISTRO-IGNORADO TO TRUE
008380             END-DELETE
008390             MOVE ARQ-IMAGEM          TO HISTFOL-REGISTRO
008400             PERFORM 2900-ACUMULAR-HISTFOL
008410                 THRU 2900-ACUMULAR-HISTFOL-EXIT
008420         WHEN ARQ-REG-HISTRUB
008430             MOVE ARQ-IMAGEM          TO HISTRUB-REGISTRO
008440             SET REGISTRO-MOVIDO      TO TRUE
008450             DELETE HISTRUB RECORD
008460                 INVALID KEY
008470                     SET REGISTRO-IGNORADO TO TRUE
008480             END-DELETE
008490             MOVE ARQ-IMAGEM          TO HISTRUB-REGISTRO
008500             PERFORM 2950-ACUMULAR-HISTRUB
008510                 THRU 2950-ACUMULAR-HISTRUB-EXIT
008520     END-EVALUATE
008530     .
008540 2410-EXPURGAR-REGISTRO-EXIT.
008550     EXIT.
008560
008570*----------------------------------------------------------------*
008580*                   Copiar uma Linha do CTRLLOG para o CTRLNOVO,
008590*                   Exceto as do Ano Expurgado
008600*----------------------------------------------------------------*
008610 2500-EXPURGAR-CTRLLOG.
008620
008630     READ CTRLLOG
008640         AT END
008650             SET FIM-CTRLLOG          TO TRUE
008660             GO TO 2500-EXPURGAR-CTRLLOG-EXIT
008670     END-READ
008680     IF LINHA-CTRLLOG (7:4) = PARM-ANO
008690        COMPUTE LOG-REGISTROS = LOG-REGISTROS + 1
008700        GO TO 2500-EXPURGAR-CTRLLOG-EXIT
008710     END-IF
008720     WRITE LINHA-CTRLNOVO            FROM LINHA-CTRLLOG
008730     .
008740 2500-EXPURGAR-CTRLLOG-EXIT.
008750     EXIT.
008760
008770*----------------------------------------------------------------*
008780*                   Recarregar o Ano: Devolver ao HISTFOL e ao
008790*                   HISTRUB os Registros do Arquivo
008800*----------------------------------------------------------------*
008810 2700-RECARREGAR.
008820
008830     PERFORM 2710-RECARREGAR-REGISTRO
008840         THRU 2710-RECARREGAR-REGISTRO-EXIT
008850         UNTIL FIM-ARQUIVO
008860     .
008870 2700-RECARREGAR-EXIT.
008880     EXIT.
008890
008900*----------------------------------------------------------------*
008910*                   Regravar um Registro do Arquivo no HISTFOL
008920*                   ou no HISTRUB (Ja Existente e Mantido e
008930*                   Contado como Ignorado; Linha do CTRLLOG Nao
008940*                   e Recarregada)
008950*----------------------------------------------------------------*
008960 2710-RECARREGAR-REGISTRO.
008970
008980     READ ARQUIVO
008990         AT END
009000             SET FIM-ARQUIVO          TO TRUE
009010             GO TO 2710-RECARREGAR-REGISTRO-EXIT
009020     END-READ
009030     EVALUATE TRUE
009040         WHEN ARQ-REG-HISTFOL
009050             MOVE ARQ-IMAGEM          TO HISTFOL-REGISTRO
009060             SET REGISTRO-MOVIDO      TO TRUE
009070             WRITE HISTFOL-REGISTRO
009080                 INVALID KEY
009090                     SET REGISTRO-IGNORADO TO TRUE
009100             END-WRITE
009110             MOVE ARQ-IMAGEM          TO HISTFOL-REGISTRO
009120             PERFORM 2900-ACUMULAR-HISTFOL
009130                 THRU 2900-ACUMULAR-HISTFOL-EXIT
009140         WHEN ARQ-REG-HISTRUB
009150             MOVE ARQ-IMAGEM          TO HISTRUB-REGISTRO
009160             SET REGISTRO-MOVIDO      TO TRUE
009170             WRITE HISTRUB-REGISTRO
009180                 INVALID KEY
009190                     SET REGISTRO-IGNORADO TO TRUE
009200             END-WRITE
009210             MOVE ARQ-IMAGEM          TO HISTRUB-REGISTRO
009220             PERFORM 2950-ACUMULAR-HISTRUB
009230                 THRU 2950-ACUMULAR-HISTRUB-EXIT
009240         WHEN ARQ-REG-CTRLLOG
009250             COMPUTE LOG-IGNORADOS = LOG-IGNORADOS + 1
009260     END-EVALUATE
009270     .
009280 2710-RECARREGAR-REGISTRO-EXIT.
009290     EXIT.
009300
009310*----------------------------------------------------------------*
009320*                   Acumular um Registro do HISTFOL Movido (ou
009330*                   Ignorado) na Sua Competencia e no Total
009340*----------------------------------------------------------------*
009350 2900-ACUMULAR-HISTFOL.
009360
009370     MOVE HIST-COMPETENCIA           TO COMPETENCIA-LIDA-N
009380     IF CLI-MES = ZERO
009390        OR CLI-MES > 15
009400        MOVE 16                      TO TCM-SUB
009410     ELSE
009420        MOVE CLI-MES                 TO TCM-SUB
009430     END-IF
009440     IF REGISTRO-IGNORADO
009450        COMPUTE TCM-IGNORADOS (TCM-SUB) =
009460           TCM-IGNORADOS (TCM-SUB) + 1
009470        COMPUTE TOT-IGNORADOS = TOT-IGNORADOS + 1
009480        GO TO 2900-ACUMULAR-HISTFOL-EXIT
009490     END-IF
009500     COMPUTE TCM-REGISTROS (TCM-SUB) =
009510        TCM-REGISTROS (TCM-SUB) + 1
009520     COMPUTE TCM-BRUTO (TCM-SUB) =
009530        TCM-BRUTO (TCM-SUB) + HIST-SALARIO-BRUTO
009540     COMPUTE TCM-INSS (TCM-SUB) =
009550        TCM-INSS (TCM-SUB) + HIST-VALOR-INSS
009560     COMPUTE TCM-IRRF (TCM-SUB) =
009570        TCM-IRRF (TCM-SUB) + HIST-VALOR-IRRF
009580     COMPUTE TCM-LIQUIDO (TCM-SUB) =
009590        TCM-LIQUIDO (TCM-SUB) + HIST-SALARIO-LIQUIDO
009600     COMPUTE TOT-REGISTROS = TOT-REGISTROS + 1
009610     COMPUTE TOT-BRUTO = TOT-BRUTO + HIST-SALARIO-BRUTO
009620     COMPUTE TOT-INSS = TOT-INSS + HIST-VALOR-INSS
009630     COMPUTE TOT-IRRF = TOT-IRRF + HIST-VALOR-IRRF
009640     COMPUTE TOT-LIQUIDO = TOT-LIQUIDO + HIST-SALARIO-LIQUIDO
009650     .
009660 2900-ACUMULAR-HISTFOL-EXIT.
009670     EXIT.
009680
009690*----------------------------------------------------------------*
009700*                   Acumular uma Rubrica do HISTRUB Movida (ou
009710*                   Ignorada)
009720*----------------------------------------------------------------*
009730 2950-ACUMULAR-HISTRUB.
009740
009750     IF REGISTRO-IGNORADO
009760        COMPUTE RUB-IGNORADOS = RUB-IGNORADOS + 1
009770     ELSE
009780        COMPUTE RUB-REGISTROS = RUB-REGISTROS + 1
009790        COMPUTE RUB-VALOR = RUB-VALOR + HRB-VALOR
009800     END-IF
009810     .
009820 2950-ACUMULAR-HISTRUB-EXIT.
009830     EXIT.
009840
009850*----------------------------------------------------------------*
009860*                   Terminar o Programa: Imprimir as Linhas de
009870*                   Controle por Competencia, os Totais e a
009880*                   Situacao e Definir o Return Code
009890*----------------------------------------------------------------*
009900 3000-TERMINO.
009910
009920     PERFORM 3100-IMPRIMIR-COMPETENCIA
009930         THRU 3100-IMPRIMIR-COMPETENCIA-EXIT
009940         VARYING TCM-SUB FROM 1 BY 1
009950         UNTIL TCM-SUB > 16
009960     WRITE LINHA-ARQREL              FROM ARL-LINHA-SEPARADOR
009970     MOVE SPACES                     TO ARL-DETALHE
009980     MOVE "TOTAL ANO"                TO ARLD-DESCRICAO
009990     MOVE TOT-REGISTROS              TO ARLD-REGISTROS
010000     MOVE TOT-IGNORADOS              TO ARLD-IGNORADOS
010010     MOVE TOT-BRUTO                  TO ARLD-BRUTO
010020     MOVE TOT-INSS                   TO ARLD-INSS
010030     MOVE TOT-IRRF                   TO ARLD-IRRF
010040     MOVE TOT-LIQUIDO                TO ARLD-LIQUIDO
010050     WRITE LINHA-ARQREL              FROM ARL-DETALHE
010060     MOVE SPACES                     TO ARL-DETALHE
010070     MOVE "RUBRICAS"                 TO ARLD-DESCRICAO
010080     MOVE RUB-REGISTROS              TO ARLD-REGISTROS
010090     MOVE RUB-IGNORADOS              TO ARLD-IGNORADOS
010100     MOVE RUB-VALOR                  TO ARLD-BRUTO
010110     WRITE LINHA-ARQREL              FROM ARL-DETALHE
010120     MOVE SPACES                     TO ARL-DETALHE
010130     MOVE "LOG CTRLLOG"              TO ARLD-DESCRICAO
010140     MOVE LOG-REGISTROS              TO ARLD-REGISTROS
010150     MOVE LOG-IGNORADOS              TO ARLD-IGNORADOS
010160     WRITE LINHA-ARQREL              FROM ARL-DETALHE
010170     MOVE ZERO                       TO RETURN-CODE
010180     EVALUATE TRUE
010190         WHEN FUNCAO-ARQUIVAR
010200             IF TOT-REGISTROS = ZERO
010210                DISPLAY "RC 16 - NENHUM REGISTRO DO ANO "
010220                   PARM-ANO " NO HISTFOL"
010230                MOVE 16               TO RETURN-CODE
010240                MOVE "NENHUM REGISTRO DO ANO NO HISTFOL"
010250                                      TO ARLR-SITUACAO
010260             ELSE
010270                MOVE "ANO ARQUIVADO - AGUARDANDO O EXPURGO"
010280                                      TO ARLR-SITUACAO
010290             END-IF
010300         WHEN FUNCAO-EXPURGAR
010310             IF TOT-IGNORADOS > ZERO
010320                OR RUB-IGNORADOS > ZERO
010330                DISPLAY "RC 04 - REGISTROS DO ARQUIVO NAO "
010340                   "ENCONTRADOS NO HISTFOL/HISTRUB: "
010350                   TOT-IGNORADOS " / " RUB-IGNORADOS
010360                MOVE 4                TO RETURN-CODE
010370                MOVE "ANO EXPURGADO - HAVIA REGISTROS JA AUSENTES"
010380                                      TO ARLR-SITUACAO
010390             ELSE
010400                MOVE "ANO EXPURGADO DO HISTFOL, HISTRUB E CTRLLOG"
010410                                      TO ARLR-SITUACAO
010420             END-IF
010430         WHEN FUNCAO-RECARREGAR
010440             IF TOT-IGNORADOS > ZERO
010450                OR RUB-IGNORADOS > ZERO
010460                DISPLAY "RC 04 - REGISTROS DO ARQUIVO JA "
010470                   "EXISTENTES NO HISTFOL/HISTRUB: "
010480                   TOT-IGNORADOS " / " RUB-IGNORADOS
010490                MOVE 4                TO RETURN-CODE
010500                MOVE "ANO RECARREGADO - EXISTENTES MANTIDOS"
010510                                      TO ARLR-SITUACAO
010520             ELSE
010530                MOVE "ANO RECARREGADO - EXPURGAR APOS O USO"
010540                                      TO ARLR-SITUACAO
010550             END-IF
010560     END-EVALUATE
010570     WRITE LINHA-ARQREL              FROM ARL-LINHA-BRANCO
010580     WRITE LINHA-ARQREL              FROM ARL-RODAPE-1
010590     IF RETURN-CODE = ZERO
010600        DISPLAY "*---------------------------------------*"
010610        DISPLAY "*          TERMINO NORMAL                *"
010620        DISPLAY "*---------------------------------------*"
010630     END-IF
010640     CLOSE HISTFOL
010650     CLOSE HISTRUB
010660     CLOSE ARQUIVO
010670     CLOSE ARQREL
010680     IF NOT FUNCAO-RECARREGAR
010690        CLOSE CTRLLOG
010700     END-IF
010710     IF FUNCAO-EXPURGAR
010720        CLOSE CTRLNOVO
010730     END-IF
010740     .
010750
010760*----------------------------------------------------------------*
010770*                   Imprimir a Linha de Controle de uma
010780*                   Competencia do Ano com Registros
010790*----------------------------------------------------------------*
010800 3100-IMPRIMIR-COMPETENCIA.
010810
010820     IF TCM-REGISTROS (TCM-SUB) = ZERO
010830        AND TCM-IGNORADOS (TCM-SUB) = ZERO
010840        GO TO 3100-IMPRIMIR-COMPETENCIA-EXIT
010850     END-IF
010860     MOVE SPACES                     TO ARL-DETALHE
010870     EVALUATE TCM-SUB
010880         WHEN 13
010890             MOVE "13O SALARIO"       TO ARLD-DESCRICAO
010900         WHEN 14
010910             MOVE "FERIAS"            TO ARLD-DESCRICAO
010920         WHEN 15
010930             MOVE "RESCISOES"         TO ARLD-DESCRICAO
010940         WHEN 16
010950             MOVE "OUTRAS"            TO ARLD-DESCRICAO
010960         WHEN OTHER
010970             MOVE TCM-SUB             TO MES-CONFERENCIA
010980             STRING MES-CONFERENCIA "/" PARM-ANO
010990                    DELIMITED BY SIZE INTO ARLD-DESCRICAO
011000     END-EVALUATE
011010     MOVE TCM-REGISTROS (TCM-SUB)    TO ARLD-REGISTROS
011020     MOVE TCM-IGNORADOS (TCM-SUB)    TO ARLD-IGNORADOS
011030     MOVE TCM-BRUTO (TCM-SUB)        TO ARLD-BRUTO
011040     MOVE TCM-INSS (TCM-SUB)         TO ARLD-INSS
011050     MOVE TCM-IRRF (TCM-SUB)         TO ARLD-IRRF
011060     MOVE TCM-LIQUIDO (TCM-SUB)      TO ARLD-LIQUIDO
011070     WRITE LINHA-ARQREL              FROM ARL-DETALHE
011080     .
011090 3100-IMPRIMIR-COMPETENCIA-EXIT.
011100     EXIT.
