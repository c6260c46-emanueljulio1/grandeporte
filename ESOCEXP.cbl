000010*----------------------------------------------------------------*
000020* PROGRAMA: ESOCEXP
000030* AUTHOR  : EMANUEL
000040* INSTAL. : DEPARTAMENTO DE FOLHA DE PAGAMENTO
000050* DATA    : 26.02.2024
000060*----------------------------------------------------------------*
000070* OBJETIVO: GERAR O ARQUIVO DE EVENTOS PERIODICOS DO ESOCIAL
000080*           (REMUNERACAO S-1200, PAGAMENTOS S-1210 E
000090*           FECHAMENTO S-1299) DE UMA COMPETENCIA JA FECHADA
000100*           NO CTRLFOL, EM SUBSTITUICAO A DIGITACAO MANUAL NO
000110*           SISTEMA DO GOVERNO A PARTIR DO RELATOR E DO
000120*           HISTFOL. A COMPETENCIA VEM NO PARM:
000130*
000140*           AAAAMM - APURACAO MENSAL. EXIGE A FOLHA NORMAL
000150*                    (CTRLFOL AAAAMM "N") FECHADA E, SE HOUVE
000160*                    FERIAS PAGAS NO MES (CTRLFOL AAAAMM "F"),
000170*                    TAMBEM A FOLHA DE FERIAS FECHADA. GERA UM
000180*                    DEMONSTRATIVO DA FOLHA MENSAL E UM POR
000190*                    FRACAO DE FERIAS PAGA NO MES (HISTRUB DA
000200*                    PSEUDO-COMPETENCIA AAAA14 COM PAGAMENTO NA
000210*                    COMPETENCIA). AS RESCISOES (AAAA15)
000220*                    CALCULADAS NO MES ENTRAM SO NO S-1210; A
000230*                    REMUNERACAO RESCISORIA E DO S-2299, EVENTO
000240*                    NAO PERIODICO, FORA DESTA EXPORTACAO.
000250*           AAAA13 - APURACAO ANUAL DO 13O SALARIO. EXIGE O
000260*                    CTRLFOL AAAA13 "D" FECHADO.
000270*
000280*           AS PSEUDO-COMPETENCIAS AAAA14 E AAAA15 SAO
000290*           RECUSADAS NO PARM (VER ACIMA ONDE SAO EXPORTADAS).
000300*           AS VERBAS DE CADA DEMONSTRATIVO VEM DO HISTRUB;
000310*           COMPETENCIA SEM DETALHE (ANTERIOR AO HISTRUB) E
000320*           EXPORTADA COM O BRUTO, O INSS E O IRRF DO HISTFOL.
000330*           CADA VERBA E CLASSIFICADA PELA TABELA ESOCRUB
000340*           (NATUREZA, TIPO E INCIDENCIAS); FUNCIONARIO COM
000350*           VERBA SEM CORRESPONDENCIA, SEM CPF NO CADASTRO OU
000360*           FORA DO FUNCMSTR NAO GERA EVENTO E SAI NO
000370*           RELATORIO ESOEXC, ENCERRANDO O JOB COM RC=04.
000380*           OS DEPENDENTES DEDUTIVEIS DO IRRF (DEPEND) SEGUEM
000390*           NO S-1210 DO FUNCIONARIO.
000400*----------------------------------------------------------------*
000410* HISTORICO DE ALTERACOES
000420*----------------------------------------------------------------*
000430* DATA       INIC.  DESCRICAO
000440* ---------- ------ -------------------------------------------
000450* 26.02.2024 EJ     VERSAO ORIGINAL.
000451* 08.04.2024 EJ     MULTIPLAS EMPRESAS: A EXPORTACAO E POR EMPRESA
000452*                   DO GRUPO (PARM 'AAAAMM EMP=NNN', PADRAO 001),
000453*                   COM O CNPJ DA TABELA EMPTAB; O FECHAMENTO E
000454*                   CONFERIDO NO CTRLFOL DA EMPRESA E SO ENTRAM
000455*                   OS REGISTROS DO HISTFOL DA EMPRESA.
000460*----------------------------------------------------------------*
000470
000480*----------------------------------------------------------------*
000490 IDENTIFICATION                      DIVISION.
000500*----------------------------------------------------------------*
000510 PROGRAM-ID.                         ESOCEXP.
000520 AUTHOR.                             EMANUEL.
000530 INSTALLATION.                       DEPTO FOLHA DE PAGAMENTO.
000540 DATE-WRITTEN.                       26.02.2024.
000550 DATE-COMPILED.                      26.02.2024.
000560*----------------------------------------------------------------*
000570 ENVIRONMENT                         DIVISION.
000580*----------------------------------------------------------------*
000590 CONFIGURATION                       SECTION.
000600 SPECIAL-NAMES.
000610     DECIMAL-POINT IS COMMA.
000620*----------------------------------------------------------------*
000630 INPUT-OUTPUT                        SECTION.
000640*----------------------------------------------------------------*
000650 FILE-CONTROL.
000660     SELECT HISTFOL                  ASSIGN TO "HISTFOL"
000670                                      ORGANIZATION IS INDEXED
000680                                      ACCESS MODE IS DYNAMIC
000690                                      RECORD KEY IS
000700                                         HIST-CHAVE
000710                                      FILE STATUS IS
000720                                         HISTFOL-STATUS.
000730     SELECT HISTRUB                  ASSIGN TO "HISTRUB"
000740                                      ORGANIZATION IS INDEXED
000750                                      ACCESS MODE IS DYNAMIC
000760                                      RECORD KEY IS
000770                                         HRB-CHAVE
000780                                      FILE STATUS IS
000790                                         HISTRUB-STATUS.
000800     SELECT FUNCMSTR                 ASSIGN TO "FUNCMSTR"
000810                                      ORGANIZATION IS INDEXED
000820                                      ACCESS MODE IS RANDOM
000830                                      RECORD KEY IS
000840                                         FUNCMST-MATRICULA
000850                                      FILE STATUS IS
000860                                         FUNCMSTR-STATUS.
000870     SELECT DEPEND                   ASSIGN TO "DEPEND"
000880                                      ORGANIZATION IS INDEXED
000890                                      ACCESS MODE IS DYNAMIC
000900                                      RECORD KEY IS
000910                                         DEP-CHAVE
000920                                      FILE STATUS IS
000930                                         DEPEND-STATUS.
000931     SELECT EMPTAB                   ASSIGN TO "EMPTAB"
000932                                      ORGANIZATION IS
000933                                         LINE SEQUENTIAL
000934                                      FILE STATUS IS
000935                                         EMPTAB-STATUS.
000940     SELECT CTRLFOL                  ASSIGN TO "CTRLFOL"
000950                                      ORGANIZATION IS INDEXED
000960                                      ACCESS MODE IS RANDOM
000970                                      RECORD KEY IS
000980                                         CTRL-CHAVE
000990                                      FILE STATUS IS
001000                                         CTRLFOL-STATUS.
001010     SELECT ESOCRUB                  ASSIGN TO "ESOCRUB"
001020                                      ORGANIZATION IS
001030                                         LINE SEQUENTIAL
001040                                      FILE STATUS IS
001050                                         ESOCRUB-STATUS.
001060     SELECT ESOCIAL                  ASSIGN TO "ESOCIAL"
001070                                      ORGANIZATION IS
001080                                         LINE SEQUENTIAL
001090                                      FILE STATUS IS
001100                                         ESOCIAL-STATUS.
001110     SELECT ESOREL                   ASSIGN TO "ESOREL"
001120                                      ORGANIZATION IS
001130                                         LINE SEQUENTIAL
001140                                      FILE STATUS IS
001150                                         ESOREL-STATUS.
001160     SELECT ESOEXC                   ASSIGN TO "ESOEXC"
001170                                      ORGANIZATION IS
001180                                         LINE SEQUENTIAL
001190                                      FILE STATUS IS
001200                                         ESOEXC-STATUS.
001210*----------------------------------------------------------------*
001220 DATA                                DIVISION.
001230*----------------------------------------------------------------*
001240 FILE                                SECTION.
001250 FD  HISTFOL.
001260     COPY HISTFOL.
001270 FD  HISTRUB.
001280     COPY HISTRUB.
001290 FD  FUNCMSTR.
001300     COPY FUNCMST.
001310 FD  DEPEND.
001320     COPY DEPEND.
001321 FD  EMPTAB.
001322     COPY EMPTAB.
001330 FD  CTRLFOL.
001340     COPY CTRLFOL.
001350 FD  ESOCRUB.
001360     COPY ESOCRUB.
001370 FD  ESOCIAL.
001380     COPY ESOCIAL.
001390 FD  ESOREL.
001400 01  LINHA-ESOREL                    PIC X(132).
001410 FD  ESOEXC.
001420 01  LINHA-ESOEXC                    PIC X(132).
001430*----------------------------------------------------------------*
001440 WORKING-STORAGE                     SECTION.
001450*----------------------------------------------------------------*
001460     COPY ESOLAY.
001470
001480 77  HISTFOL-STATUS                  PIC X(02).
001490 77  HISTRUB-STATUS                  PIC X(02).
001500 77  FUNCMSTR-STATUS                 PIC X(02).
001510 77  DEPEND-STATUS                   PIC X(02).
001520 77  CTRLFOL-STATUS                  PIC X(02).
001521 77  EMPTAB-STATUS                   PIC X(02).
001530 77  ESOCRUB-STATUS                  PIC X(02).
001540 77  ESOCIAL-STATUS                  PIC X(02).
001550 77  ESOREL-STATUS                   PIC X(02).
001560 77  ESOEXC-STATUS                   PIC X(02).
001570 77  PARM-LINHA-COMANDO              PIC X(40).
001580 77  PARM-COMPETENCIA                PIC X(06).
001581 77  PARM-OPCAO                      PIC X(14).
001582 77  EMPRESA-EXECUCAO                PIC 9(03).
001583 77  EMPRESA-REGISTRO                PIC 9(03).
001584 77  CNPJ-EMPREGADOR                 PIC 9(14).
001610 77  COMP-FERIAS                     PIC 9(06).
001620 77  COMP-RESCISAO                   PIC 9(06).
001630 77  COMP-CALCULO                    PIC 9(06).
001640 77  PERIODO-APURACAO                PIC X(07).
001650 77  IND-APURACAO                    PIC X(01).
001660 77  DATA-PAGTO-FOLHA                PIC 9(08).
001670 77  DATA-PAGTO-FERIAS               PIC 9(08).
001680 77  MATRICULA-ATUAL                 PIC 9(06).
001690 77  MENSAL-BRUTO                    PIC 9(09)V99.
001700 77  MENSAL-INSS                     PIC 9(09)V99.
001710 77  MENSAL-IRRF                     PIC 9(09)V99.
001720 77  MENSAL-CENTRO-CUSTO             PIC X(06).
001730 77  RESCISAO-LIQUIDO                PIC 9(09)V99.
001740 77  RESCISAO-DATA                   PIC 9(08).
001750 77  REFERENCIA-ATUAL                PIC 9(08).
001760 77  ITEM-CODIGO                     PIC X(04).
001770 77  ITEM-TIPO                       PIC X(01).
001780 77  ITEM-QUANTIDADE                 PIC 9(04).
001790 77  ITEM-VALOR                      PIC 9(09)V99.
001800 77  FUNC-PROVENTOS                  PIC 9(09)V99.
001810 77  FUNC-DESCONTOS                  PIC 9(09)V99.
001820 77  FUNC-LIQUIDO                    PIC 9(09)V99.
001830 77  TOT-PROVENTOS                   PIC 9(13)V99.
001840 77  TOT-DESCONTOS                   PIC 9(13)V99.
001850 77  TOT-LIQUIDO                     PIC 9(13)V99.
001860 77  QTD-PAGAMENTOS                  PIC 9(02).
001870 77  QTD-REGISTROS                   PIC 9(07) COMP.
001880 77  CONTEXP                         PIC 9(05) COMP.
001890 77  CONTREJ                         PIC 9(05) COMP.
001900 77  CONTEXC                         PIC 9(05) COMP.
001910 77  TNT-QTDE                        PIC 9(03) COMP.
001920 77  TIT-QTDE                        PIC 9(03) COMP.
001930 77  TDM-QTDE                        PIC 9(02) COMP.
001940 77  SUB-ITEM                        PIC 9(03) COMP.
001950 77  SUB-DEM                         PIC 9(02) COMP.
001960 77  DATA-EXECUCAO                   PIC 9(08).
001970 77  HORA-EXECUCAO                   PIC 9(08).
001980 77  DATA-EXECUCAO-FMT               PIC X(10).
001990
002000 01  COMPETENCIA-EXPORTACAO.
002010     05  CEX-ANO                     PIC 9(04).
002020     05  CEX-MES                     PIC 9(02).
002030 01  COMPETENCIA-EXPORTACAO-N        REDEFINES
002040                                     COMPETENCIA-EXPORTACAO
002050                                     PIC 9(06).
002060
002070*    TABELA DE CORRESPONDENCIA RUBRICA X NATUREZA DO ESOCIAL
002080 01  TABELA-NATUREZAS.
002090     05  TNT-OCORRENCIA              OCCURS 200 TIMES
002100                                     INDEXED BY TNT-IDX.
002110         10  TNT-CODIGO              PIC X(04).
002120         10  TNT-NATUREZA            PIC 9(04).
002130         10  TNT-TIPO                PIC X(01).
002140         10  TNT-INCID-CP            PIC X(02).
002150         10  TNT-INCID-IRRF          PIC X(02).
002160         10  TNT-INCID-FGTS          PIC X(02).
002170
002180*    VERBAS DO FUNCIONARIO EM EXPORTACAO, COM O DEMONSTRATIVO
002190*    A QUE PERTENCEM E A CLASSIFICACAO DA ESOCRUB
002200 01  TABELA-ITENS.
002210     05  TIT-OCORRENCIA              OCCURS 60 TIMES.
002220         10  TIT-DEMONSTRATIVO       PIC 9(02).
002230         10  TIT-CODIGO              PIC X(04).
002240         10  TIT-TIPO                PIC X(01).
002250         10  TIT-QUANTIDADE          PIC 9(04).
002260         10  TIT-VALOR               PIC 9(09)V99.
002270         10  TIT-NATUREZA            PIC 9(04).
002280         10  TIT-TIPO-ESOCIAL        PIC X(01).
002290         10  TIT-INCID-CP            PIC X(02).
002300         10  TIT-INCID-IRRF          PIC X(02).
002310         10  TIT-INCID-FGTS          PIC X(02).
002320
002330*    DEMONSTRATIVOS (PAGAMENTOS) DO FUNCIONARIO EM EXPORTACAO
002340 01  TABELA-DEMONSTRATIVOS.
002350     05  TDM-OCORRENCIA              OCCURS 10 TIMES.
002360         10  TDM-IDE                 PIC X(20).
002370         10  TDM-COMPETENCIA         PIC 9(06).
002380         10  TDM-CENTRO-CUSTO        PIC X(06).
002390         10  TDM-DATA-PAGTO          PIC 9(08).
002400         10  TDM-PROVENTOS           PIC 9(09)V99.
002410         10  TDM-DESCONTOS           PIC 9(09)V99.
002420         10  TDM-LIQUIDO             PIC 9(09)V99.
002430
002440 01  SW-ERRO-NA-ABERTURA             PIC X(01).
002450     88  ERRO-NA-ABERTURA                        VALUE "S".
002460     88  SEM-ERRO-NA-ABERTURA                    VALUE "N".
002470
002480 01  SW-FIM-HISTORICO                PIC X(01).
002490     88  FIM-HISTORICO                            VALUE "S".
002500     88  NAO-FIM-HISTORICO                        VALUE "N".
002510
002520 01  SW-FIM-HISTRUB                  PIC X(01).
002530     88  FIM-HISTRUB                              VALUE "S".
002540     88  NAO-FIM-HISTRUB                          VALUE "N".
002550
002560 01  SW-FIM-DEPENDENTES              PIC X(01).
002570     88  FIM-DEPENDENTES                          VALUE "S".
002580     88  NAO-FIM-DEPENDENTES                      VALUE "N".
002581
002582 01  SW-FIM-EMPTAB                   PIC X(01).
002583     88  FIM-EMPTAB                               VALUE "S".
002584     88  NAO-FIM-EMPTAB                           VALUE "N".
002590
002600 01  SW-APURACAO                     PIC X(01).
002610     88  APURACAO-MENSAL                          VALUE "1".
002620     88  APURACAO-ANUAL                           VALUE "2".
002630
002640 01  SW-FERIAS-NO-MES                PIC X(01).
002650     88  TEM-FERIAS-NO-MES                        VALUE "S".
002660     88  SEM-FERIAS-NO-MES                        VALUE "N".
002670
002680 01  SW-TEM-MENSAL                   PIC X(01).
002690     88  TEM-MENSAL                               VALUE "S".
002700     88  SEM-MENSAL                               VALUE "N".
002710
002720 01  SW-TEM-FERIAS                   PIC X(01).
002730     88  TEM-FERIAS                               VALUE "S".
002740     88  SEM-FERIAS                               VALUE "N".
002750
002760 01  SW-TEM-RESCISAO                 PIC X(01).
002770     88  TEM-RESCISAO                             VALUE "S".
002780     88  SEM-RESCISAO                             VALUE "N".
002790
002800 01  SW-TEM-DETALHE                  PIC X(01).
002810     88  TEM-DETALHE                              VALUE "S".
002820     88  SEM-DETALHE                              VALUE "N".
002830
002840 01  SW-FUNC-REJEITADO               PIC X(01).
002850     88  FUNC-REJEITADO                           VALUE "S".
002860     88  FUNC-ACEITO                              VALUE "N".
002870*----------------------------------------------------------------*
002880 PROCEDURE                           DIVISION.
002890*----------------------------------------------------------------*
002900 0000-PRINCIPAL.
002910
002920     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
002930     IF SEM-ERRO-NA-ABERTURA
002940        PERFORM 2000-PROCESSAR-HISTORICO
002950            THRU 2000-PROCESSAR-HISTORICO-EXIT
002960            UNTIL FIM-HISTORICO
002970        IF MATRICULA-ATUAL > ZERO
002980           PERFORM 2500-EXPORTAR-FUNCIONARIO
002990               THRU 2500-EXPORTAR-FUNCIONARIO-EXIT
003000        END-IF
003010        PERFORM 3000-TERMINO
003020     END-IF
003030     STOP RUN
003040     .
003050
003060*----------------------------------------------------------------*
003070*                   Inicializar o Programa: Validar a
003080*                   Competencia do PARM, Conferir o Fechamento
003090*                   no CTRLFOL e Abrir os Arquivos
003100*----------------------------------------------------------------*
003110 1000-INICIALIZAR.
003120
003130     MOVE ZERO                       TO MATRICULA-ATUAL
003140     MOVE ZERO                       TO CONTEXP
003150     MOVE ZERO                       TO CONTREJ
003160     MOVE ZERO                       TO CONTEXC
003170     MOVE ZERO                       TO QTD-REGISTROS
003180     MOVE ZERO                       TO TOT-PROVENTOS
003190     MOVE ZERO                       TO TOT-DESCONTOS
003200     MOVE ZERO                       TO TOT-LIQUIDO
003210     SET NAO-FIM-HISTORICO           TO TRUE
003220     SET SEM-ERRO-NA-ABERTURA        TO TRUE
003230     SET SEM-FERIAS-NO-MES           TO TRUE
003240     PERFORM 1100-ZERAR-FUNCIONARIO
003250         THRU 1100-ZERAR-FUNCIONARIO-EXIT
003260     ACCEPT DATA-EXECUCAO            FROM DATE YYYYMMDD
003270     ACCEPT HORA-EXECUCAO            FROM TIME
003280     STRING DATA-EXECUCAO (7:2) "/"
003290            DATA-EXECUCAO (5:2) "/"
003300            DATA-EXECUCAO (1:4)
003310            DELIMITED BY SIZE INTO DATA-EXECUCAO-FMT
003320     ACCEPT PARM-LINHA-COMANDO       FROM COMMAND-LINE
003330     MOVE SPACES                     TO PARM-COMPETENCIA
003331     MOVE SPACES                     TO PARM-OPCAO
003340     UNSTRING PARM-LINHA-COMANDO
003350         DELIMITED BY ALL " "
003351         INTO PARM-COMPETENCIA PARM-OPCAO
003370     IF PARM-COMPETENCIA NOT NUMERIC
003380        DISPLAY "RC 20 - PARM INVALIDO - INFORMAR A COMPETENCIA "
003390           "(AAAAMM OU AAAA13)"
003400        MOVE 20                      TO RETURN-CODE
003410        SET ERRO-NA-ABERTURA         TO TRUE
003420        GO TO 1000-INICIALIZAR-EXIT
003430     END-IF
003440     MOVE PARM-COMPETENCIA           TO COMPETENCIA-EXPORTACAO
003450     EVALUATE TRUE
003460         WHEN CEX-MES = 14
003470            DISPLAY "RC 20 - PARM INVALIDO - FERIAS (AAAA14) SAO "
003480               "EXPORTADAS NA COMPETENCIA DE PAGAMENTO"
003490            MOVE 20                  TO RETURN-CODE
003500            SET ERRO-NA-ABERTURA     TO TRUE
003510            GO TO 1000-INICIALIZAR-EXIT
003520         WHEN CEX-MES = 15
003530            DISPLAY "RC 20 - PARM INVALIDO - RESCISAO (AAAA15) E "
003540               "EVENTO NAO PERIODICO (S-2299)"
003550            MOVE 20                  TO RETURN-CODE
003560            SET ERRO-NA-ABERTURA     TO TRUE
003570            GO TO 1000-INICIALIZAR-EXIT
003580         WHEN CEX-ANO = ZERO
003590           OR CEX-MES = ZERO
003600           OR CEX-MES > 15
003610            DISPLAY "RC 20 - PARM INVALIDO - INFORMAR A "
003620               "COMPETENCIA (AAAAMM OU AAAA13)"
003630            MOVE 20                  TO RETURN-CODE
003640            SET ERRO-NA-ABERTURA     TO TRUE
003650            GO TO 1000-INICIALIZAR-EXIT
003660         WHEN CEX-MES = 13
003670            SET APURACAO-ANUAL       TO TRUE
003680            MOVE CEX-ANO             TO PERIODO-APURACAO
003690         WHEN OTHER
003700            SET APURACAO-MENSAL      TO TRUE
003710            STRING CEX-ANO "-" CEX-MES
003720                   DELIMITED BY SIZE INTO PERIODO-APURACAO
003730     END-EVALUATE
003740     MOVE SW-APURACAO                TO IND-APURACAO
003750     COMPUTE COMP-FERIAS   = CEX-ANO * 100 + 14
003760     COMPUTE COMP-RESCISAO = CEX-ANO * 100 + 15
003761     MOVE 1                          TO EMPRESA-EXECUCAO
003762     IF PARM-OPCAO NOT = SPACES
003763        IF PARM-OPCAO (1:4) = "EMP="
003764           AND PARM-OPCAO (5:3) NUMERIC
003765           AND PARM-OPCAO (5:3) NOT = "000"
003766           AND PARM-OPCAO (8:7) = SPACES
003767           MOVE PARM-OPCAO (5:3)     TO EMPRESA-EXECUCAO
003768        ELSE
003769           DISPLAY "RC 20 - PARM INVALIDO - EMPRESA DEVE SER "
003770              "INFORMADA COMO EMP=NNN"
003771           MOVE 20                   TO RETURN-CODE
003772           SET ERRO-NA-ABERTURA      TO TRUE
003773           GO TO 1000-INICIALIZAR-EXIT
003774        END-IF
003775     END-IF
003776     PERFORM 1600-CARREGAR-EMPRESA
003777         THRU 1600-CARREGAR-EMPRESA-EXIT
003778     IF ERRO-NA-ABERTURA
003779        GO TO 1000-INICIALIZAR-EXIT
003780     END-IF
003781     OPEN INPUT CTRLFOL
003782     IF CTRLFOL-STATUS NOT = "00"
003790        DISPLAY "RC 24 - ERRO AO ABRIR CTRLFOL - FILE STATUS "
003800           CTRLFOL-STATUS
003810        MOVE 24                      TO RETURN-CODE
003820        SET ERRO-NA-ABERTURA         TO TRUE
003830        GO TO 1000-INICIALIZAR-EXIT
003840     END-IF
003850     PERFORM 1200-CONFERIR-FECHAMENTO
003860         THRU 1200-CONFERIR-FECHAMENTO-EXIT
003870     CLOSE CTRLFOL
003880     IF ERRO-NA-ABERTURA
003890        GO TO 1000-INICIALIZAR-EXIT
003900     END-IF
003910     OPEN INPUT HISTFOL
003920     IF HISTFOL-STATUS NOT = "00"
003930        DISPLAY "RC 24 - ERRO AO ABRIR HISTFOL - FILE STATUS "
003940           HISTFOL-STATUS
003950        MOVE 24                      TO RETURN-CODE
003960        SET ERRO-NA-ABERTURA         TO TRUE
003970        GO TO 1000-INICIALIZAR-EXIT
003980     END-IF
003990     OPEN INPUT HISTRUB
004000     IF HISTRUB-STATUS NOT = "00"
004010        DISPLAY "RC 24 - ERRO AO ABRIR HISTRUB - FILE STATUS "
004020           HISTRUB-STATUS
004030        MOVE 24                      TO RETURN-CODE
004040        SET ERRO-NA-ABERTURA         TO TRUE
004050        GO TO 1000-INICIALIZAR-EXIT
004060     END-IF
004070     OPEN INPUT FUNCMSTR
004080     IF FUNCMSTR-STATUS NOT = "00"
004090        DISPLAY "RC 24 - ERRO AO ABRIR FUNCMSTR - FILE STATUS "
004100           FUNCMSTR-STATUS
004110        MOVE 24                      TO RETURN-CODE
004120        SET ERRO-NA-ABERTURA         TO TRUE
004130        GO TO 1000-INICIALIZAR-EXIT
004140     END-IF
004150     OPEN INPUT DEPEND
004160     IF DEPEND-STATUS NOT = "00"
004170        DISPLAY "RC 24 - ERRO AO ABRIR DEPEND - FILE STATUS "
004180           DEPEND-STATUS
004190        MOVE 24                      TO RETURN-CODE
004200        SET ERRO-NA-ABERTURA         TO TRUE
004210        GO TO 1000-INICIALIZAR-EXIT
004220     END-IF
004230     PERFORM 1300-CARREGAR-TABELA-NATUREZAS
004240         THRU 1300-CARREGAR-TABELA-NATUREZAS-EXIT
004250     IF ERRO-NA-ABERTURA
004260        GO TO 1000-INICIALIZAR-EXIT
004270     END-IF
004280     OPEN OUTPUT ESOCIAL
004290     IF ESOCIAL-STATUS NOT = "00"
004300        DISPLAY "RC 24 - ERRO AO ABRIR ESOCIAL - FILE STATUS "
004310           ESOCIAL-STATUS
004320        MOVE 24                      TO RETURN-CODE
004330        SET ERRO-NA-ABERTURA         TO TRUE
004340        GO TO 1000-INICIALIZAR-EXIT
004350     END-IF
004360     OPEN OUTPUT ESOREL
004370     IF ESOREL-STATUS NOT = "00"
004380        DISPLAY "RC 24 - ERRO AO ABRIR ESOREL - FILE STATUS "
004390           ESOREL-STATUS
004400        MOVE 24                      TO RETURN-CODE
004410        SET ERRO-NA-ABERTURA         TO TRUE
004420        GO TO 1000-INICIALIZAR-EXIT
004430     END-IF
004440     OPEN OUTPUT ESOEXC
004450     IF ESOEXC-STATUS NOT = "00"
004460        DISPLAY "RC 24 - ERRO AO ABRIR ESOEXC - FILE STATUS "
004470           ESOEXC-STATUS
004480        MOVE 24                      TO RETURN-CODE
004490        SET ERRO-NA-ABERTURA         TO TRUE
004500        GO TO 1000-INICIALIZAR-EXIT
004510     END-IF
004520     MOVE PERIODO-APURACAO           TO ERL1-PERIODO
004530     MOVE DATA-EXECUCAO-FMT          TO ERL1-DATA
004540     WRITE LINHA-ESOREL              FROM ERL-CABECALHO-1
004550     WRITE LINHA-ESOREL              FROM ERL-LINHA-BRANCO
004560     WRITE LINHA-ESOREL              FROM ERL-CABECALHO-2
004570     WRITE LINHA-ESOREL              FROM ERL-LINHA-BRANCO
004580     MOVE PERIODO-APURACAO           TO EEX1-PERIODO
004590     MOVE DATA-EXECUCAO-FMT          TO EEX1-DATA
004600     WRITE LINHA-ESOEXC              FROM EEX-CABECALHO-1
004610     WRITE LINHA-ESOEXC              FROM ERL-LINHA-BRANCO
004620     WRITE LINHA-ESOEXC              FROM EEX-CABECALHO-2
004630     WRITE LINHA-ESOEXC              FROM ERL-LINHA-BRANCO
004640     MOVE SPACES                     TO ESOCIAL-HEADER
004650     MOVE "0"                        TO ESOH-TIPO-REGISTRO
004660     MOVE IND-APURACAO               TO ESOH-IND-APURACAO
004670     MOVE PERIODO-APURACAO           TO ESOH-PER-APURACAO
004680     MOVE "1"                        TO ESOH-TIPO-INSCRICAO
004690     MOVE CNPJ-EMPREGADOR            TO ESOH-CNPJ
004700     MOVE DATA-EXECUCAO              TO ESOH-DATA-GERACAO
004710     COMPUTE ESOH-HORA-GERACAO = HORA-EXECUCAO / 100
004720     PERFORM 2900-GRAVAR-ESOCIAL THRU 2900-GRAVAR-ESOCIAL-EXIT
004730     MOVE ZERO                       TO HIST-MATRICULA
004740     MOVE ZERO                       TO HIST-COMPETENCIA
004750     START HISTFOL KEY NOT LESS THAN HIST-CHAVE
004760         INVALID KEY
004770             SET FIM-HISTORICO        TO TRUE
004780     END-START
004790     PERFORM 1500-LER-HISTORICO
004800         THRU 1500-LER-HISTORICO-EXIT
004810     .
004820 1000-INICIALIZAR-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------------*
004860*                   Zerar a Area do Funcionario em Exportacao
004870*----------------------------------------------------------------*
004880 1100-ZERAR-FUNCIONARIO.
004890
004900     SET SEM-MENSAL                  TO TRUE
004910     SET SEM-FERIAS                  TO TRUE
004920     SET SEM-RESCISAO                TO TRUE
004930     SET FUNC-ACEITO                 TO TRUE
004940     MOVE ZERO                       TO MENSAL-BRUTO
004950     MOVE ZERO                       TO MENSAL-INSS
004960     MOVE ZERO                       TO MENSAL-IRRF
004970     MOVE SPACES                     TO MENSAL-CENTRO-CUSTO
004980     MOVE ZERO                       TO RESCISAO-LIQUIDO
004990     MOVE ZERO                       TO RESCISAO-DATA
005000     MOVE ZERO                       TO TIT-QTDE
005010     MOVE ZERO                       TO TDM-QTDE
005020     .
005030 1100-ZERAR-FUNCIONARIO-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------------*
005070*                   Conferir no CTRLFOL o Fechamento das Folhas
005080*                   da Competencia; Folha Nao Fechada Recusa a
005090*                   Exportacao com RC=28
005100*----------------------------------------------------------------*
005110 1200-CONFERIR-FECHAMENTO.
005120
005130     MOVE COMPETENCIA-EXPORTACAO-N   TO CTRL-COMPETENCIA
005131     MOVE EMPRESA-EXECUCAO           TO CTRL-EMPRESA
005140     IF APURACAO-ANUAL
005150        MOVE "D"                     TO CTRL-TIPO-FOLHA
005160     ELSE
005170        MOVE "N"                     TO CTRL-TIPO-FOLHA
005180     END-IF
005190     READ CTRLFOL
005200         INVALID KEY
005210             MOVE SPACES              TO CTRL-SITUACAO
005220     END-READ
005230     IF NOT CTRL-FECHADA
005240        DISPLAY "RC 28 - COMPETENCIA " COMPETENCIA-EXPORTACAO
005250           " TIPO " CTRL-TIPO-FOLHA
005260           " NAO FECHADA NO CTRLFOL - EXPORTACAO RECUSADA"
005270        MOVE 28                      TO RETURN-CODE
005280        SET ERRO-NA-ABERTURA         TO TRUE
005290        GO TO 1200-CONFERIR-FECHAMENTO-EXIT
005300     END-IF
005310     MOVE CTRL-DATA-CREDITO          TO DATA-PAGTO-FOLHA
005320     IF DATA-PAGTO-FOLHA = ZERO
005330        MOVE CTRL-DATA-FECHAMENTO    TO DATA-PAGTO-FOLHA
005340     END-IF
005350     IF APURACAO-ANUAL
005360        GO TO 1200-CONFERIR-FECHAMENTO-EXIT
005370     END-IF
005380     MOVE COMPETENCIA-EXPORTACAO-N   TO CTRL-COMPETENCIA
005381     MOVE EMPRESA-EXECUCAO           TO CTRL-EMPRESA
005390     MOVE "F"                        TO CTRL-TIPO-FOLHA
005400     READ CTRLFOL
005410         INVALID KEY
005420             GO TO 1200-CONFERIR-FECHAMENTO-EXIT
005430     END-READ
005440     IF NOT CTRL-FECHADA
005450        DISPLAY "RC 28 - COMPETENCIA " COMPETENCIA-EXPORTACAO
005460           " TIPO F NAO FECHADA NO CTRLFOL - EXPORTACAO RECUSADA"
005470        MOVE 28                      TO RETURN-CODE
005480        SET ERRO-NA-ABERTURA         TO TRUE
005490        GO TO 1200-CONFERIR-FECHAMENTO-EXIT
005500     END-IF
005510     SET TEM-FERIAS-NO-MES           TO TRUE
005520     MOVE CTRL-DATA-CREDITO          TO DATA-PAGTO-FERIAS
005530     IF DATA-PAGTO-FERIAS = ZERO
005540        MOVE CTRL-DATA-FECHAMENTO    TO DATA-PAGTO-FERIAS
005550     END-IF
005560     .
005570 1200-CONFERIR-FECHAMENTO-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------------*
005610*                   Carregar a Tabela de Correspondencia das
005620*                   Rubricas com as Naturezas do eSocial em
005630*                   WORKING-STORAGE para Pesquisa (SEARCH)
005640*----------------------------------------------------------------*
005650 1300-CARREGAR-TABELA-NATUREZAS.
005660
005670     MOVE ZERO                       TO TNT-QTDE
005680     OPEN INPUT ESOCRUB
005690     IF ESOCRUB-STATUS NOT = "00"
005700        DISPLAY "RC 24 - ERRO AO ABRIR ESOCRUB - FILE STATUS "
005710           ESOCRUB-STATUS
005720        MOVE 24                      TO RETURN-CODE
005730        SET ERRO-NA-ABERTURA         TO TRUE
005740        GO TO 1300-CARREGAR-TABELA-NATUREZAS-EXIT
005750     END-IF
005760     PERFORM 1350-LER-ESOCRUB THRU 1350-LER-ESOCRUB-EXIT
005770         UNTIL ESOCRUB-STATUS = "10"
005780     CLOSE ESOCRUB
005790     .
005800 1300-CARREGAR-TABELA-NATUREZAS-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------------*
005840*                   Ler uma Correspondencia da ESOCRUB e
005850*                   Incluir na Tabela; Tabela Esgotada Encerra
005860*                   o Job com RC=24
005870*----------------------------------------------------------------*
005880 1350-LER-ESOCRUB.
005890
005900     READ ESOCRUB
005910         AT END
005920             MOVE "10"                TO ESOCRUB-STATUS
005930             GO TO 1350-LER-ESOCRUB-EXIT
005940     END-READ
005950     IF TNT-QTDE = 200
005960        DISPLAY "RC 24 - TABELA DE NATUREZAS ESOCIAL ESGOTADA "
005970           "(200)"
005980        MOVE 24                      TO RETURN-CODE
005990        SET ERRO-NA-ABERTURA         TO TRUE
006000        MOVE "10"                    TO ESOCRUB-STATUS
006010        GO TO 1350-LER-ESOCRUB-EXIT
006020     END-IF
006030     COMPUTE TNT-QTDE = TNT-QTDE + 1
006040     MOVE ESR-CODIGO                 TO TNT-CODIGO (TNT-QTDE)
006050     MOVE ESR-NATUREZA               TO TNT-NATUREZA (TNT-QTDE)
006060     MOVE ESR-TIPO                   TO TNT-TIPO (TNT-QTDE)
006070     MOVE ESR-INCID-CP               TO TNT-INCID-CP (TNT-QTDE)
006080     MOVE ESR-INCID-IRRF             TO TNT-INCID-IRRF (TNT-QTDE)
006090     MOVE ESR-INCID-FGTS             TO TNT-INCID-FGTS (TNT-QTDE)
006100     .
006110 1350-LER-ESOCRUB-EXIT.
006120     EXIT.
006130
006140*----------------------------------------------------------------*
006150*                   Ler o Proximo Registro do Historico
006160*----------------------------------------------------------------*
006170 1500-LER-HISTORICO.
006180
006190     READ HISTFOL NEXT
006200         AT END
006210             SET FIM-HISTORICO        TO TRUE
006220     END-READ
006230     .
006240 1500-LER-HISTORICO-EXIT.
006250     EXIT.
006251
006252*----------------------------------------------------------------*
006253*                   Carregar da Tabela de Empresas (EMPTAB) o
006254*                   CNPJ da Empresa da Execucao
006255*----------------------------------------------------------------*
006256 1600-CARREGAR-EMPRESA.
006257
006258     OPEN INPUT EMPTAB
006259     IF EMPTAB-STATUS NOT = "00"
006260        DISPLAY "RC 24 - ERRO AO ABRIR EMPTAB - FILE STATUS "
006261           EMPTAB-STATUS
006262        MOVE 24                      TO RETURN-CODE
006263        SET ERRO-NA-ABERTURA         TO TRUE
006264        GO TO 1600-CARREGAR-EMPRESA-EXIT
006265     END-IF
006266     SET NAO-FIM-EMPTAB              TO TRUE
006267     MOVE ZERO                       TO EMP-CODIGO
006268     PERFORM 1650-LER-EMPTAB
006269         THRU 1650-LER-EMPTAB-EXIT
006270         UNTIL FIM-EMPTAB
006271            OR EMP-CODIGO = EMPRESA-EXECUCAO
006272     CLOSE EMPTAB
006273     IF FIM-EMPTAB
006274        DISPLAY "RC 20 - EMPRESA " EMPRESA-EXECUCAO
006275           " SEM CADASTRO NA EMPTAB"
006276        MOVE 20                      TO RETURN-CODE
006277        SET ERRO-NA-ABERTURA         TO TRUE
006278        GO TO 1600-CARREGAR-EMPRESA-EXIT
006279     END-IF
006280     MOVE EMP-CNPJ                   TO CNPJ-EMPREGADOR
006281     .
006282 1600-CARREGAR-EMPRESA-EXIT.
006283     EXIT.
006284
006285*----------------------------------------------------------------*
006286*                   Ler um Registro da Tabela de Empresas
006287*----------------------------------------------------------------*
006288 1650-LER-EMPTAB.
006289
006290     READ EMPTAB
006291         AT END
006292             SET FIM-EMPTAB           TO TRUE
006293     END-READ
006294     .
006295 1650-LER-EMPTAB-EXIT.
006296     EXIT.
006297
006298*----------------------------------------------------------------*
006299*                   Processar um Registro do Historico: na
006300*                   Troca de Matricula, Exportar o Funcionario
006301*                   Anterior; Guardar a Folha da Competencia,
006310*                   a Existencia de Ferias no Ano e a Rescisao
006320*                   Calculada no Mes
006330*----------------------------------------------------------------*
006340 2000-PROCESSAR-HISTORICO.
006350
006360     IF HIST-MATRICULA NOT = MATRICULA-ATUAL
006370        IF MATRICULA-ATUAL > ZERO
006380           PERFORM 2500-EXPORTAR-FUNCIONARIO
006390               THRU 2500-EXPORTAR-FUNCIONARIO-EXIT
006400        END-IF
006410        MOVE HIST-MATRICULA          TO MATRICULA-ATUAL
006420        PERFORM 1100-ZERAR-FUNCIONARIO
006430            THRU 1100-ZERAR-FUNCIONARIO-EXIT
006440     END-IF
006441     IF HIST-EMPRESA NUMERIC AND HIST-EMPRESA NOT = ZERO
006442        MOVE HIST-EMPRESA            TO EMPRESA-REGISTRO
006443     ELSE
006444        MOVE 1                       TO EMPRESA-REGISTRO
006445     END-IF
006446     IF EMPRESA-REGISTRO NOT = EMPRESA-EXECUCAO
006447        GO TO 2000-PROCESSAR-HISTORICO-LER
006448     END-IF
006450     COMPUTE COMP-CALCULO = HIST-DATA-CALCULO / 100
006460     EVALUATE TRUE
006470         WHEN HIST-COMPETENCIA = COMPETENCIA-EXPORTACAO-N
006480            SET TEM-MENSAL           TO TRUE
006490            MOVE HIST-SALARIO-BRUTO  TO MENSAL-BRUTO
006500            MOVE HIST-VALOR-INSS     TO MENSAL-INSS
006510            MOVE HIST-VALOR-IRRF     TO MENSAL-IRRF
006520            MOVE HIST-CENTRO-CUSTO   TO MENSAL-CENTRO-CUSTO
006530         WHEN APURACAO-MENSAL
006540          AND TEM-FERIAS-NO-MES
006550          AND HIST-COMPETENCIA = COMP-FERIAS
006560            SET TEM-FERIAS           TO TRUE
006570         WHEN APURACAO-MENSAL
006580          AND HIST-COMPETENCIA = COMP-RESCISAO
006590          AND COMP-CALCULO = COMPETENCIA-EXPORTACAO-N
006600            SET TEM-RESCISAO         TO TRUE
006610            MOVE HIST-SALARIO-LIQUIDO
006620                                     TO RESCISAO-LIQUIDO
006630            MOVE HIST-DATA-CALCULO   TO RESCISAO-DATA
006640     END-EVALUATE
006641     .
006642 2000-PROCESSAR-HISTORICO-LER.
006643
006650     PERFORM 1500-LER-HISTORICO
006660         THRU 1500-LER-HISTORICO-EXIT
006670     .
006680 2000-PROCESSAR-HISTORICO-EXIT.
006690     EXIT.
006700
006710*----------------------------------------------------------------*
006720*                   Exportar o Funcionario Consolidado: Montar
006730*                   os Demonstrativos e as Verbas, Conferir o
006740*                   Cadastro e a Classificacao de Cada Verba e,
006750*                   sem Excecao, Gravar o S-1200 e o S-1210
006760*----------------------------------------------------------------*
006770 2500-EXPORTAR-FUNCIONARIO.
006780
006790     MOVE COMPETENCIA-EXPORTACAO     TO EEXD-COMPETENCIA
006800     MOVE SPACES                     TO EEXD-RUBRICA
006810     IF TEM-MENSAL
006820        PERFORM 2510-CARREGAR-MENSAL
006830            THRU 2510-CARREGAR-MENSAL-EXIT
006840     END-IF
006850     IF TEM-FERIAS
006860        PERFORM 2520-CARREGAR-FERIAS
006870            THRU 2520-CARREGAR-FERIAS-EXIT
006880     END-IF
006890     IF TDM-QTDE = ZERO
006900        AND SEM-RESCISAO
006910        AND FUNC-ACEITO
006920        GO TO 2500-EXPORTAR-FUNCIONARIO-EXIT
006930     END-IF
006940     MOVE MATRICULA-ATUAL            TO FUNCMST-MATRICULA
006950     READ FUNCMSTR
006960         INVALID KEY
006970             MOVE "MATRICULA FORA DO CADASTRO (FUNCMSTR)"
006980                  TO EEXD-MOTIVO
006990             PERFORM 2950-REGISTRAR-EXCECAO
007000                 THRU 2950-REGISTRAR-EXCECAO-EXIT
007010             GO TO 2500-EXPORTAR-FUNCIONARIO-REJ
007020     END-READ
007030     IF FUNCMST-CPF = ZERO
007040        MOVE "CPF NAO INFORMADO NO CADASTRO (FUNCMSTR)"
007050             TO EEXD-MOTIVO
007060        PERFORM 2950-REGISTRAR-EXCECAO
007070            THRU 2950-REGISTRAR-EXCECAO-EXIT
007080     END-IF
007090     PERFORM 2540-CLASSIFICAR-ITEM
007100         THRU 2540-CLASSIFICAR-ITEM-EXIT
007110         VARYING SUB-ITEM FROM 1 BY 1
007120         UNTIL SUB-ITEM > TIT-QTDE
007130     PERFORM 2550-CONFERIR-DEMONSTRATIVO
007140         THRU 2550-CONFERIR-DEMONSTRATIVO-EXIT
007150         VARYING SUB-DEM FROM 1 BY 1
007160         UNTIL SUB-DEM > TDM-QTDE
007170     .
007180 2500-EXPORTAR-FUNCIONARIO-REJ.
007190
007200     IF FUNC-REJEITADO
007210        COMPUTE CONTREJ = CONTREJ + 1
007220        GO TO 2500-EXPORTAR-FUNCIONARIO-EXIT
007230     END-IF
007240     MOVE ZERO                       TO FUNC-PROVENTOS
007250     MOVE ZERO                       TO FUNC-DESCONTOS
007260     MOVE ZERO                       TO FUNC-LIQUIDO
007270     IF TDM-QTDE > ZERO
007280        PERFORM 2600-GRAVAR-REMUNERACAO
007290            THRU 2600-GRAVAR-REMUNERACAO-EXIT
007300     END-IF
007310     PERFORM 2700-GRAVAR-PAGAMENTOS
007320         THRU 2700-GRAVAR-PAGAMENTOS-EXIT
007330     MOVE MATRICULA-ATUAL            TO ERLD-MATRICULA
007340     MOVE FUNCMST-NOME               TO ERLD-NOME
007350     MOVE FUNCMST-CPF                TO ERLD-CPF
007360     MOVE TDM-QTDE                   TO ERLD-DEMONSTRATIVOS
007370     MOVE FUNC-PROVENTOS             TO ERLD-PROVENTOS
007380     MOVE FUNC-DESCONTOS             TO ERLD-DESCONTOS
007390     MOVE FUNC-LIQUIDO               TO ERLD-LIQUIDO
007400     IF TEM-RESCISAO
007410        MOVE "RESCISAO - VERBAS S-2299"
007420                                     TO ERLD-OBSERVACAO
007430     ELSE
007440        MOVE SPACES                  TO ERLD-OBSERVACAO
007450     END-IF
007460     WRITE LINHA-ESOREL              FROM ERL-DETALHE
007470     COMPUTE TOT-PROVENTOS = TOT-PROVENTOS + FUNC-PROVENTOS
007480     COMPUTE TOT-DESCONTOS = TOT-DESCONTOS + FUNC-DESCONTOS
007490     COMPUTE TOT-LIQUIDO   = TOT-LIQUIDO   + FUNC-LIQUIDO
007500     COMPUTE CONTEXP = CONTEXP + 1
007510     .
007520 2500-EXPORTAR-FUNCIONARIO-EXIT.
007530     EXIT.
007540
007550*----------------------------------------------------------------*
007560*                   Montar o Demonstrativo da Folha da
007570*                   Competencia (Mensal ou 13o Salario) com as
007580*                   Verbas do HISTRUB; sem Detalhe, com o Bruto,
007590*                   o INSS e o IRRF do HISTFOL
007600*----------------------------------------------------------------*
007610 2510-CARREGAR-MENSAL.
007620
007630     COMPUTE TDM-QTDE = TDM-QTDE + 1
007640     MOVE SPACES                     TO TDM-IDE (TDM-QTDE)
007650     IF APURACAO-ANUAL
007660        STRING "DEC" CEX-ANO
007670               DELIMITED BY SIZE INTO TDM-IDE (TDM-QTDE)
007680     ELSE
007690        STRING "FOL" COMPETENCIA-EXPORTACAO
007700               DELIMITED BY SIZE INTO TDM-IDE (TDM-QTDE)
007710     END-IF
007720     MOVE COMPETENCIA-EXPORTACAO-N   TO TDM-COMPETENCIA (TDM-QTDE)
007730     MOVE MENSAL-CENTRO-CUSTO
007740          TO TDM-CENTRO-CUSTO (TDM-QTDE)
007750     MOVE DATA-PAGTO-FOLHA           TO TDM-DATA-PAGTO (TDM-QTDE)
007760     MOVE ZERO                       TO TDM-PROVENTOS (TDM-QTDE)
007770     MOVE ZERO                       TO TDM-DESCONTOS (TDM-QTDE)
007780     MOVE ZERO                       TO TDM-LIQUIDO (TDM-QTDE)
007790     SET SEM-DETALHE                 TO TRUE
007800     SET NAO-FIM-HISTRUB             TO TRUE
007810     MOVE MATRICULA-ATUAL            TO HRB-MATRICULA
007820     MOVE COMPETENCIA-EXPORTACAO-N   TO HRB-COMPETENCIA
007830     MOVE ZERO                       TO HRB-COMP-PAGTO
007840     MOVE ZERO                       TO HRB-REFERENCIA
007850     MOVE LOW-VALUES                 TO HRB-CODIGO
007860     START HISTRUB KEY NOT LESS THAN HRB-CHAVE
007870         INVALID KEY
007880             SET FIM-HISTRUB          TO TRUE
007890     END-START
007900     PERFORM 2515-LER-VERBA-MENSAL
007910         THRU 2515-LER-VERBA-MENSAL-EXIT
007920         UNTIL FIM-HISTRUB
007930     IF TEM-DETALHE
007940        GO TO 2510-CARREGAR-MENSAL-EXIT
007950     END-IF
007960     IF APURACAO-ANUAL
007970        MOVE "9003"                  TO ITEM-CODIGO
007980     ELSE
007990        MOVE "9001"                  TO ITEM-CODIGO
008000     END-IF
008010     MOVE "P"                        TO ITEM-TIPO
008020     MOVE ZERO                       TO ITEM-QUANTIDADE
008030     MOVE MENSAL-BRUTO               TO ITEM-VALOR
008040     PERFORM 2530-INCLUIR-ITEM THRU 2530-INCLUIR-ITEM-EXIT
008050     IF MENSAL-INSS > ZERO
008060        MOVE "9010"                  TO ITEM-CODIGO
008070        MOVE "D"                     TO ITEM-TIPO
008080        MOVE MENSAL-INSS             TO ITEM-VALOR
008090        PERFORM 2530-INCLUIR-ITEM THRU 2530-INCLUIR-ITEM-EXIT
008100     END-IF
008110     IF MENSAL-IRRF > ZERO
008120        MOVE "9011"                  TO ITEM-CODIGO
008130        MOVE "D"                     TO ITEM-TIPO
008140        MOVE MENSAL-IRRF             TO ITEM-VALOR
008150        PERFORM 2530-INCLUIR-ITEM THRU 2530-INCLUIR-ITEM-EXIT
008160     END-IF
008170     .
008180 2510-CARREGAR-MENSAL-EXIT.
008190     EXIT.
008200
008210*----------------------------------------------------------------*
008220*                   Ler uma Verba da Folha da Competencia no
008230*                   HISTRUB e Incluir no Demonstrativo
008240*----------------------------------------------------------------*
008250 2515-LER-VERBA-MENSAL.
008260
008270     READ HISTRUB NEXT
008280         AT END
008290             SET FIM-HISTRUB          TO TRUE
008300             GO TO 2515-LER-VERBA-MENSAL-EXIT
008310     END-READ
008320     IF HRB-MATRICULA NOT = MATRICULA-ATUAL
008330        OR HRB-COMPETENCIA NOT = COMPETENCIA-EXPORTACAO-N
008340        SET FIM-HISTRUB              TO TRUE
008350        GO TO 2515-LER-VERBA-MENSAL-EXIT
008360     END-IF
008370     SET TEM-DETALHE                 TO TRUE
008380     MOVE HRB-CODIGO                 TO ITEM-CODIGO
008390     MOVE HRB-TIPO                   TO ITEM-TIPO
008400     MOVE HRB-QUANTIDADE             TO ITEM-QUANTIDADE
008410     MOVE HRB-VALOR                  TO ITEM-VALOR
008420     PERFORM 2530-INCLUIR-ITEM THRU 2530-INCLUIR-ITEM-EXIT
008430     .
008440 2515-LER-VERBA-MENSAL-EXIT.
008450     EXIT.
008460
008470*----------------------------------------------------------------*
008480*                   Montar um Demonstrativo por Fracao de
008490*                   Ferias Paga na Competencia (HISTRUB da
008500*                   Pseudo-Competencia AAAA14)
008510*----------------------------------------------------------------*
008520 2520-CARREGAR-FERIAS.
008530
008540     MOVE 99999999                   TO REFERENCIA-ATUAL
008550     SET NAO-FIM-HISTRUB             TO TRUE
008560     MOVE MATRICULA-ATUAL            TO HRB-MATRICULA
008570     MOVE COMP-FERIAS                TO HRB-COMPETENCIA
008580     MOVE COMPETENCIA-EXPORTACAO-N   TO HRB-COMP-PAGTO
008590     MOVE ZERO                       TO HRB-REFERENCIA
008600     MOVE LOW-VALUES                 TO HRB-CODIGO
008610     START HISTRUB KEY NOT LESS THAN HRB-CHAVE
008620         INVALID KEY
008630             SET FIM-HISTRUB          TO TRUE
008640     END-START
008650     PERFORM 2525-LER-VERBA-FERIAS
008660         THRU 2525-LER-VERBA-FERIAS-EXIT
008670         UNTIL FIM-HISTRUB
008680     .
008690 2520-CARREGAR-FERIAS-EXIT.
008700     EXIT.
008710
008720*----------------------------------------------------------------*
008730*                   Ler uma Verba de Ferias Paga na Competencia
008740*                   no HISTRUB; Novo Inicio de Gozo Abre Outro
008750*                   Demonstrativo
008760*----------------------------------------------------------------*
008770 2525-LER-VERBA-FERIAS.
008780
008790     READ HISTRUB NEXT
008800         AT END
008810             SET FIM-HISTRUB          TO TRUE
008820             GO TO 2525-LER-VERBA-FERIAS-EXIT
008830     END-READ
008840     IF HRB-MATRICULA NOT = MATRICULA-ATUAL
008850        OR HRB-COMPETENCIA NOT = COMP-FERIAS
008860        OR HRB-COMP-PAGTO NOT = COMPETENCIA-EXPORTACAO-N
008870        SET FIM-HISTRUB              TO TRUE
008880        GO TO 2525-LER-VERBA-FERIAS-EXIT
008890     END-IF
008900     IF HRB-REFERENCIA NOT = REFERENCIA-ATUAL
008910        IF TDM-QTDE = 10
008920           MOVE COMP-FERIAS          TO EEXD-COMPETENCIA
008930           MOVE "MAIS DE 10 DEMONSTRATIVOS NA COMPETENCIA"
008940                TO EEXD-MOTIVO
008950           PERFORM 2950-REGISTRAR-EXCECAO
008960               THRU 2950-REGISTRAR-EXCECAO-EXIT
008970           SET FIM-HISTRUB           TO TRUE
008980           GO TO 2525-LER-VERBA-FERIAS-EXIT
008990        END-IF
009000        MOVE HRB-REFERENCIA          TO REFERENCIA-ATUAL
009010        COMPUTE TDM-QTDE = TDM-QTDE + 1
009020        MOVE SPACES                  TO TDM-IDE (TDM-QTDE)
009030        STRING "FER" HRB-REFERENCIA
009040               DELIMITED BY SIZE INTO TDM-IDE (TDM-QTDE)
009050        MOVE COMP-FERIAS             TO TDM-COMPETENCIA (TDM-QTDE)
009060        MOVE HRB-CENTRO-CUSTO
009070             TO TDM-CENTRO-CUSTO (TDM-QTDE)
009080        MOVE DATA-PAGTO-FERIAS       TO TDM-DATA-PAGTO (TDM-QTDE)
009090        MOVE ZERO                    TO TDM-PROVENTOS (TDM-QTDE)
009100        MOVE ZERO                    TO TDM-DESCONTOS (TDM-QTDE)
009110        MOVE ZERO                    TO TDM-LIQUIDO (TDM-QTDE)
009120     END-IF
009130     MOVE HRB-CODIGO                 TO ITEM-CODIGO
009140     MOVE HRB-TIPO                   TO ITEM-TIPO
009150     MOVE HRB-QUANTIDADE             TO ITEM-QUANTIDADE
009160     MOVE HRB-VALOR                  TO ITEM-VALOR
009170     PERFORM 2530-INCLUIR-ITEM THRU 2530-INCLUIR-ITEM-EXIT
009180     .
009190 2525-LER-VERBA-FERIAS-EXIT.
009200     EXIT.
009210
009220*----------------------------------------------------------------*
009230*                   Incluir uma Verba no Ultimo Demonstrativo
009240*                   Aberto e Somar nos Proventos ou Descontos
009250*----------------------------------------------------------------*
009260 2530-INCLUIR-ITEM.
009270
009280     IF TIT-QTDE = 60
009290        MOVE TDM-COMPETENCIA (TDM-QTDE)
009300                                     TO EEXD-COMPETENCIA
009310        MOVE ITEM-CODIGO             TO EEXD-RUBRICA
009320        MOVE "MAIS DE 60 VERBAS NA COMPETENCIA"
009330             TO EEXD-MOTIVO
009340        PERFORM 2950-REGISTRAR-EXCECAO
009350            THRU 2950-REGISTRAR-EXCECAO-EXIT
009360        SET FIM-HISTRUB              TO TRUE
009370        GO TO 2530-INCLUIR-ITEM-EXIT
009380     END-IF
009390     COMPUTE TIT-QTDE = TIT-QTDE + 1
009400     MOVE TDM-QTDE
009410          TO TIT-DEMONSTRATIVO (TIT-QTDE)
009420     MOVE ITEM-CODIGO                TO TIT-CODIGO (TIT-QTDE)
009430     MOVE ITEM-TIPO                  TO TIT-TIPO (TIT-QTDE)
009440     MOVE ITEM-QUANTIDADE            TO TIT-QUANTIDADE (TIT-QTDE)
009450     MOVE ITEM-VALOR                 TO TIT-VALOR (TIT-QTDE)
009460     IF ITEM-TIPO = "D"
009470        COMPUTE TDM-DESCONTOS (TDM-QTDE) =
009480           TDM-DESCONTOS (TDM-QTDE) + ITEM-VALOR
009490     ELSE
009500        COMPUTE TDM-PROVENTOS (TDM-QTDE) =
009510           TDM-PROVENTOS (TDM-QTDE) + ITEM-VALOR
009520     END-IF
009530     .
009540 2530-INCLUIR-ITEM-EXIT.
009550     EXIT.
009560
009570*----------------------------------------------------------------*
009580*                   Classificar uma Verba pela Tabela ESOCRUB;
009590*                   Verba sem Correspondencia e Excecao
009600*----------------------------------------------------------------*
009610 2540-CLASSIFICAR-ITEM.
009620
009630     SET TNT-IDX                     TO 1
009640     IF TNT-QTDE = ZERO
009650        GO TO 2540-CLASSIFICAR-ITEM-SEM
009660     END-IF
009670     SEARCH TNT-OCORRENCIA
009680         AT END
009690             GO TO 2540-CLASSIFICAR-ITEM-SEM
009700         WHEN TNT-IDX > TNT-QTDE
009710             GO TO 2540-CLASSIFICAR-ITEM-SEM
009720         WHEN TNT-CODIGO (TNT-IDX) = TIT-CODIGO (SUB-ITEM)
009730             MOVE TNT-NATUREZA (TNT-IDX)
009740                  TO TIT-NATUREZA (SUB-ITEM)
009750             MOVE TNT-TIPO (TNT-IDX)
009760                  TO TIT-TIPO-ESOCIAL (SUB-ITEM)
009770             MOVE TNT-INCID-CP (TNT-IDX)
009780                  TO TIT-INCID-CP (SUB-ITEM)
009790             MOVE TNT-INCID-IRRF (TNT-IDX)
009800                  TO TIT-INCID-IRRF (SUB-ITEM)
009810             MOVE TNT-INCID-FGTS (TNT-IDX)
009820                  TO TIT-INCID-FGTS (SUB-ITEM)
009830     END-SEARCH
009840     GO TO 2540-CLASSIFICAR-ITEM-EXIT
009850     .
009860 2540-CLASSIFICAR-ITEM-SEM.
009870
009880     MOVE TIT-DEMONSTRATIVO (SUB-ITEM)
009890                                     TO SUB-DEM
009900     MOVE TDM-COMPETENCIA (SUB-DEM)  TO EEXD-COMPETENCIA
009910     MOVE TIT-CODIGO (SUB-ITEM)      TO EEXD-RUBRICA
009920     MOVE "RUBRICA SEM NATUREZA ESOCIAL NA ESOCRUB"
009930          TO EEXD-MOTIVO
009940     PERFORM 2950-REGISTRAR-EXCECAO
009950         THRU 2950-REGISTRAR-EXCECAO-EXIT
009960     .
009970 2540-CLASSIFICAR-ITEM-EXIT.
009980     EXIT.
009990
010000*----------------------------------------------------------------*
010010*                   Apurar o Liquido de um Demonstrativo;
010020*                   Descontos Acima dos Proventos e Excecao
010030*----------------------------------------------------------------*
010040 2550-CONFERIR-DEMONSTRATIVO.
010050
010060     IF TDM-DESCONTOS (SUB-DEM) > TDM-PROVENTOS (SUB-DEM)
010070        MOVE TDM-COMPETENCIA (SUB-DEM)
010080                                     TO EEXD-COMPETENCIA
010090        MOVE "DESCONTOS MAIORES QUE OS PROVENTOS"
010100             TO EEXD-MOTIVO
010110        PERFORM 2950-REGISTRAR-EXCECAO
010120            THRU 2950-REGISTRAR-EXCECAO-EXIT
010130        GO TO 2550-CONFERIR-DEMONSTRATIVO-EXIT
010140     END-IF
010150     COMPUTE TDM-LIQUIDO (SUB-DEM) =
010160        TDM-PROVENTOS (SUB-DEM) - TDM-DESCONTOS (SUB-DEM)
010170     .
010180 2550-CONFERIR-DEMONSTRATIVO-EXIT.
010190     EXIT.
010200
010210*----------------------------------------------------------------*
010220*                   Gravar o Evento S-1200 do Funcionario: o
010230*                   Trabalhador, os Demonstrativos e as Verbas
010240*----------------------------------------------------------------*
010250 2600-GRAVAR-REMUNERACAO.
010260
010270     MOVE SPACES                     TO ESOCIAL-TRABALHADOR
010280     MOVE "1"                        TO ESOW-TIPO-REGISTRO
010290     MOVE "S-1200"                   TO ESOW-EVENTO
010300     MOVE IND-APURACAO               TO ESOW-IND-APURACAO
010310     MOVE PERIODO-APURACAO           TO ESOW-PER-APURACAO
010320     MOVE FUNCMST-CPF                TO ESOW-CPF
010330     MOVE MATRICULA-ATUAL            TO ESOW-MATRICULA
010340     MOVE FUNCMST-NOME               TO ESOW-NOME
010350     MOVE TDM-QTDE                   TO ESOW-QTD-OCORRENCIAS
010360     PERFORM 2900-GRAVAR-ESOCIAL THRU 2900-GRAVAR-ESOCIAL-EXIT
010370     PERFORM 2610-GRAVAR-DEMONSTRATIVO
010380         THRU 2610-GRAVAR-DEMONSTRATIVO-EXIT
010390         VARYING SUB-DEM FROM 1 BY 1
010400         UNTIL SUB-DEM > TDM-QTDE
010410     .
010420 2600-GRAVAR-REMUNERACAO-EXIT.
010430     EXIT.
010440
010450*----------------------------------------------------------------*
010460*                   Gravar um Demonstrativo e as Suas Verbas
010470*----------------------------------------------------------------*
010480 2610-GRAVAR-DEMONSTRATIVO.
010490
010500     MOVE SPACES                     TO ESOCIAL-DEMONSTRATIVO
010510     MOVE "2"                        TO ESOM-TIPO-REGISTRO
010520     MOVE "S-1200"                   TO ESOM-EVENTO
010530     MOVE IND-APURACAO               TO ESOM-IND-APURACAO
010540     MOVE PERIODO-APURACAO           TO ESOM-PER-APURACAO
010550     MOVE FUNCMST-CPF                TO ESOM-CPF
010560     MOVE MATRICULA-ATUAL            TO ESOM-MATRICULA
010570     MOVE TDM-IDE (SUB-DEM)          TO ESOM-IDE-DM-DEV
010580     MOVE 101                        TO ESOM-COD-CATEGORIA
010590     MOVE TDM-CENTRO-CUSTO (SUB-DEM) TO ESOM-COD-LOTACAO
010600     MOVE TDM-PROVENTOS (SUB-DEM)    TO ESOM-TOTAL-PROVENTOS
010610     MOVE TDM-DESCONTOS (SUB-DEM)    TO ESOM-TOTAL-DESCONTOS
010620     PERFORM 2900-GRAVAR-ESOCIAL THRU 2900-GRAVAR-ESOCIAL-EXIT
010630     COMPUTE FUNC-PROVENTOS =
010640        FUNC-PROVENTOS + TDM-PROVENTOS (SUB-DEM)
010650     COMPUTE FUNC-DESCONTOS =
010660        FUNC-DESCONTOS + TDM-DESCONTOS (SUB-DEM)
010670     PERFORM 2620-GRAVAR-ITEM THRU 2620-GRAVAR-ITEM-EXIT
010680         VARYING SUB-ITEM FROM 1 BY 1
010690         UNTIL SUB-ITEM > TIT-QTDE
010700     .
010710 2610-GRAVAR-DEMONSTRATIVO-EXIT.
010720     EXIT.
010730
010740*----------------------------------------------------------------*
010750*                   Gravar uma Verba do Demonstrativo Corrente
010760*----------------------------------------------------------------*
010770 2620-GRAVAR-ITEM.
010780
010790     IF TIT-DEMONSTRATIVO (SUB-ITEM) NOT = SUB-DEM
010800        GO TO 2620-GRAVAR-ITEM-EXIT
010810     END-IF
010820     MOVE SPACES                     TO REGISTRO-ESOCIAL
010830     MOVE "3"                        TO ESO-TIPO-REGISTRO
010840     MOVE "S-1200"                   TO ESO-EVENTO
010850     MOVE IND-APURACAO               TO ESO-IND-APURACAO
010860     MOVE PERIODO-APURACAO           TO ESO-PER-APURACAO
010870     MOVE FUNCMST-CPF                TO ESO-CPF
010880     MOVE MATRICULA-ATUAL            TO ESO-MATRICULA
010890     MOVE TDM-IDE (SUB-DEM)          TO ESO-IDE-DM-DEV
010900     MOVE TIT-CODIGO (SUB-ITEM)      TO ESO-COD-RUBRICA
010910     MOVE "FOLHA"                    TO ESO-IDE-TAB-RUBRICA
010920     MOVE TIT-NATUREZA (SUB-ITEM)    TO ESO-NATUREZA
010930     MOVE TIT-TIPO-ESOCIAL (SUB-ITEM)
010940                                     TO ESO-TIPO-RUBRICA
010950     MOVE TIT-INCID-CP (SUB-ITEM)    TO ESO-INCID-CP
010960     MOVE TIT-INCID-IRRF (SUB-ITEM)  TO ESO-INCID-IRRF
010970     MOVE TIT-INCID-FGTS (SUB-ITEM)  TO ESO-INCID-FGTS
010980     MOVE TIT-QUANTIDADE (SUB-ITEM)  TO ESO-QTD-RUBRICA
010990     MOVE TIT-VALOR (SUB-ITEM)       TO ESO-VALOR-RUBRICA
011000     PERFORM 2900-GRAVAR-ESOCIAL THRU 2900-GRAVAR-ESOCIAL-EXIT
011010     .
011020 2620-GRAVAR-ITEM-EXIT.
011030     EXIT.
011040
011050*----------------------------------------------------------------*
011060*                   Gravar o Evento S-1210 do Funcionario: o
011070*                   Trabalhador, um Pagamento por Demonstrativo
011080*                   e pela Rescisao e os Dependentes do IRRF
011090*----------------------------------------------------------------*
011100 2700-GRAVAR-PAGAMENTOS.
011110
011120     MOVE TDM-QTDE                   TO QTD-PAGAMENTOS
011130     IF TEM-RESCISAO
011140        COMPUTE QTD-PAGAMENTOS = QTD-PAGAMENTOS + 1
011150     END-IF
011160     MOVE SPACES                     TO ESOCIAL-TRABALHADOR
011170     MOVE "1"                        TO ESOW-TIPO-REGISTRO
011180     MOVE "S-1210"                   TO ESOW-EVENTO
011190     MOVE IND-APURACAO               TO ESOW-IND-APURACAO
011200     MOVE PERIODO-APURACAO           TO ESOW-PER-APURACAO
011210     MOVE FUNCMST-CPF                TO ESOW-CPF
011220     MOVE MATRICULA-ATUAL            TO ESOW-MATRICULA
011230     MOVE FUNCMST-NOME               TO ESOW-NOME
011240     MOVE QTD-PAGAMENTOS             TO ESOW-QTD-OCORRENCIAS
011250     PERFORM 2900-GRAVAR-ESOCIAL THRU 2900-GRAVAR-ESOCIAL-EXIT
011260     PERFORM 2710-GRAVAR-PAGAMENTO
011270         THRU 2710-GRAVAR-PAGAMENTO-EXIT
011280         VARYING SUB-DEM FROM 1 BY 1
011290         UNTIL SUB-DEM > TDM-QTDE
011300     IF TEM-RESCISAO
011310        MOVE SPACES                  TO ESOCIAL-PAGAMENTO
011320        MOVE "4"                     TO ESOP-TIPO-REGISTRO
011330        MOVE "S-1210"                TO ESOP-EVENTO
011340        MOVE IND-APURACAO            TO ESOP-IND-APURACAO
011350        MOVE PERIODO-APURACAO        TO ESOP-PER-APURACAO
011360        MOVE FUNCMST-CPF             TO ESOP-CPF
011370        MOVE MATRICULA-ATUAL         TO ESOP-MATRICULA
011380        STRING "RSC" RESCISAO-DATA
011390               DELIMITED BY SIZE INTO ESOP-IDE-DM-DEV
011400        MOVE RESCISAO-DATA           TO ESOP-DATA-PAGTO
011410        MOVE 2                       TO ESOP-TIPO-PAGTO
011420        MOVE PERIODO-APURACAO        TO ESOP-PER-REFERENCIA
011430        MOVE RESCISAO-LIQUIDO        TO ESOP-VALOR-LIQUIDO
011440        PERFORM 2900-GRAVAR-ESOCIAL
011450            THRU 2900-GRAVAR-ESOCIAL-EXIT
011460        COMPUTE FUNC-LIQUIDO = FUNC-LIQUIDO + RESCISAO-LIQUIDO
011470     END-IF
011480     SET NAO-FIM-DEPENDENTES         TO TRUE
011490     MOVE MATRICULA-ATUAL            TO DEP-MATRICULA
011500     MOVE ZERO                       TO DEP-SEQUENCIA
011510     START DEPEND KEY NOT LESS THAN DEP-CHAVE
011520         INVALID KEY
011530             SET FIM-DEPENDENTES      TO TRUE
011540     END-START
011550     PERFORM 2720-GRAVAR-DEPENDENTE
011560         THRU 2720-GRAVAR-DEPENDENTE-EXIT
011570         UNTIL FIM-DEPENDENTES
011580     .
011590 2700-GRAVAR-PAGAMENTOS-EXIT.
011600     EXIT.
011610
011620*----------------------------------------------------------------*
011630*                   Gravar o Pagamento de um Demonstrativo
011640*----------------------------------------------------------------*
011650 2710-GRAVAR-PAGAMENTO.
011660
011670     MOVE SPACES                     TO ESOCIAL-PAGAMENTO
011680     MOVE "4"                        TO ESOP-TIPO-REGISTRO
011690     MOVE "S-1210"                   TO ESOP-EVENTO
011700     MOVE IND-APURACAO               TO ESOP-IND-APURACAO
011710     MOVE PERIODO-APURACAO           TO ESOP-PER-APURACAO
011720     MOVE FUNCMST-CPF                TO ESOP-CPF
011730     MOVE MATRICULA-ATUAL            TO ESOP-MATRICULA
011740     MOVE TDM-IDE (SUB-DEM)          TO ESOP-IDE-DM-DEV
011750     MOVE TDM-DATA-PAGTO (SUB-DEM)   TO ESOP-DATA-PAGTO
011760     MOVE 1                          TO ESOP-TIPO-PAGTO
011770     MOVE PERIODO-APURACAO           TO ESOP-PER-REFERENCIA
011780     MOVE TDM-LIQUIDO (SUB-DEM)      TO ESOP-VALOR-LIQUIDO
011790     PERFORM 2900-GRAVAR-ESOCIAL THRU 2900-GRAVAR-ESOCIAL-EXIT
011800     COMPUTE FUNC-LIQUIDO = FUNC-LIQUIDO + TDM-LIQUIDO (SUB-DEM)
011810     .
011820 2710-GRAVAR-PAGAMENTO-EXIT.
011830     EXIT.
011840
011850*----------------------------------------------------------------*
011860*                   Ler um Dependente do Funcionario e Gravar
011870*                   no S-1210 se For Dedutivel do IRRF
011880*----------------------------------------------------------------*
011890 2720-GRAVAR-DEPENDENTE.
011900
011910     READ DEPEND NEXT
011920         AT END
011930             SET FIM-DEPENDENTES      TO TRUE
011940             GO TO 2720-GRAVAR-DEPENDENTE-EXIT
011950     END-READ
011960     IF DEP-MATRICULA NOT = MATRICULA-ATUAL
011970        SET FIM-DEPENDENTES          TO TRUE
011980        GO TO 2720-GRAVAR-DEPENDENTE-EXIT
011990     END-IF
012000     IF NOT DEP-DEDUZ-IRRF
012010        GO TO 2720-GRAVAR-DEPENDENTE-EXIT
012020     END-IF
012030     MOVE SPACES                     TO ESOCIAL-DEPENDENTE
012040     MOVE "5"                        TO ESOD-TIPO-REGISTRO
012050     MOVE "S-1210"                   TO ESOD-EVENTO
012060     MOVE IND-APURACAO               TO ESOD-IND-APURACAO
012070     MOVE PERIODO-APURACAO           TO ESOD-PER-APURACAO
012080     MOVE FUNCMST-CPF                TO ESOD-CPF
012090     MOVE MATRICULA-ATUAL            TO ESOD-MATRICULA
012100     MOVE DEP-SEQUENCIA              TO ESOD-SEQUENCIA
012110     MOVE DEP-NOME                   TO ESOD-NOME
012120     MOVE DEP-DATA-NASCIMENTO        TO ESOD-DATA-NASCIMENTO
012130     EVALUATE TRUE
012140         WHEN DEP-CONJUGE
012150            MOVE "01"                TO ESOD-TIPO-DEPENDENTE
012160         WHEN DEP-FILHO
012170            MOVE "03"                TO ESOD-TIPO-DEPENDENTE
012180         WHEN OTHER
012190            MOVE "99"                TO ESOD-TIPO-DEPENDENTE
012200     END-EVALUATE
012210     PERFORM 2900-GRAVAR-ESOCIAL THRU 2900-GRAVAR-ESOCIAL-EXIT
012220     .
012230 2720-GRAVAR-DEPENDENTE-EXIT.
012240     EXIT.
012250
012260*----------------------------------------------------------------*
012270*                   Gravar um Registro no Arquivo do eSocial
012280*----------------------------------------------------------------*
012290 2900-GRAVAR-ESOCIAL.
012300
012310     WRITE REGISTRO-ESOCIAL
012320     COMPUTE QTD-REGISTROS = QTD-REGISTROS + 1
012330     .
012340 2900-GRAVAR-ESOCIAL-EXIT.
012350     EXIT.
012360
012370*----------------------------------------------------------------*
012380*                   Registrar uma Excecao do Funcionario no
012390*                   Relatorio ESOEXC; o Funcionario Nao Gera
012400*                   Evento
012410*----------------------------------------------------------------*
012420 2950-REGISTRAR-EXCECAO.
012430
012440     MOVE MATRICULA-ATUAL            TO EEXD-MATRICULA
012450     WRITE LINHA-ESOEXC              FROM EEX-DETALHE
012460     COMPUTE CONTEXC = CONTEXC + 1
012470     SET FUNC-REJEITADO              TO TRUE
012480     MOVE COMPETENCIA-EXPORTACAO     TO EEXD-COMPETENCIA
012490     MOVE SPACES                     TO EEXD-RUBRICA
012500     .
012510 2950-REGISTRAR-EXCECAO-EXIT.
012520     EXIT.
012530
012540*----------------------------------------------------------------*
012550*                   Terminar o Programa: Gravar o Fechamento
012560*                   do Periodo (S-1299) e o Trailer
012570*----------------------------------------------------------------*
012580 3000-TERMINO.
012590
012600     MOVE SPACES                     TO ESOCIAL-FECHAMENTO
012610     MOVE "8"                        TO ESOF-TIPO-REGISTRO
012620     MOVE "S-1299"                   TO ESOF-EVENTO
012630     MOVE IND-APURACAO               TO ESOF-IND-APURACAO
012640     MOVE PERIODO-APURACAO           TO ESOF-PER-APURACAO
012650     IF TOT-PROVENTOS > ZERO
012660        MOVE "S"                     TO ESOF-EVT-REMUNERACAO
012670     ELSE
012680        MOVE "N"                     TO ESOF-EVT-REMUNERACAO
012690     END-IF
012700     IF CONTEXP > ZERO
012710        MOVE "S"                     TO ESOF-EVT-PAGAMENTOS
012720     ELSE
012730        MOVE "N"                     TO ESOF-EVT-PAGAMENTOS
012740     END-IF
012750     MOVE CONTEXP                    TO ESOF-QTD-TRABALHADORES
012760     MOVE TOT-PROVENTOS              TO ESOF-TOTAL-PROVENTOS
012770     MOVE TOT-DESCONTOS              TO ESOF-TOTAL-DESCONTOS
012780     MOVE TOT-LIQUIDO                TO ESOF-TOTAL-LIQUIDO
012790     PERFORM 2900-GRAVAR-ESOCIAL THRU 2900-GRAVAR-ESOCIAL-EXIT
012800     MOVE SPACES                     TO ESOCIAL-TRAILER
012810     MOVE "9"                        TO ESOT-TIPO-REGISTRO
012820     MOVE IND-APURACAO               TO ESOT-IND-APURACAO
012830     MOVE PERIODO-APURACAO           TO ESOT-PER-APURACAO
012840     COMPUTE ESOT-QTD-REGISTROS = QTD-REGISTROS + 1
012850     PERFORM 2900-GRAVAR-ESOCIAL THRU 2900-GRAVAR-ESOCIAL-EXIT
012860     MOVE CONTEXP                    TO ROD-ERL-EXPORTADOS
012870     MOVE CONTREJ                    TO ROD-ERL-REJEITADOS
012880     MOVE QTD-REGISTROS              TO ROD-ERL-REGISTROS
012890     MOVE TOT-PROVENTOS              TO ROD-ERL-PROVENTOS
012900     MOVE TOT-DESCONTOS              TO ROD-ERL-DESCONTOS
012910     MOVE TOT-LIQUIDO                TO ROD-ERL-LIQUIDO
012920     WRITE LINHA-ESOREL              FROM ERL-LINHA-BRANCO
012930     WRITE LINHA-ESOREL              FROM ERL-RODAPE-1
012940     WRITE LINHA-ESOREL              FROM ERL-RODAPE-2
012950     WRITE LINHA-ESOREL              FROM ERL-RODAPE-3
012960     WRITE LINHA-ESOREL              FROM ERL-RODAPE-4
012970     WRITE LINHA-ESOREL              FROM ERL-RODAPE-5
012980     WRITE LINHA-ESOREL              FROM ERL-RODAPE-6
012990     MOVE CONTEXC                    TO ROD-EEX-EXCECOES
013000     WRITE LINHA-ESOEXC              FROM ERL-LINHA-BRANCO
013010     WRITE LINHA-ESOEXC              FROM EEX-RODAPE-1
013020     MOVE ZERO                       TO RETURN-CODE
013030     IF CONTEXP = ZERO
013040        AND CONTREJ = ZERO
013050        DISPLAY "RC 16 - NENHUM FUNCIONARIO COM HISTORICO NA "
013060           "COMPETENCIA " COMPETENCIA-EXPORTACAO
013070        MOVE 16                      TO RETURN-CODE
013080     ELSE
013090        IF CONTREJ > ZERO
013100           DISPLAY "RC 04 - FUNCIONARIOS COM EXCECAO NA "
013110              "EXPORTACAO: " CONTREJ
013120           MOVE 4                    TO RETURN-CODE
013130        END-IF
013140     END-IF
013150     IF RETURN-CODE = ZERO
013160        DISPLAY "*---------------------------------------*"
013170        DISPLAY "*          TERMINO NORMAL                *"
013180        DISPLAY "*---------------------------------------*"
013190     END-IF
013200     CLOSE HISTFOL
013210     CLOSE HISTRUB
013220     CLOSE FUNCMSTR
013230     CLOSE DEPEND
013240     CLOSE ESOCIAL
013250     CLOSE ESOREL
013260     CLOSE ESOEXC
013270     .
