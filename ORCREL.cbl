000010*----------------------------------------------------------------*
000020* PROGRAMA: ORCREL
000030* AUTHOR  : EMANUEL
000040* INSTAL. : DEPARTAMENTO DE FOLHA DE PAGAMENTO
000050* DATA    : 25.03.2024
000060*----------------------------------------------------------------*
000070* OBJETIVO: CONFRONTAR O ORCAMENTO DE PESSOAL APROVADO PELA
000080*           CONTROLADORIA (ORCPES, MANTIDO PELO ORCMNT) COM O
000090*           REALIZADO DA FOLHA, POR CENTRO DE CUSTO, NO MES DA
000100*           COMPETENCIA E NO ACUMULADO DO ANO ATE ELA.
000110*
000120*           REALIZADO, A PARTIR DO HISTORICO DE FOLHA:
000130*              - FOLHA NORMAL (HISTFOL AAAAMM): QUADRO (UM POR
000140*                FUNCIONARIO COM FOLHA NO MES) E BRUTO;
000150*              - 13O SALARIO (AAAA13) E RESCISOES (AAAA15):
000160*                BRUTO NO MES DO CALCULO;
000170*              - FERIAS: FERIAS, DOBRA E ABONO PAGOS (HISTRUB
000180*                AAAA14, VERBAS 9004, 9005 E 9006) NO MES DO
000190*                PAGAMENTO, NO CENTRO DE CUSTO DA VERBA;
000200*              - ENCARGOS: FGTS E INSS PATRONAL COM RAT E
000210*                TERCEIROS SOBRE O BRUTO, AOS PERCENTUAIS DA
000220*                EMPTAB, SEM O ABONO PECUNIARIO, COMO NO CALCULO
000230*                DOS ENCARGOS DO EXEMPLO01.
000240*           NO ACUMULADO DO ANO O QUADRO E A MEDIA MENSAL.
000250*
000260*           EMITE O RELATORIO ORCREL COM DUAS LINHAS POR
000270*           CENTRO (MES E ANO): QUADRO, BRUTO, ENCARGOS E CUSTO
000280*           TOTAL ORCADOS E REALIZADOS E A VARIACAO DO CUSTO
000290*           TOTAL EM VALOR E EM PERCENTUAL, MARCANDO O CENTRO
000300*           ACIMA DA TOLERANCIA ("EST") E O CENTRO COM CUSTO E
000310*           SEM ORCAMENTO ("S/O"), E O MESMO CONTEUDO NO EXTRATO
000320*           ORCEXT PARA CARGA PELA CONTROLADORIA.
000330*
000340*           PARM: 'AAAAMM TT' - COMPETENCIA E TOLERANCIA EM
000350*           PERCENTUAL INTEIRO COM DOIS DIGITOS (SEM A
000360*           TOLERANCIA, 10%). EXIGE A FOLHA NORMAL DA
000370*           COMPETENCIA FECHADA NO CTRLFOL (AAAAMM "N").
000371*           O RELATORIO E DO GRUPO: TODAS AS EMPRESAS DA
000372*           TABELA EMPTAB, CADA UMA COM SEUS PERCENTUAIS DE
000373*           ENCARGOS, E TODAS COM A FOLHA NORMAL FECHADA (A
000374*           EMPRESA SEM NENHUMA FOLHA CONTROLADA NO CTRLFOL ATE
000375*           A COMPETENCIA AINDA NAO OPERAVA E NAO E CONFERIDA).
000380*----------------------------------------------------------------*
000390* HISTORICO DE ALTERACOES
000400*----------------------------------------------------------------*
000410* DATA       INIC.  DESCRICAO
000420* ---------- ------ -------------------------------------------
000430* 25.03.2024 EJ     VERSAO ORIGINAL.
000431* 08.04.2024 EJ     MULTIPLAS EMPRESAS: O RELATORIO CONTINUA
000432*                   CONSOLIDADO PARA O GRUPO, MAS OS ENCARGOS DE
000433*                   CADA REGISTRO DO HISTFOL SAO CALCULADOS AOS
000434*                   PERCENTUAIS DA SUA EMPRESA NA TABELA EMPTAB
000435*                   (SUBSTITUI A ENCTAB) E A FOLHA NORMAL DA
000436*                   COMPETENCIA TEM DE ESTAR FECHADA NO CTRLFOL
000437*                   EM TODAS AS EMPRESAS DA EMPTAB QUE JA TENHAM
000438*                   FOLHA CONTROLADA NO CTRLFOL ATE A
000439*                   COMPETENCIA.
000440*----------------------------------------------------------------*
000450
000460*----------------------------------------------------------------*
000470 IDENTIFICATION                      DIVISION.
000480*----------------------------------------------------------------*
000490 PROGRAM-ID.                         ORCREL.
000500 AUTHOR.                             EMANUEL.
000510 INSTALLATION.                       DEPTO FOLHA DE PAGAMENTO.
000520 DATE-WRITTEN.                       25.03.2024.
000530 DATE-COMPILED.                      25.03.2024.
000540*----------------------------------------------------------------*
000550 ENVIRONMENT                         DIVISION.
000560*----------------------------------------------------------------*
000570 CONFIGURATION                       SECTION.
000580 SPECIAL-NAMES.
000590     DECIMAL-POINT IS COMMA.
000600*----------------------------------------------------------------*
000610 INPUT-OUTPUT                        SECTION.
000620*----------------------------------------------------------------*
000630 FILE-CONTROL.
000640     SELECT ORCPES                   ASSIGN TO "ORCPES"
000650                                      ORGANIZATION IS INDEXED
000660                                      ACCESS MODE IS DYNAMIC
000670                                      RECORD KEY IS
000680                                         ORC-CHAVE
000690                                      FILE STATUS IS
000700                                         ORCPES-STATUS.
000710     SELECT HISTFOL                  ASSIGN TO "HISTFOL"
000720                                      ORGANIZATION IS INDEXED
000730                                      ACCESS MODE IS DYNAMIC
000740                                      RECORD KEY IS
000750                                         HIST-CHAVE
000760                                      FILE STATUS IS
000770                                         HISTFOL-STATUS.
000780     SELECT HISTRUB                  ASSIGN TO "HISTRUB"
000790                                      ORGANIZATION IS INDEXED
000800                                      ACCESS MODE IS DYNAMIC
000810                                      RECORD KEY IS
000820                                         HRB-CHAVE
000830                                      FILE STATUS IS
000840                                         HISTRUB-STATUS.
000850     SELECT CTRLFOL                  ASSIGN TO "CTRLFOL"
000860                                      ORGANIZATION IS INDEXED
000870                                      ACCESS MODE IS DYNAMIC
000880                                      RECORD KEY IS
000890                                         CTRL-CHAVE
000900                                      FILE STATUS IS
000910                                         CTRLFOL-STATUS.
000920     SELECT EMPTAB                   ASSIGN TO "EMPTAB"
000930                                      ORGANIZATION IS
000940                                         LINE SEQUENTIAL
000950                                      FILE STATUS IS
000960                                         EMPTAB-STATUS.
000970     SELECT ORCREL                   ASSIGN TO "ORCREL"
000980                                      ORGANIZATION IS
000990                                         LINE SEQUENTIAL
001000                                      FILE STATUS IS
001010                                         ORCREL-STATUS.
001020     SELECT ORCEXT                   ASSIGN TO "ORCEXT"
001030                                      ORGANIZATION IS
001040                                         LINE SEQUENTIAL
001050                                      FILE STATUS IS
001060                                         ORCEXT-STATUS.
001070*----------------------------------------------------------------*
001080 DATA                                DIVISION.
001090*----------------------------------------------------------------*
001100 FILE                                SECTION.
001110 FD  ORCPES.
001120     COPY ORCPES.
001130 FD  HISTFOL.
001140     COPY HISTFOL.
001150 FD  HISTRUB.
001160     COPY HISTRUB.
001170 FD  CTRLFOL.
001180     COPY CTRLFOL.
001190 FD  EMPTAB.
001200     COPY EMPTAB.
001210 FD  ORCREL.
001220 01  LINHA-ORCREL                    PIC X(132).
001230 FD  ORCEXT.
001240     COPY ORCEXT.
001250*----------------------------------------------------------------*
001260 WORKING-STORAGE                     SECTION.
001270*----------------------------------------------------------------*
001280     COPY ORCLAY.
001290
001300 77  ORCPES-STATUS                   PIC X(02).
001310 77  HISTFOL-STATUS                  PIC X(02).
001320 77  HISTRUB-STATUS                  PIC X(02).
001330 77  CTRLFOL-STATUS                  PIC X(02).
001340 77  EMPTAB-STATUS                   PIC X(02).
001350 77  ORCREL-STATUS                   PIC X(02).
001360 77  ORCEXT-STATUS                   PIC X(02).
001370 77  PARM-LINHA-COMANDO              PIC X(40).
001380 77  PARM-COMPETENCIA                PIC X(06).
001390 77  PARM-TOLERANCIA                 PIC X(02).
001400 77  TOLERANCIA                      PIC 9(02).
001401 77  EMPRESA-REGISTRO                PIC 9(03).
001430 77  CENTRO-CUSTO-PESQUISA           PIC X(06).
001440 77  MES-APURACAO                    PIC 9(02).
001450 77  HC-APURACAO                     PIC 9(05).
001460 77  BRUTO-APURACAO                  PIC 9(11)V99.
001470 77  BASE-ENCARGOS-APURACAO          PIC 9(11)V99.
001480 77  ENCARGOS-APURACAO               PIC 9(11)V99.
001490 77  LIN-CENTRO-CUSTO                PIC X(06).
001500 77  LIN-CENTRO-EXTRATO              PIC X(06).
001510 77  LIN-PERIODO                     PIC X(01).
001520 77  LIN-HC-ORCADO                   PIC 9(05).
001530 77  LIN-HC-REAL                     PIC 9(05).
001540 77  LIN-BRUTO-ORCADO                PIC 9(11)V99.
001550 77  LIN-BRUTO-REAL                  PIC 9(11)V99.
001560 77  LIN-ENCARGOS-ORCADO             PIC 9(11)V99.
001570 77  LIN-ENCARGOS-REAL               PIC 9(11)V99.
001580 77  LIN-TOTAL-ORCADO                PIC 9(11)V99.
001590 77  LIN-TOTAL-REAL                  PIC 9(11)V99.
001600 77  LIN-LIMITE                      PIC 9(11)V99.
001610 77  LIN-VARIACAO                    PIC S9(11)V99.
001620 77  LIN-VARIACAO-PERC               PIC S9(07)V9.
001630 77  LIN-SITUACAO                    PIC X(01).
001640 77  GT-HC-ORC-MES                   PIC 9(07).
001650 77  GT-HC-ORC-ANO                   PIC 9(07).
001660 77  GT-HC-REAL-MES                  PIC 9(07).
001670 77  GT-HC-REAL-ANO                  PIC 9(07).
001680 77  GT-BRUTO-ORC-MES                PIC 9(11)V99.
001690 77  GT-BRUTO-ORC-ANO                PIC 9(11)V99.
001700 77  GT-BRUTO-REAL-MES               PIC 9(11)V99.
001710 77  GT-BRUTO-REAL-ANO               PIC 9(11)V99.
001720 77  GT-ENC-ORC-MES                  PIC 9(11)V99.
001730 77  GT-ENC-ORC-ANO                  PIC 9(11)V99.
001740 77  GT-ENC-REAL-MES                 PIC 9(11)V99.
001750 77  GT-ENC-REAL-ANO                 PIC 9(11)V99.
001760 77  CONTLIST                        PIC 9(05) COMP.
001770 77  CONTACIMA                       PIC 9(05) COMP.
001780 77  CONTSEMORC                      PIC 9(05) COMP.
001790 77  TOR-QTDE                        PIC 9(03) COMP.
001800 77  TOR-SUB                         PIC 9(03) COMP.
001810 77  DATA-EXECUCAO                   PIC 9(08).
001820 77  DATA-EXECUCAO-FMT               PIC X(10).
001830
001840 01  COMPETENCIA-RELATORIO.
001850     05  CRE-ANO                     PIC 9(04).
001860     05  CRE-MES                     PIC 9(02).
001870 01  COMPETENCIA-RELATORIO-N         REDEFINES
001880                                     COMPETENCIA-RELATORIO
001890                                     PIC 9(06).
001900
001910 01  COMPETENCIA-LIDA.
001920     05  CLI-ANO                     PIC 9(04).
001930     05  CLI-MES                     PIC 9(02).
001940 01  COMPETENCIA-LIDA-N              REDEFINES
001950                                     COMPETENCIA-LIDA
001960                                     PIC 9(06).
001970
001980 01  DATA-LIDA.
001990     05  DLI-ANO                     PIC 9(04).
002000     05  DLI-MES                     PIC 9(02).
002010     05  DLI-DIA                     PIC 9(02).
002020 01  DATA-LIDA-N                     REDEFINES
002030                                     DATA-LIDA
002040                                     PIC 9(08).
002050
002060*    ORCADO E REALIZADO POR CENTRO DE CUSTO, NO MES DA
002070*    COMPETENCIA E NO ACUMULADO DO ANO (QUADRO DO ANO = SOMA DOS
002080*    QUADROS MENSAIS, DIVIDIDA PELO NUMERO DE MESES NA IMPRESSAO)
002090 01  TABELA-ORCAMENTO-CC.
002100     05  TOR-OCORRENCIA              OCCURS 100 TIMES
002110                                     INDEXED BY TOR-IDX.
002120         10  TOR-CENTRO-CUSTO        PIC X(06).
002130         10  TOR-HC-ORC-MES          PIC 9(05).
002140         10  TOR-HC-ORC-ANO          PIC 9(07).
002150         10  TOR-BRUTO-ORC-MES       PIC 9(11)V99.
002160         10  TOR-BRUTO-ORC-ANO       PIC 9(11)V99.
002170         10  TOR-ENC-ORC-MES         PIC 9(11)V99.
002180         10  TOR-ENC-ORC-ANO         PIC 9(11)V99.
002190         10  TOR-HC-REAL-MES         PIC 9(05).
002200         10  TOR-HC-REAL-ANO         PIC 9(07).
002210         10  TOR-BRUTO-REAL-MES      PIC 9(11)V99.
002220         10  TOR-BRUTO-REAL-ANO      PIC 9(11)V99.
002230         10  TOR-ENC-REAL-MES        PIC 9(11)V99.
002240         10  TOR-ENC-REAL-ANO        PIC 9(11)V99.
002241
002242*    EMPRESAS DO GRUPO (INDICE = CODIGO NA EMPTAB) COM A SOMA DOS
002243*    PERCENTUAIS DOS ENCARGOS (FGTS + INSS PATRONAL + RAT +
002244*    TERCEIROS)
002245 01  TABELA-EMPRESAS.
002246     05  TBE-OCORRENCIA              OCCURS 999 TIMES.
002247         10  TBE-CADASTRADA          PIC X(01).
002248         10  TBE-PERC-ENCARGOS       PIC 9(03)V99.
002249
002250*    PRIMEIRA COMPETENCIA CONTROLADA NO CTRLFOL POR EMPRESA
002251*    (ZERO = EMPRESA SEM NENHUMA FOLHA CONTROLADA ATE A
002252*    COMPETENCIA DO RELATORIO)
002253 01  TABELA-INICIO-EMPRESAS.
002254     05  TIE-PRIMEIRA-COMPETENCIA    PIC 9(06)
002255                                     OCCURS 999 TIMES.
002256
002260 01  SW-ERRO-NA-ABERTURA             PIC X(01).
002270     88  ERRO-NA-ABERTURA                        VALUE "S".
002280     88  SEM-ERRO-NA-ABERTURA                    VALUE "N".
002290
002300 01  SW-FIM-ORCPES                   PIC X(01).
002310     88  FIM-ORCPES                               VALUE "S".
002320     88  NAO-FIM-ORCPES                           VALUE "N".
002330
002340 01  SW-FIM-HISTFOL                  PIC X(01).
002350     88  FIM-HISTFOL                              VALUE "S".
002360     88  NAO-FIM-HISTFOL                          VALUE "N".
002370
002380 01  SW-FIM-HISTRUB                  PIC X(01).
002390     88  FIM-HISTRUB                              VALUE "S".
002400     88  NAO-FIM-HISTRUB                          VALUE "N".
002401
002402 01  SW-FIM-EMPTAB                   PIC X(01).
002403     88  FIM-EMPTAB                               VALUE "S".
002404     88  NAO-FIM-EMPTAB                           VALUE "N".
002405
002406 01  SW-FIM-CTRLFOL                  PIC X(01).
002407     88  FIM-CTRLFOL                              VALUE "S".
002408     88  NAO-FIM-CTRLFOL                          VALUE "N".
002410
002420 01  SW-CENTRO-SINALIZADO            PIC X(01).
002430     88  CENTRO-ACIMA-TOLERANCIA                  VALUE "E".
002440     88  CENTRO-SEM-ORCAMENTO                     VALUE "S".
002450     88  CENTRO-SEM-SINALIZACAO                   VALUE " ".
002460*----------------------------------------------------------------*
002470 PROCEDURE                           DIVISION.
002480*----------------------------------------------------------------*
002490 0000-PRINCIPAL.
002500
002510     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
002520     IF SEM-ERRO-NA-ABERTURA
002530        PERFORM 1100-CARREGAR-ORCAMENTO
002540            THRU 1100-CARREGAR-ORCAMENTO-EXIT
002550            UNTIL FIM-ORCPES
002560        PERFORM 2000-APURAR-REALIZADO
002570            THRU 2000-APURAR-REALIZADO-EXIT
002580            UNTIL FIM-HISTFOL
002590        PERFORM 3000-TERMINO
002600     END-IF
002610     STOP RUN
002620     .
002630
002640*----------------------------------------------------------------*
002650*                   Inicializar o Programa: Validar o PARM,
002660*                   Carregar os Encargos e Conferir o Fechamento
002661*                   da Competencia das Empresas e Abrir os
002662*                   Arquivos
002680*----------------------------------------------------------------*
002690 1000-INICIALIZAR.
002700
002710     MOVE ZERO                       TO CONTLIST
002720     MOVE ZERO                       TO CONTACIMA
002730     MOVE ZERO                       TO CONTSEMORC
002740     MOVE ZERO                       TO TOR-QTDE
002750     SET NAO-FIM-ORCPES              TO TRUE
002760     SET NAO-FIM-HISTFOL             TO TRUE
002770     SET SEM-ERRO-NA-ABERTURA        TO TRUE
002780     ACCEPT DATA-EXECUCAO            FROM DATE YYYYMMDD
002790     STRING DATA-EXECUCAO (7:2) "/"
002800            DATA-EXECUCAO (5:2) "/"
002810            DATA-EXECUCAO (1:4)
002820            DELIMITED BY SIZE INTO DATA-EXECUCAO-FMT
002830     ACCEPT PARM-LINHA-COMANDO       FROM COMMAND-LINE
002840     MOVE SPACES                     TO PARM-COMPETENCIA
002850     MOVE SPACES                     TO PARM-TOLERANCIA
002860     UNSTRING PARM-LINHA-COMANDO
002870         DELIMITED BY ALL " "
002880         INTO PARM-COMPETENCIA
002890              PARM-TOLERANCIA
002900     IF PARM-COMPETENCIA NOT NUMERIC
002910        DISPLAY "RC 20 - PARM INVALIDO - INFORMAR 'AAAAMM TT' "
002920           "(COMPETENCIA E TOLERANCIA %)"
002930        MOVE 20                      TO RETURN-CODE
002940        SET ERRO-NA-ABERTURA         TO TRUE
002950        GO TO 1000-INICIALIZAR-EXIT
002960     END-IF
002970     MOVE PARM-COMPETENCIA           TO COMPETENCIA-RELATORIO
002980     IF CRE-ANO = ZERO
002990        OR CRE-MES = ZERO
003000        OR CRE-MES > 12
003010        DISPLAY "RC 20 - PARM INVALIDO - INFORMAR 'AAAAMM TT' "
003020           "(COMPETENCIA E TOLERANCIA %)"
003030        MOVE 20                      TO RETURN-CODE
003040        SET ERRO-NA-ABERTURA         TO TRUE
003050        GO TO 1000-INICIALIZAR-EXIT
003060     END-IF
003070     IF PARM-TOLERANCIA = SPACES
003080        MOVE 10                      TO TOLERANCIA
003090     ELSE
003100        IF PARM-TOLERANCIA NOT NUMERIC
003110           DISPLAY "RC 20 - PARM INVALIDO - TOLERANCIA COM DOIS "
003120              "DIGITOS (EX.: 'AAAAMM 05')"
003130           MOVE 20                   TO RETURN-CODE
003140           SET ERRO-NA-ABERTURA      TO TRUE
003150           GO TO 1000-INICIALIZAR-EXIT
003160        END-IF
003170        MOVE PARM-TOLERANCIA         TO TOLERANCIA
003180     END-IF
003190     OPEN INPUT CTRLFOL
003200     IF CTRLFOL-STATUS NOT = "00"
003210        DISPLAY "RC 24 - ERRO AO ABRIR CTRLFOL - FILE STATUS "
003220           CTRLFOL-STATUS
003230        MOVE 24                      TO RETURN-CODE
003240        SET ERRO-NA-ABERTURA         TO TRUE
003250        GO TO 1000-INICIALIZAR-EXIT
003260     END-IF
003410     PERFORM 1300-CARREGAR-ENCARGOS
003420         THRU 1300-CARREGAR-ENCARGOS-EXIT
003421     CLOSE CTRLFOL
003430     IF ERRO-NA-ABERTURA
003440        GO TO 1000-INICIALIZAR-EXIT
003450     END-IF
003460     OPEN INPUT ORCPES
003470     IF ORCPES-STATUS NOT = "00"
003480        DISPLAY "RC 24 - ERRO AO ABRIR ORCPES - FILE STATUS "
003490           ORCPES-STATUS
003500        MOVE 24                      TO RETURN-CODE
003510        SET ERRO-NA-ABERTURA         TO TRUE
003520        GO TO 1000-INICIALIZAR-EXIT
003530     END-IF
003540     OPEN INPUT HISTFOL
003550     IF HISTFOL-STATUS NOT = "00"
003560        DISPLAY "RC 24 - ERRO AO ABRIR HISTFOL - FILE STATUS "
003570           HISTFOL-STATUS
003580        MOVE 24                      TO RETURN-CODE
003590        SET ERRO-NA-ABERTURA         TO TRUE
003600        GO TO 1000-INICIALIZAR-EXIT
003610     END-IF
003620     OPEN INPUT HISTRUB
003630     IF HISTRUB-STATUS NOT = "00"
003640        DISPLAY "RC 24 - ERRO AO ABRIR HISTRUB - FILE STATUS "
003650           HISTRUB-STATUS
003660        MOVE 24                      TO RETURN-CODE
003670        SET ERRO-NA-ABERTURA         TO TRUE
003680        GO TO 1000-INICIALIZAR-EXIT
003690     END-IF
003700     OPEN OUTPUT ORCREL
003710     IF ORCREL-STATUS NOT = "00"
003720        DISPLAY "RC 24 - ERRO AO ABRIR ORCREL - FILE STATUS "
003730           ORCREL-STATUS
003740        MOVE 24                      TO RETURN-CODE
003750        SET ERRO-NA-ABERTURA         TO TRUE
003760        GO TO 1000-INICIALIZAR-EXIT
003770     END-IF
003780     OPEN OUTPUT ORCEXT
003790     IF ORCEXT-STATUS NOT = "00"
003800        DISPLAY "RC 24 - ERRO AO ABRIR ORCEXT - FILE STATUS "
003810           ORCEXT-STATUS
003820        MOVE 24                      TO RETURN-CODE
003830        SET ERRO-NA-ABERTURA         TO TRUE
003840        GO TO 1000-INICIALIZAR-EXIT
003850     END-IF
003860     MOVE SPACES                     TO ORL1-COMPETENCIA
003870     STRING CRE-MES "/" CRE-ANO
003880            DELIMITED BY SIZE INTO ORL1-COMPETENCIA
003890     MOVE DATA-EXECUCAO-FMT          TO ORL1-DATA
003900     MOVE TOLERANCIA                 TO ORL2-TOLERANCIA
003910     WRITE LINHA-ORCREL              FROM ORL-CABECALHO-1
003920     WRITE LINHA-ORCREL              FROM ORL-CABECALHO-2
003930     WRITE LINHA-ORCREL              FROM ORL-LINHA-BRANCO
003940     WRITE LINHA-ORCREL              FROM ORL-CABECALHO-3
003950     WRITE LINHA-ORCREL              FROM ORL-CABECALHO-4
003960     WRITE LINHA-ORCREL              FROM ORL-LINHA-SEPARADOR
003970     MOVE LOW-VALUES                 TO ORC-CENTRO-CUSTO
003980     MOVE ZERO                       TO ORC-COMPETENCIA
003990     START ORCPES KEY NOT LESS THAN ORC-CHAVE
004000         INVALID KEY
004010             SET FIM-ORCPES           TO TRUE
004020     END-START
004030     MOVE ZERO                       TO HIST-MATRICULA
004040     MOVE ZERO                       TO HIST-COMPETENCIA
004050     START HISTFOL KEY NOT LESS THAN HIST-CHAVE
004060         INVALID KEY
004070             SET FIM-HISTFOL          TO TRUE
004080     END-START
004090     .
004100 1000-INICIALIZAR-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------------*
004140*                   Carregar um Registro do Orcamento: So as
004150*                   Competencias do Ano Ate a do PARM. Como o
004160*                   ORCPES Esta em Ordem de Centro de Custo, a
004170*                   Tabela Fica Nessa Ordem; os Centros com
004180*                   Custo e sem Orcamento Entram ao Final
004190*----------------------------------------------------------------*
004200 1100-CARREGAR-ORCAMENTO.
004210
004220     READ ORCPES NEXT
004230         AT END
004240             SET FIM-ORCPES           TO TRUE
004250             GO TO 1100-CARREGAR-ORCAMENTO-EXIT
004260     END-READ
004270     MOVE ORC-COMPETENCIA            TO COMPETENCIA-LIDA-N
004280     IF CLI-ANO NOT = CRE-ANO
004290        OR CLI-MES > CRE-MES
004300        GO TO 1100-CARREGAR-ORCAMENTO-EXIT
004310     END-IF
004320     MOVE ORC-CENTRO-CUSTO           TO CENTRO-CUSTO-PESQUISA
004330     PERFORM 2400-LOCALIZAR-CENTRO-CUSTO
004340         THRU 2400-LOCALIZAR-CENTRO-CUSTO-EXIT
004350     COMPUTE TOR-HC-ORC-ANO (TOR-SUB) =
004360        TOR-HC-ORC-ANO (TOR-SUB) + ORC-HEADCOUNT
004370     COMPUTE TOR-BRUTO-ORC-ANO (TOR-SUB) =
004380        TOR-BRUTO-ORC-ANO (TOR-SUB) + ORC-BRUTO
004390     COMPUTE TOR-ENC-ORC-ANO (TOR-SUB) =
004400        TOR-ENC-ORC-ANO (TOR-SUB) + ORC-ENCARGOS
004410     IF CLI-MES = CRE-MES
004420        COMPUTE TOR-HC-ORC-MES (TOR-SUB) =
004430           TOR-HC-ORC-MES (TOR-SUB) + ORC-HEADCOUNT
004440        COMPUTE TOR-BRUTO-ORC-MES (TOR-SUB) =
004450           TOR-BRUTO-ORC-MES (TOR-SUB) + ORC-BRUTO
004460        COMPUTE TOR-ENC-ORC-MES (TOR-SUB) =
004470           TOR-ENC-ORC-MES (TOR-SUB) + ORC-ENCARGOS
004480     END-IF
004490     .
004500 1100-CARREGAR-ORCAMENTO-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------------*
004540*                   Carregar os Percentuais dos Encargos
004550*                   Patronais (FGTS e INSS PATRONAL + RAT +
004551*                   TERCEIROS) de Cada Empresa da Tabela de
004552*                   Empresas EMPTAB, Conferindo no CTRLFOL o
004553*                   Fechamento da Folha Normal de Cada Uma
004554*                   que Ja Tenha Folha Controlada
004570*----------------------------------------------------------------*
004580 1300-CARREGAR-ENCARGOS.
004590
004591     MOVE SPACES                     TO TABELA-EMPRESAS
004592     MOVE ZEROS                      TO TABELA-INICIO-EMPRESAS
004593     SET NAO-FIM-CTRLFOL             TO TRUE
004594     MOVE ZERO                       TO CTRL-COMPETENCIA
004595     MOVE LOW-VALUES                 TO CTRL-TIPO-FOLHA
004596     MOVE ZERO                       TO CTRL-EMPRESA
004597     START CTRLFOL KEY NOT LESS THAN CTRL-CHAVE
004598         INVALID KEY
004599             SET FIM-CTRLFOL          TO TRUE
004600     END-START
004601     PERFORM 1310-LER-PRIMEIRA-COMPETENCIA
004602         THRU 1310-LER-PRIMEIRA-COMPETENCIA-EXIT
004603         UNTIL FIM-CTRLFOL
004604     OPEN INPUT EMPTAB
004605     IF EMPTAB-STATUS NOT = "00"
004606        DISPLAY "RC 24 - ERRO AO ABRIR EMPTAB - FILE STATUS "
004607           EMPTAB-STATUS
004608        MOVE 24                      TO RETURN-CODE
004609        SET ERRO-NA-ABERTURA         TO TRUE
004610        GO TO 1300-CARREGAR-ENCARGOS-EXIT
004611     END-IF
004612     SET NAO-FIM-EMPTAB              TO TRUE
004613     PERFORM 1350-CARREGAR-EMPRESA
004614         THRU 1350-CARREGAR-EMPRESA-EXIT
004615         UNTIL FIM-EMPTAB
004616     CLOSE EMPTAB
004617     IF TBE-CADASTRADA (1) NOT = "S"
004618        DISPLAY "RC 20 - EMPRESA 001 SEM CADASTRO NA EMPTAB"
004619        MOVE 20                      TO RETURN-CODE
004620        SET ERRO-NA-ABERTURA         TO TRUE
004621     END-IF
004622     .
004623 1300-CARREGAR-ENCARGOS-EXIT.
004624     EXIT.
004625
004626*----------------------------------------------------------------*
004627*                   Guardar a Primeira Competencia Controlada de
004628*                   Cada Empresa ate a Competencia do Relatorio
004629*                   (Empresa em Branco ou Zero no CTRLFOL e a 001)
004630*----------------------------------------------------------------*
004631 1310-LER-PRIMEIRA-COMPETENCIA.
004632
004633     READ CTRLFOL NEXT
004634         AT END
004635             SET FIM-CTRLFOL          TO TRUE
004636             GO TO 1310-LER-PRIMEIRA-COMPETENCIA-EXIT
004637     END-READ
004638     IF CTRL-COMPETENCIA > COMPETENCIA-RELATORIO-N
004639        SET FIM-CTRLFOL              TO TRUE
004640        GO TO 1310-LER-PRIMEIRA-COMPETENCIA-EXIT
004641     END-IF
004642     IF CTRL-EMPRESA NUMERIC
004643        AND CTRL-EMPRESA NOT = ZERO
004644        MOVE CTRL-EMPRESA            TO EMPRESA-REGISTRO
004645     ELSE
004646        MOVE 1                       TO EMPRESA-REGISTRO
004647     END-IF
004648     IF TIE-PRIMEIRA-COMPETENCIA (EMPRESA-REGISTRO) = ZERO
004649        MOVE CTRL-COMPETENCIA
004650           TO TIE-PRIMEIRA-COMPETENCIA (EMPRESA-REGISTRO)
004651     END-IF
004652     .
004653 1310-LER-PRIMEIRA-COMPETENCIA-EXIT.
004654     EXIT.
004655
004656*----------------------------------------------------------------*
004657*                   Carregar uma Empresa da EMPTAB na Tabela e
004658*                   Conferir o Fechamento da Folha Normal Dela;
004659*                   Folha Nao Fechada Recusa o Relatorio com
004660*                   RC=28 (Todas as Empresas Sao Conferidas,
004661*                   Menos a que Ainda Nao Tem Folha Controlada)
004662*----------------------------------------------------------------*
004663 1350-CARREGAR-EMPRESA.
004664
004665     READ EMPTAB
004666         AT END
004667             SET FIM-EMPTAB           TO TRUE
004668             GO TO 1350-CARREGAR-EMPRESA-EXIT
004669     END-READ
004670     IF EMP-CODIGO NOT NUMERIC
004671        OR EMP-CODIGO = ZERO
004672        GO TO 1350-CARREGAR-EMPRESA-EXIT
004673     END-IF
004674     MOVE "S"
004675                          TO TBE-CADASTRADA (EMP-CODIGO)
004676     COMPUTE TBE-PERC-ENCARGOS (EMP-CODIGO) =
004677        EMP-PERC-FGTS + EMP-PERC-INSS-PATRONAL + EMP-PERC-RAT +
004678        EMP-PERC-TERCEIROS
004679     IF TIE-PRIMEIRA-COMPETENCIA (EMP-CODIGO) = ZERO
004680        DISPLAY "EMPRESA " EMP-CODIGO " SEM FOLHA CONTROLADA NO "
004681           "CTRLFOL ATE A COMPETENCIA " PARM-COMPETENCIA
004682           " - NAO CONFERIDA"
004683        GO TO 1350-CARREGAR-EMPRESA-EXIT
004684     END-IF
004685     MOVE COMPETENCIA-RELATORIO-N    TO CTRL-COMPETENCIA
004686     MOVE "N"                        TO CTRL-TIPO-FOLHA
004687     MOVE EMP-CODIGO                 TO CTRL-EMPRESA
004688     READ CTRLFOL
004689         INVALID KEY
004690             MOVE SPACES              TO CTRL-SITUACAO
004691     END-READ
004692     IF NOT CTRL-FECHADA
004693        DISPLAY "RC 28 - COMPETENCIA " PARM-COMPETENCIA
004694           " TIPO N DA EMPRESA " EMP-CODIGO
004695           " NAO FECHADA NO CTRLFOL - RELATORIO RECUSADO"
004696        MOVE 28                      TO RETURN-CODE
004697        SET ERRO-NA-ABERTURA         TO TRUE
004698     END-IF
004699     .
004700 1350-CARREGAR-EMPRESA-EXIT.
004701     EXIT.
004860
004870*----------------------------------------------------------------*
004880*                   Apurar o Realizado de um Registro do
004890*                   Historico de Folha do Ano: Folha Normal no
004900*                   Mes da Competencia, 13O e Rescisao no Mes
004910*                   do Calculo e Ferias pelas Verbas Pagas
004920*----------------------------------------------------------------*
004930 2000-APURAR-REALIZADO.
004940
004950     READ HISTFOL NEXT
004960         AT END
004970             SET FIM-HISTFOL          TO TRUE
004980             GO TO 2000-APURAR-REALIZADO-EXIT
004990     END-READ
005000     MOVE HIST-COMPETENCIA           TO COMPETENCIA-LIDA-N
005010     IF CLI-ANO NOT = CRE-ANO
005020        GO TO 2000-APURAR-REALIZADO-EXIT
005030     END-IF
005031     IF HIST-EMPRESA NUMERIC AND HIST-EMPRESA NOT = ZERO
005032        MOVE HIST-EMPRESA            TO EMPRESA-REGISTRO
005033     ELSE
005034        MOVE 1                       TO EMPRESA-REGISTRO
005035     END-IF
005036     IF TBE-CADASTRADA (EMPRESA-REGISTRO) NOT = "S"
005037        MOVE 1                       TO EMPRESA-REGISTRO
005038     END-IF
005040     MOVE HIST-CENTRO-CUSTO          TO CENTRO-CUSTO-PESQUISA
005050     MOVE ZERO                       TO HC-APURACAO
005060     MOVE HIST-SALARIO-BRUTO         TO BRUTO-APURACAO
005070     MOVE HIST-SALARIO-BRUTO         TO BASE-ENCARGOS-APURACAO
005080     EVALUATE CLI-MES
005090         WHEN 1 THRU 12
005100             MOVE CLI-MES             TO MES-APURACAO
005110             MOVE 1                   TO HC-APURACAO
005120         WHEN 13
005130         WHEN 15
005140             MOVE HIST-DATA-CALCULO   TO DATA-LIDA-N
005150             IF DLI-ANO = CRE-ANO
005160                MOVE DLI-MES          TO MES-APURACAO
005170             ELSE
005180                MOVE 12               TO MES-APURACAO
005190             END-IF
005200         WHEN 14
005210             PERFORM 2100-APURAR-FERIAS
005220                 THRU 2100-APURAR-FERIAS-EXIT
005230             GO TO 2000-APURAR-REALIZADO-EXIT
005240         WHEN OTHER
005250             GO TO 2000-APURAR-REALIZADO-EXIT
005260     END-EVALUATE
005270     PERFORM 2300-ACUMULAR-REALIZADO
005280         THRU 2300-ACUMULAR-REALIZADO-EXIT
005290     .
005300 2000-APURAR-REALIZADO-EXIT.
005310     EXIT.
005320
005330*----------------------------------------------------------------*
005340*                   Apurar as Ferias do Ano do Funcionario pelas
005350*                   Verbas Pagas (HISTRUB AAAA14), Cada Uma no
005360*                   Mes do Pagamento e no Seu Centro de Custo
005370*----------------------------------------------------------------*
005380 2100-APURAR-FERIAS.
005390
005400     SET NAO-FIM-HISTRUB             TO TRUE
005410     MOVE HIST-MATRICULA             TO HRB-MATRICULA
005420     MOVE HIST-COMPETENCIA           TO HRB-COMPETENCIA
005430     MOVE ZERO                       TO HRB-COMP-PAGTO
005440     MOVE ZERO                       TO HRB-REFERENCIA
005450     MOVE LOW-VALUES                 TO HRB-CODIGO
005460     START HISTRUB KEY NOT LESS THAN HRB-CHAVE
005470         INVALID KEY
005480             SET FIM-HISTRUB          TO TRUE
005490     END-START
005500     PERFORM 2150-APURAR-VERBA-FERIAS
005510         THRU 2150-APURAR-VERBA-FERIAS-EXIT
005520         UNTIL FIM-HISTRUB
005530     .
005540 2100-APURAR-FERIAS-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------------*
005580*                   Apurar uma Verba de Ferias (9004), Dobra
005590*                   (9005) ou Abono Pecuniario (9006) - o Abono
005600*                   Fica Fora da Base dos Encargos
005610*----------------------------------------------------------------*
005620 2150-APURAR-VERBA-FERIAS.
005630
005640     READ HISTRUB NEXT
005650         AT END
005660             SET FIM-HISTRUB          TO TRUE
005670             GO TO 2150-APURAR-VERBA-FERIAS-EXIT
005680     END-READ
005690     IF HRB-MATRICULA NOT = HIST-MATRICULA
005700        OR HRB-COMPETENCIA NOT = HIST-COMPETENCIA
005710        SET FIM-HISTRUB              TO TRUE
005720        GO TO 2150-APURAR-VERBA-FERIAS-EXIT
005730     END-IF
005740     IF HRB-CODIGO NOT = "9004"
005750        AND HRB-CODIGO NOT = "9005"
005760        AND HRB-CODIGO NOT = "9006"
005770        GO TO 2150-APURAR-VERBA-FERIAS-EXIT
005780     END-IF
005790     MOVE HRB-COMP-PAGTO             TO COMPETENCIA-LIDA-N
005800     IF CLI-ANO NOT = CRE-ANO
005810        GO TO 2150-APURAR-VERBA-FERIAS-EXIT
005820     END-IF
005830     MOVE CLI-MES                    TO MES-APURACAO
005840     MOVE HRB-CENTRO-CUSTO           TO CENTRO-CUSTO-PESQUISA
005850     MOVE ZERO                       TO HC-APURACAO
005860     MOVE HRB-VALOR                  TO BRUTO-APURACAO
005870     IF HRB-CODIGO = "9006"
005880        MOVE ZERO                    TO BASE-ENCARGOS-APURACAO
005890     ELSE
005900        MOVE HRB-VALOR               TO BASE-ENCARGOS-APURACAO
005910     END-IF
005920     PERFORM 2300-ACUMULAR-REALIZADO
005930         THRU 2300-ACUMULAR-REALIZADO-EXIT
005940     .
005950 2150-APURAR-VERBA-FERIAS-EXIT.
005960     EXIT.
005970
005980*----------------------------------------------------------------*
005990*                   Acumular um Valor Realizado no Centro de
006000*                   Custo: no Ano Se o Mes For Ate o da
006010*                   Competencia e no Mes Se For o Dela, com os
006020*                   Encargos Calculados sobre a Base
006021*                   aos Percentuais da Empresa do Registro
006030*----------------------------------------------------------------*
006040 2300-ACUMULAR-REALIZADO.
006050
006060     IF MES-APURACAO > CRE-MES
006070        GO TO 2300-ACUMULAR-REALIZADO-EXIT
006080     END-IF
006090     IF CENTRO-CUSTO-PESQUISA = SPACES
006100        MOVE "999999"                TO CENTRO-CUSTO-PESQUISA
006110     END-IF
006120     COMPUTE ENCARGOS-APURACAO ROUNDED =
006121        BASE-ENCARGOS-APURACAO *
006122        TBE-PERC-ENCARGOS (EMPRESA-REGISTRO) / 100
006150     PERFORM 2400-LOCALIZAR-CENTRO-CUSTO
006160         THRU 2400-LOCALIZAR-CENTRO-CUSTO-EXIT
006170     COMPUTE TOR-HC-REAL-ANO (TOR-SUB) =
006180        TOR-HC-REAL-ANO (TOR-SUB) + HC-APURACAO
006190     COMPUTE TOR-BRUTO-REAL-ANO (TOR-SUB) =
006200        TOR-BRUTO-REAL-ANO (TOR-SUB) + BRUTO-APURACAO
006210     COMPUTE TOR-ENC-REAL-ANO (TOR-SUB) =
006220        TOR-ENC-REAL-ANO (TOR-SUB) + ENCARGOS-APURACAO
006230     IF MES-APURACAO = CRE-MES
006240        COMPUTE TOR-HC-REAL-MES (TOR-SUB) =
006250           TOR-HC-REAL-MES (TOR-SUB) + HC-APURACAO
006260        COMPUTE TOR-BRUTO-REAL-MES (TOR-SUB) =
006270           TOR-BRUTO-REAL-MES (TOR-SUB) + BRUTO-APURACAO
006280        COMPUTE TOR-ENC-REAL-MES (TOR-SUB) =
006290           TOR-ENC-REAL-MES (TOR-SUB) + ENCARGOS-APURACAO
006300     END-IF
006310     .
006320 2300-ACUMULAR-REALIZADO-EXIT.
006330     EXIT.
006340
006350*----------------------------------------------------------------*
006360*                   Localizar o Centro de Custo na Tabela,
006370*                   Criando-o Zerado na Primeira Vez (Tabela
006380*                   Esgotada Acumula na Ultima Ocorrencia)
006390*----------------------------------------------------------------*
006400 2400-LOCALIZAR-CENTRO-CUSTO.
006410
006420     SET TOR-IDX                     TO 1
006430     MOVE ZERO                       TO TOR-SUB
006440     IF TOR-QTDE > ZERO
006450        SEARCH TOR-OCORRENCIA
006460            AT END
006470                MOVE ZERO            TO TOR-SUB
006480            WHEN TOR-IDX > TOR-QTDE
006490                MOVE ZERO            TO TOR-SUB
006500            WHEN TOR-CENTRO-CUSTO (TOR-IDX) =
006510                 CENTRO-CUSTO-PESQUISA
006520                SET TOR-SUB          TO TOR-IDX
006530        END-SEARCH
006540     END-IF
006550     IF TOR-SUB NOT = ZERO
006560        GO TO 2400-LOCALIZAR-CENTRO-CUSTO-EXIT
006570     END-IF
006580     IF TOR-QTDE = 100
006590        MOVE TOR-QTDE                TO TOR-SUB
006600        GO TO 2400-LOCALIZAR-CENTRO-CUSTO-EXIT
006610     END-IF
006620     COMPUTE TOR-QTDE = TOR-QTDE + 1
006630     MOVE TOR-QTDE                   TO TOR-SUB
006640     MOVE CENTRO-CUSTO-PESQUISA      TO TOR-CENTRO-CUSTO (TOR-SUB)
006650     MOVE ZERO                       TO TOR-HC-ORC-MES (TOR-SUB)
006660     MOVE ZERO                       TO TOR-HC-ORC-ANO (TOR-SUB)
006670     MOVE ZERO
006671                          TO TOR-BRUTO-ORC-MES (TOR-SUB)
006680     MOVE ZERO
006681                          TO TOR-BRUTO-ORC-ANO (TOR-SUB)
006690     MOVE ZERO                       TO TOR-ENC-ORC-MES (TOR-SUB)
006700     MOVE ZERO                       TO TOR-ENC-ORC-ANO (TOR-SUB)
006710     MOVE ZERO                       TO TOR-HC-REAL-MES (TOR-SUB)
006720     MOVE ZERO                       TO TOR-HC-REAL-ANO (TOR-SUB)
006730     MOVE ZERO
006731                          TO TOR-BRUTO-REAL-MES (TOR-SUB)
006740     MOVE ZERO
006741                          TO TOR-BRUTO-REAL-ANO (TOR-SUB)
006750     MOVE ZERO                       TO TOR-ENC-REAL-MES (TOR-SUB)
006760     MOVE ZERO                       TO TOR-ENC-REAL-ANO (TOR-SUB)
006770     .
006780 2400-LOCALIZAR-CENTRO-CUSTO-EXIT.
006790     EXIT.
006800
006810*----------------------------------------------------------------*
006820*                   Terminar o Programa: Imprimir e Extrair as
006830*                   Linhas de Cada Centro de Custo e o Total
006840*                   Geral, o Rodape e Definir o Return Code
006850*----------------------------------------------------------------*
006860 3000-TERMINO.
006870
006880     MOVE ZERO                       TO GT-HC-ORC-MES
006890     MOVE ZERO                       TO GT-HC-ORC-ANO
006900     MOVE ZERO                       TO GT-HC-REAL-MES
006910     MOVE ZERO                       TO GT-HC-REAL-ANO
006920     MOVE ZERO                       TO GT-BRUTO-ORC-MES
006930     MOVE ZERO                       TO GT-BRUTO-ORC-ANO
006940     MOVE ZERO                       TO GT-BRUTO-REAL-MES
006950     MOVE ZERO                       TO GT-BRUTO-REAL-ANO
006960     MOVE ZERO                       TO GT-ENC-ORC-MES
006970     MOVE ZERO                       TO GT-ENC-ORC-ANO
006980     MOVE ZERO                       TO GT-ENC-REAL-MES
006990     MOVE ZERO                       TO GT-ENC-REAL-ANO
007000     PERFORM 3100-LISTAR-CENTRO-CUSTO
007010         THRU 3100-LISTAR-CENTRO-CUSTO-EXIT
007020         VARYING TOR-SUB FROM 1 BY 1
007030         UNTIL TOR-SUB > TOR-QTDE
007040     WRITE LINHA-ORCREL              FROM ORL-LINHA-SEPARADOR
007050     MOVE "TOTAL "                   TO LIN-CENTRO-CUSTO
007060     MOVE "TOTAL "                   TO LIN-CENTRO-EXTRATO
007070     MOVE "M"                        TO LIN-PERIODO
007080     MOVE GT-HC-ORC-MES              TO LIN-HC-ORCADO
007090     MOVE GT-HC-REAL-MES             TO LIN-HC-REAL
007100     MOVE GT-BRUTO-ORC-MES           TO LIN-BRUTO-ORCADO
007110     MOVE GT-BRUTO-REAL-MES          TO LIN-BRUTO-REAL
007120     MOVE GT-ENC-ORC-MES             TO LIN-ENCARGOS-ORCADO
007130     MOVE GT-ENC-REAL-MES            TO LIN-ENCARGOS-REAL
007140     PERFORM 3200-IMPRIMIR-LINHA THRU 3200-IMPRIMIR-LINHA-EXIT
007150     MOVE SPACES                     TO LIN-CENTRO-CUSTO
007160     MOVE "A"                        TO LIN-PERIODO
007170     COMPUTE LIN-HC-ORCADO ROUNDED = GT-HC-ORC-ANO / CRE-MES
007180     COMPUTE LIN-HC-REAL ROUNDED = GT-HC-REAL-ANO / CRE-MES
007190     MOVE GT-BRUTO-ORC-ANO           TO LIN-BRUTO-ORCADO
007200     MOVE GT-BRUTO-REAL-ANO          TO LIN-BRUTO-REAL
007210     MOVE GT-ENC-ORC-ANO             TO LIN-ENCARGOS-ORCADO
007220     MOVE GT-ENC-REAL-ANO            TO LIN-ENCARGOS-REAL
007230     PERFORM 3200-IMPRIMIR-LINHA THRU 3200-IMPRIMIR-LINHA-EXIT
007240     MOVE CONTLIST                   TO ROD-ORL-LISTADOS
007250     MOVE CONTACIMA                  TO ROD-ORL-ACIMA
007260     MOVE CONTSEMORC                 TO ROD-ORL-SEM-ORCAMENTO
007270     WRITE LINHA-ORCREL              FROM ORL-LINHA-BRANCO
007280     WRITE LINHA-ORCREL              FROM ORL-RODAPE-1
007290     WRITE LINHA-ORCREL              FROM ORL-RODAPE-2
007300     WRITE LINHA-ORCREL              FROM ORL-RODAPE-3
007310     MOVE ZERO                       TO RETURN-CODE
007320     IF CONTLIST = ZERO
007330        DISPLAY "RC 16 - NENHUM ORCAMENTO OU REALIZADO NO ANO "
007340           "ATE A COMPETENCIA " PARM-COMPETENCIA
007350        MOVE 16                      TO RETURN-CODE
007360     ELSE
007370        IF CONTACIMA > ZERO
007380           OR CONTSEMORC > ZERO
007390           DISPLAY "RC 04 - CENTROS ACIMA DA TOLERANCIA: "
007400              CONTACIMA " SEM ORCAMENTO: " CONTSEMORC
007410           MOVE 4                    TO RETURN-CODE
007420        END-IF
007430     END-IF
007440     IF RETURN-CODE = ZERO
007450        DISPLAY "*---------------------------------------*"
007460        DISPLAY "*          TERMINO NORMAL                *"
007470        DISPLAY "*---------------------------------------*"
007480     END-IF
007490     CLOSE ORCPES
007500     CLOSE HISTFOL
007510     CLOSE HISTRUB
007520     CLOSE ORCREL
007530     CLOSE ORCEXT
007540     .
007550
007560*----------------------------------------------------------------*
007570*                   Listar um Centro de Custo (Linhas do Mes e
007580*                   do Acumulado no Ano), Somar no Total Geral
007590*                   e Contar o Centro Sinalizado
007600*----------------------------------------------------------------*
007610 3100-LISTAR-CENTRO-CUSTO.
007620
007630     SET CENTRO-SEM-SINALIZACAO      TO TRUE
007640     MOVE TOR-CENTRO-CUSTO (TOR-SUB) TO LIN-CENTRO-CUSTO
007650     MOVE TOR-CENTRO-CUSTO (TOR-SUB) TO LIN-CENTRO-EXTRATO
007660     MOVE "M"                        TO LIN-PERIODO
007670     MOVE TOR-HC-ORC-MES (TOR-SUB)   TO LIN-HC-ORCADO
007680     MOVE TOR-HC-REAL-MES (TOR-SUB)  TO LIN-HC-REAL
007690     MOVE TOR-BRUTO-ORC-MES (TOR-SUB)
007700                                     TO LIN-BRUTO-ORCADO
007710     MOVE TOR-BRUTO-REAL-MES (TOR-SUB)
007720                                     TO LIN-BRUTO-REAL
007730     MOVE TOR-ENC-ORC-MES (TOR-SUB)  TO LIN-ENCARGOS-ORCADO
007740     MOVE TOR-ENC-REAL-MES (TOR-SUB) TO LIN-ENCARGOS-REAL
007750     PERFORM 3200-IMPRIMIR-LINHA THRU 3200-IMPRIMIR-LINHA-EXIT
007760     IF LIN-SITUACAO NOT = SPACE
007770        MOVE LIN-SITUACAO            TO SW-CENTRO-SINALIZADO
007780     END-IF
007790     MOVE SPACES                     TO LIN-CENTRO-CUSTO
007800     MOVE "A"                        TO LIN-PERIODO
007810     COMPUTE LIN-HC-ORCADO ROUNDED =
007820        TOR-HC-ORC-ANO (TOR-SUB) / CRE-MES
007830     COMPUTE LIN-HC-REAL ROUNDED =
007840        TOR-HC-REAL-ANO (TOR-SUB) / CRE-MES
007850     MOVE TOR-BRUTO-ORC-ANO (TOR-SUB)
007860                                     TO LIN-BRUTO-ORCADO
007870     MOVE TOR-BRUTO-REAL-ANO (TOR-SUB)
007880                                     TO LIN-BRUTO-REAL
007890     MOVE TOR-ENC-ORC-ANO (TOR-SUB)  TO LIN-ENCARGOS-ORCADO
007900     MOVE TOR-ENC-REAL-ANO (TOR-SUB) TO LIN-ENCARGOS-REAL
007910     PERFORM 3200-IMPRIMIR-LINHA THRU 3200-IMPRIMIR-LINHA-EXIT
007920     IF LIN-SITUACAO NOT = SPACE
007930        AND CENTRO-SEM-SINALIZACAO
007940        MOVE LIN-SITUACAO            TO SW-CENTRO-SINALIZADO
007950     END-IF
007960     EVALUATE TRUE
007970         WHEN CENTRO-ACIMA-TOLERANCIA
007980             COMPUTE CONTACIMA = CONTACIMA + 1
007990         WHEN CENTRO-SEM-ORCAMENTO
008000             COMPUTE CONTSEMORC = CONTSEMORC + 1
008010     END-EVALUATE
008020     COMPUTE CONTLIST = CONTLIST + 1
008030     COMPUTE GT-HC-ORC-MES =
008040        GT-HC-ORC-MES + TOR-HC-ORC-MES (TOR-SUB)
008050     COMPUTE GT-HC-ORC-ANO =
008060        GT-HC-ORC-ANO + TOR-HC-ORC-ANO (TOR-SUB)
008070     COMPUTE GT-HC-REAL-MES =
008080        GT-HC-REAL-MES + TOR-HC-REAL-MES (TOR-SUB)
008090     COMPUTE GT-HC-REAL-ANO =
008100        GT-HC-REAL-ANO + TOR-HC-REAL-ANO (TOR-SUB)
008110     COMPUTE GT-BRUTO-ORC-MES =
008120        GT-BRUTO-ORC-MES + TOR-BRUTO-ORC-MES (TOR-SUB)
008130     COMPUTE GT-BRUTO-ORC-ANO =
008140        GT-BRUTO-ORC-ANO + TOR-BRUTO-ORC-ANO (TOR-SUB)
008150     COMPUTE GT-BRUTO-REAL-MES =
008160        GT-BRUTO-REAL-MES + TOR-BRUTO-REAL-MES (TOR-SUB)
008170     COMPUTE GT-BRUTO-REAL-ANO =
008180        GT-BRUTO-REAL-ANO + TOR-BRUTO-REAL-ANO (TOR-SUB)
008190     COMPUTE GT-ENC-ORC-MES =
008200        GT-ENC-ORC-MES + TOR-ENC-ORC-MES (TOR-SUB)
008210     COMPUTE GT-ENC-ORC-ANO =
008220        GT-ENC-ORC-ANO + TOR-ENC-ORC-ANO (TOR-SUB)
008230     COMPUTE GT-ENC-REAL-MES =
008240        GT-ENC-REAL-MES + TOR-ENC-REAL-MES (TOR-SUB)
008250     COMPUTE GT-ENC-REAL-ANO =
008260        GT-ENC-REAL-ANO + TOR-ENC-REAL-ANO (TOR-SUB)
008270     .
008280 3100-LISTAR-CENTRO-CUSTO-EXIT.
008290     EXIT.
008300
008310*----------------------------------------------------------------*
008320*                   Calcular o Custo Total, a Variacao e a
008330*                   Situacao de uma Linha (Mes ou Ano) e
008340*                   Grava-la no Relatorio e no Extrato
008350*----------------------------------------------------------------*
008360 3200-IMPRIMIR-LINHA.
008370
008380     COMPUTE LIN-TOTAL-ORCADO =
008390        LIN-BRUTO-ORCADO + LIN-ENCARGOS-ORCADO
008400     COMPUTE LIN-TOTAL-REAL = LIN-BRUTO-REAL + LIN-ENCARGOS-REAL
008410     COMPUTE LIN-VARIACAO = LIN-TOTAL-REAL - LIN-TOTAL-ORCADO
008420     MOVE ZERO                       TO LIN-VARIACAO-PERC
008430     MOVE SPACE                      TO LIN-SITUACAO
008440     IF LIN-TOTAL-ORCADO = ZERO
008450        IF LIN-TOTAL-REAL > ZERO
008460           MOVE "S"                  TO LIN-SITUACAO
008470        END-IF
008480     ELSE
008490        COMPUTE LIN-VARIACAO-PERC ROUNDED =
008500           LIN-VARIACAO * 100 / LIN-TOTAL-ORCADO
008510        IF LIN-VARIACAO-PERC > 999,9
008520           MOVE 999,9                TO LIN-VARIACAO-PERC
008530        END-IF
008540        COMPUTE LIN-LIMITE ROUNDED =
008550           LIN-TOTAL-ORCADO * (100 + TOLERANCIA) / 100
008560        IF LIN-TOTAL-REAL > LIN-LIMITE
008570           MOVE "E"                  TO LIN-SITUACAO
008580        END-IF
008590     END-IF
008600     MOVE SPACES                     TO ORL-DETALHE
008610     MOVE LIN-CENTRO-CUSTO           TO ORLD-CENTRO-CUSTO
008620     IF LIN-PERIODO = "M"
008630        MOVE "MES"                   TO ORLD-PERIODO
008640     ELSE
008650        MOVE "ANO"                   TO ORLD-PERIODO
008660     END-IF
008670     MOVE LIN-HC-ORCADO              TO ORLD-HC-ORCADO
008680     MOVE LIN-HC-REAL                TO ORLD-HC-REAL
008690     MOVE LIN-BRUTO-ORCADO           TO ORLD-BRUTO-ORCADO
008700     MOVE LIN-BRUTO-REAL             TO ORLD-BRUTO-REAL
008710     MOVE LIN-ENCARGOS-ORCADO        TO ORLD-ENCARGOS-ORCADO
008720     MOVE LIN-ENCARGOS-REAL          TO ORLD-ENCARGOS-REAL
008730     MOVE LIN-TOTAL-ORCADO           TO ORLD-TOTAL-ORCADO
008740     MOVE LIN-TOTAL-REAL             TO ORLD-TOTAL-REAL
008750     MOVE LIN-VARIACAO               TO ORLD-VARIACAO
008760     MOVE LIN-VARIACAO-PERC          TO ORLD-VARIACAO-PERC
008770     EVALUATE LIN-SITUACAO
008780         WHEN "E"
008790             MOVE "EST"               TO ORLD-SITUACAO
008800         WHEN "S"
008810             MOVE "S/O"               TO ORLD-SITUACAO
008820         WHEN OTHER
008830             MOVE SPACES              TO ORLD-SITUACAO
008840     END-EVALUATE
008850     WRITE LINHA-ORCREL              FROM ORL-DETALHE
008860     MOVE SPACES                     TO ORCEXT-REGISTRO
008870     MOVE COMPETENCIA-RELATORIO-N    TO ORX-COMPETENCIA
008880     MOVE LIN-CENTRO-EXTRATO         TO ORX-CENTRO-CUSTO
008890     MOVE LIN-PERIODO                TO ORX-PERIODO
008900     MOVE LIN-HC-ORCADO              TO ORX-HEADCOUNT-ORCADO
008910     MOVE LIN-HC-REAL                TO ORX-HEADCOUNT-REAL
008920     MOVE LIN-BRUTO-ORCADO           TO ORX-BRUTO-ORCADO
008930     MOVE LIN-BRUTO-REAL             TO ORX-BRUTO-REAL
008940     MOVE LIN-ENCARGOS-ORCADO        TO ORX-ENCARGOS-ORCADO
008950     MOVE LIN-ENCARGOS-REAL          TO ORX-ENCARGOS-REAL
008960     MOVE LIN-TOTAL-ORCADO           TO ORX-TOTAL-ORCADO
008970     MOVE LIN-TOTAL-REAL             TO ORX-TOTAL-REAL
008980     MOVE LIN-VARIACAO               TO ORX-VARIACAO
008990     MOVE LIN-VARIACAO-PERC          TO ORX-VARIACAO-PERC
009000     MOVE LIN-SITUACAO               TO ORX-SITUACAO
009010     WRITE ORCEXT-REGISTRO
009020     .
009030 3200-IMPRIMIR-LINHA-EXIT.
009040     EXIT.
