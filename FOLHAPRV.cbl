000010*----------------------------------------------------------------*
000020* PROGRAMA: FOLHAPRV
000030* AUTHOR  : EMANUEL
000040* INSTAL. : DEPARTAMENTO DE FOLHA DE PAGAMENTO
000050* DATA    : 18.03.2024
000060*----------------------------------------------------------------*
000070* OBJETIVO: APURAR E CONTABILIZAR A PROVISAO MENSAL DE FERIAS E
000080*           DE 13O SALARIO COM ENCARGOS (FGTS E INSS PATRONAL
000090*           COM RAT E TERCEIROS, PERCENTUAIS DA EMPTAB) DE UMA
000100*           COMPETENCIA JA FECHADA NO CTRLFOL, POR FUNCIONARIO
000110*           E POR CENTRO DE CUSTO, EM SUBSTITUICAO A PLANILHA
000120*           MANTIDA PELA CONTABILIDADE.
000130*
000140*           PARA CADA FUNCIONARIO DO SALDO DE PROVISOES
000150*           (PROVSAL; OS FUNCIONARIOS DO FUNCMSTR COM FOLHA
000160*           NORMAL NA COMPETENCIA SAO INCLUIDOS NA PRIMEIRA
000170*           VEZ):
000180*              - BAIXA O SALDO DO 13O DO ANO QUANDO O 13O FOI
000190*                PAGO (HISTFOL AAAA13), SEM NOVA PROVISAO DE 13O
000200*                NO RESTANTE DO ANO;
000210*              - PROVISIONA 1/12 DO BRUTO DA FOLHA NORMAL DA
000220*                COMPETENCIA (HISTFOL AAAAMM) PARA O 13O E 1/12
000230*                + 1/3 PARA AS FERIAS, COM OS ENCARGOS;
000240*              - CONSOME O SALDO DE FERIAS PELAS FERIAS E ABONO
000250*                PAGOS NA COMPETENCIA (HISTRUB AAAA14, VERBAS
000260*                9004 E 9006), COM OS ENCARGOS PROPORCIONAIS;
000270*              - BAIXA TODO O SALDO DO FUNCIONARIO EXCLUIDO DO
000280*                FUNCMSTR PELA RESCISAO (FOLHARSC).
000290*           AS BAIXAS SAO CREDITADAS NAS MESMAS CONTAS DE
000300*           DESPESA DEBITADAS PELO PAGAMENTO (SALARIOS, FGTS E
000310*           INSS PATRONAL), DE MODO QUE O PAGAMENTO PROVISIONADO
000320*           NAO E LANCADO DUAS VEZES COMO DESPESA.
000330*
000340*           GERA O ARQUIVO CONTABIL (MESMO LAYOUT DO EXEMPLO01)
000350*           COM A DESPESA E AS BAIXAS POR CENTRO DE CUSTO E A
000360*           MOVIMENTACAO DAS CONTAS DE PROVISAO, E O RELATORIO
000370*           DE SALDOS POR FUNCIONARIO (PRVREL), CUJOS TOTAIS
000380*           POR CONTA AMARRAM COM O RAZAO. O TERMINO NORMAL
000390*           CARIMBA A COMPETENCIA COMO PROVISIONADA NO CTRLFOL
000400*           (AAAAMM "P").
000410*
000420*           PARM: 'AAAAMM' - COMPETENCIA. EXIGE A FOLHA NORMAL
000430*           (AAAAMM "N") E, SE HOUVER, A DE FERIAS (AAAAMM "F")
000440*           FECHADAS. UMA REEXECUCAO APOS ABEND RELANCA O
000450*           MOVIMENTO JA GRAVADO NO PROVSAL SEM RECALCULAR.
000460*----------------------------------------------------------------*
000470* HISTORICO DE ALTERACOES
000480*----------------------------------------------------------------*
000490* DATA       INIC.  DESCRICAO
000500* ---------- ------ -------------------------------------------
000510* 18.03.2024 EJ     VERSAO ORIGINAL.
000511* 08.04.2024 EJ     MULTIPLAS EMPRESAS: A PROVISAO E POR EMPRESA
000512*                   DO GRUPO (PARM 'AAAAMM EMP=NNN', PADRAO 001),
000513*                   COM OS PERCENTUAIS DE ENCARGOS DA TABELA
000514*                   EMPTAB (SUBSTITUI A ENCTAB), O FECHAMENTO E O
000515*                   CARIMBO NO CTRLFOL DA EMPRESA E O CONTABIL
000516*                   COM A EMPRESA. O SALDO DO FUNCIONARIO SEGUE
000517*                   A EMPRESA ATUAL DO FUNCMSTR (PRV-EMPRESA).
000520*----------------------------------------------------------------*
000530
000540*----------------------------------------------------------------*
000550 IDENTIFICATION                      DIVISION.
000560*----------------------------------------------------------------*
000570 PROGRAM-ID.                         FOLHAPRV.
000580 AUTHOR.                             EMANUEL.
000590 INSTALLATION.                       DEPTO FOLHA DE PAGAMENTO.
000600 DATE-WRITTEN.                       18.03.2024.
000610 DATE-COMPILED.                      18.03.2024.
000620*----------------------------------------------------------------*
000630 ENVIRONMENT                         DIVISION.
000640*----------------------------------------------------------------*
000650 CONFIGURATION                       SECTION.
000660 SPECIAL-NAMES.
000670     DECIMAL-POINT IS COMMA.
000680*----------------------------------------------------------------*
000690 INPUT-OUTPUT                        SECTION.
000700*----------------------------------------------------------------*
000710 FILE-CONTROL.
000720     SELECT FUNCMSTR                 ASSIGN TO "FUNCMSTR"
000730                                      ORGANIZATION IS INDEXED
000740                                      ACCESS MODE IS DYNAMIC
000750                                      RECORD KEY IS
000760                                         FUNCMST-MATRICULA
000770                                      FILE STATUS IS
000780                                         FUNCMSTR-STATUS.
000790     SELECT PROVSAL                  ASSIGN TO "PROVSAL"
000800                                      ORGANIZATION IS INDEXED
000810                                      ACCESS MODE IS DYNAMIC
000820                                      RECORD KEY IS
000830                                         PRV-MATRICULA
000840                                      FILE STATUS IS
000850                                         PROVSAL-STATUS.
000860     SELECT HISTFOL                  ASSIGN TO "HISTFOL"
000870                                      ORGANIZATION IS INDEXED
000880                                      ACCESS MODE IS RANDOM
000890                                      RECORD KEY IS
000900                                         HIST-CHAVE
000910                                      FILE STATUS IS
000920                                         HISTFOL-STATUS.
000930     SELECT HISTRUB                  ASSIGN TO "HISTRUB"
000940                                      ORGANIZATION IS INDEXED
000950                                      ACCESS MODE IS DYNAMIC
000960                                      RECORD KEY IS
000970                                         HRB-CHAVE
000980                                      FILE STATUS IS
000990                                         HISTRUB-STATUS.
001000     SELECT CTRLFOL                  ASSIGN TO "CTRLFOL"
001010                                      ORGANIZATION IS INDEXED
001020                                      ACCESS MODE IS RANDOM
001030                                      RECORD KEY IS
001040                                         CTRL-CHAVE
001050                                      FILE STATUS IS
001060                                         CTRLFOL-STATUS.
001070     SELECT EMPTAB                   ASSIGN TO "EMPTAB"
001080                                      ORGANIZATION IS
001090                                         LINE SEQUENTIAL
001100                                      FILE STATUS IS
001110                                         EMPTAB-STATUS.
001120     SELECT CONTABIL                 ASSIGN TO "CONTABIL"
001130                                      ORGANIZATION IS
001140                                         LINE SEQUENTIAL
001150                                      FILE STATUS IS
001160                                         CONTABIL-STATUS.
001170     SELECT PRVREL                   ASSIGN TO "PRVREL"
001180                                      ORGANIZATION IS
001190                                         LINE SEQUENTIAL
001200                                      FILE STATUS IS
001210                                         PRVREL-STATUS.
001220*----------------------------------------------------------------*
001230 DATA                                DIVISION.
001240*----------------------------------------------------------------*
001250 FILE                                SECTION.
001260 FD  FUNCMSTR.
001270     COPY FUNCMST.
001280 FD  PROVSAL.
001290     COPY PROVSAL.
001300 FD  HISTFOL.
001310     COPY HISTFOL.
001320 FD  HISTRUB.
001330     COPY HISTRUB.
001340 FD  CTRLFOL.
001350     COPY CTRLFOL.
001360 FD  EMPTAB.
001370     COPY EMPTAB.
001380 FD  CONTABIL.
001390     COPY CONTAB.
001400 FD  PRVREL.
001410 01  LINHA-PRVREL                    PIC X(132).
001420*----------------------------------------------------------------*
001430 WORKING-STORAGE                     SECTION.
001440*----------------------------------------------------------------*
001450     COPY PRVLAY.
001460
001470 77  FUNCMSTR-STATUS                 PIC X(02).
001480 77  PROVSAL-STATUS                  PIC X(02).
001490 77  HISTFOL-STATUS                  PIC X(02).
001500 77  HISTRUB-STATUS                  PIC X(02).
001510 77  CTRLFOL-STATUS                  PIC X(02).
001520 77  EMPTAB-STATUS                   PIC X(02).
001530 77  CONTABIL-STATUS                 PIC X(02).
001540 77  PRVREL-STATUS                   PIC X(02).
001550 77  PARM-LINHA-COMANDO              PIC X(40).
001560 77  PARM-COMPETENCIA                PIC X(06).
001561 77  PARM-OPCAO                      PIC X(14).
001562 77  EMPRESA-EXECUCAO                PIC 9(03).
001563 77  EMPRESA-REGISTRO                PIC 9(03).
001570 77  COMP-FERIAS                     PIC 9(06).
001580 77  PERC-FGTS                       PIC 9(02)V99.
001590 77  PERC-PATRONAL-TOTAL             PIC 9(03)V99.
001600 77  VALOR-PAGO-FERIAS               PIC 9(09)V99.
001610 77  FGTS-DECIMO                     PIC 9(07)V99.
001620 77  PATRONAL-DECIMO                 PIC 9(07)V99.
001630 77  FGTS-FERIAS                     PIC 9(07)V99.
001640 77  PATRONAL-FERIAS                 PIC 9(07)V99.
001650 77  SALDO-ANTERIOR-FUNC             PIC 9(09)V99.
001660 77  SALDO-ATUAL-FUNC                PIC 9(09)V99.
001670 77  SOMA-PROVISAO                   PIC 9(12)V99.
001680 77  SOMA-BAIXAS                     PIC 9(12)V99.
001690 77  SOMA-FGTS                       PIC 9(12)V99.
001700 77  SOMA-PATRONAL                   PIC 9(12)V99.
001710 77  TOT-SALDO-ANTERIOR              PIC 9(12)V99.
001720 77  TOT-CREDITOS                    PIC 9(12)V99.
001730 77  TOT-DEBITOS                     PIC 9(12)V99.
001740 77  TOT-SALDO-ATUAL                 PIC 9(12)V99.
001750 77  CONTLIST                        PIC 9(05) COMP.
001760 77  CONTPROV                        PIC 9(05) COMP.
001770 77  CONTBX-DECIMO                   PIC 9(05) COMP.
001780 77  CONTBX-FERIAS                   PIC 9(05) COMP.
001790 77  CONTBX-RESCISAO                 PIC 9(05) COMP.
001800 77  TPC-QTDE                        PIC 9(03) COMP.
001810 77  TPC-SUB                         PIC 9(03) COMP.
001820 77  TCP-SUB                         PIC 9(02) COMP.
001830 77  DATA-EXECUCAO                   PIC 9(08).
001840 77  HORA-EXECUCAO                   PIC 9(08).
001850 77  DATA-EXECUCAO-FMT               PIC X(10).
001860
001870 01  COMPETENCIA-PROVISAO.
001880     05  CPV-ANO                     PIC 9(04).
001890     05  CPV-MES                     PIC 9(02).
001900 01  COMPETENCIA-PROVISAO-N          REDEFINES
001910                                     COMPETENCIA-PROVISAO
001920                                     PIC 9(06).
001930
001940*    CONTAS DE PROVISAO DO PASSIVO: 1 = 13O SALARIO, 2 = FERIAS
001950*    + 1/3, 3 = FGTS E 4 = INSS PATRONAL SOBRE AS PROVISOES
001960 01  TABELA-CONTAS-PROVISAO.
001970     05  TCP-OCORRENCIA              OCCURS 4 TIMES.
001980         10  TCP-CONTA               PIC X(08).
001990         10  TCP-DESCRICAO           PIC X(30).
002000         10  TCP-SALDO-ANTERIOR      PIC 9(12)V99.
002010         10  TCP-CREDITOS            PIC 9(12)V99.
002020         10  TCP-DEBITOS             PIC 9(12)V99.
002030         10  TCP-SALDO-ATUAL         PIC 9(12)V99.
002040
002050*    DESPESA E BAIXA DAS PROVISOES POR CENTRO DE CUSTO
002060 01  TABELA-PROVISAO-CC.
002070     05  TPC-OCORRENCIA              OCCURS 50 TIMES
002080                                     INDEXED BY TPC-IDX.
002090         10  TPC-CENTRO-CUSTO        PIC X(06).
002100         10  TPC-DESP-DECIMO         PIC 9(12)V99.
002110         10  TPC-DESP-FERIAS         PIC 9(12)V99.
002120         10  TPC-DESP-FGTS           PIC 9(12)V99.
002130         10  TPC-DESP-PATRONAL       PIC 9(12)V99.
002140         10  TPC-BAIXA-SALARIOS      PIC 9(12)V99.
002150         10  TPC-BAIXA-FGTS          PIC 9(12)V99.
002160         10  TPC-BAIXA-PATRONAL      PIC 9(12)V99.
002170
002180 01  SW-ERRO-NA-ABERTURA             PIC X(01).
002190     88  ERRO-NA-ABERTURA                        VALUE "S".
002200     88  SEM-ERRO-NA-ABERTURA                    VALUE "N".
002210
002220 01  SW-FIM-FUNCMSTR                 PIC X(01).
002230     88  FIM-FUNCMSTR                             VALUE "S".
002240     88  NAO-FIM-FUNCMSTR                         VALUE "N".
002250
002260 01  SW-FIM-PROVSAL                  PIC X(01).
002270     88  FIM-PROVSAL                              VALUE "S".
002280     88  NAO-FIM-PROVSAL                          VALUE "N".
002290
002300 01  SW-FIM-HISTRUB                  PIC X(01).
002310     88  FIM-HISTRUB                              VALUE "S".
002320     88  NAO-FIM-HISTRUB                          VALUE "N".
002321
002322 01  SW-FIM-EMPTAB                   PIC X(01).
002323     88  FIM-EMPTAB                               VALUE "S".
002324     88  NAO-FIM-EMPTAB                           VALUE "N".
002330
002340 01  SW-CADASTRO                     PIC X(01).
002350     88  FUNCIONARIO-NO-CADASTRO                  VALUE "S".
002360     88  FUNCIONARIO-FORA-CADASTRO                VALUE "N".
002370*----------------------------------------------------------------*
002380 PROCEDURE                           DIVISION.
002390*----------------------------------------------------------------*
002400 0000-PRINCIPAL.
002410
002420     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
002430     IF SEM-ERRO-NA-ABERTURA
002440        PERFORM 2000-INCLUIR-FUNCIONARIO
002450            THRU 2000-INCLUIR-FUNCIONARIO-EXIT
002460            UNTIL FIM-FUNCMSTR
002470        PERFORM 1600-POSICIONAR-PROVSAL
002480            THRU 1600-POSICIONAR-PROVSAL-EXIT
002490        PERFORM 2100-PROCESSAR-PROVISAO
002500            THRU 2100-PROCESSAR-PROVISAO-EXIT
002510            UNTIL FIM-PROVSAL
002520        PERFORM 3000-TERMINO
002530     END-IF
002540     STOP RUN
002550     .
002560
002570*----------------------------------------------------------------*
002580*                   Inicializar o Programa: Validar a
002590*                   Competencia do PARM, Conferir o Fechamento
002600*                   no CTRLFOL, Carregar os Encargos e Abrir os
002610*                   Arquivos
002620*----------------------------------------------------------------*
002630 1000-INICIALIZAR.
002640
002650     MOVE ZERO                       TO CONTLIST
002660     MOVE ZERO                       TO CONTPROV
002670     MOVE ZERO                       TO CONTBX-DECIMO
002680     MOVE ZERO                       TO CONTBX-FERIAS
002690     MOVE ZERO                       TO CONTBX-RESCISAO
002700     MOVE ZERO                       TO TPC-QTDE
002710     MOVE ZERO                       TO SOMA-PROVISAO
002720     MOVE ZERO                       TO SOMA-BAIXAS
002730     MOVE ZERO                       TO SOMA-FGTS
002740     MOVE ZERO                       TO SOMA-PATRONAL
002750     SET NAO-FIM-FUNCMSTR            TO TRUE
002760     SET NAO-FIM-PROVSAL             TO TRUE
002770     SET SEM-ERRO-NA-ABERTURA        TO TRUE
002780     PERFORM 1100-INICIAR-CONTAS THRU 1100-INICIAR-CONTAS-EXIT
002790     ACCEPT DATA-EXECUCAO            FROM DATE YYYYMMDD
002800     ACCEPT HORA-EXECUCAO            FROM TIME
002810     STRING DATA-EXECUCAO (7:2) "/"
002820            DATA-EXECUCAO (5:2) "/"
002830            DATA-EXECUCAO (1:4)
002840            DELIMITED BY SIZE INTO DATA-EXECUCAO-FMT
002850     ACCEPT PARM-LINHA-COMANDO       FROM COMMAND-LINE
002860     MOVE SPACES                     TO PARM-COMPETENCIA
002861     MOVE SPACES                     TO PARM-OPCAO
002870     UNSTRING PARM-LINHA-COMANDO
002880         DELIMITED BY ALL " "
002881         INTO PARM-COMPETENCIA PARM-OPCAO
002900     IF PARM-COMPETENCIA NOT NUMERIC
002910        DISPLAY "RC 20 - PARM INVALIDO - INFORMAR A COMPETENCIA "
002920           "(AAAAMM)"
002930        MOVE 20                      TO RETURN-CODE
002940        SET ERRO-NA-ABERTURA         TO TRUE
002950        GO TO 1000-INICIALIZAR-EXIT
002960     END-IF
002970     MOVE PARM-COMPETENCIA           TO COMPETENCIA-PROVISAO
002980     IF CPV-ANO = ZERO
002990        OR CPV-MES = ZERO
003000        OR CPV-MES > 12
003010        DISPLAY "RC 20 - PARM INVALIDO - INFORMAR A COMPETENCIA "
003020           "(AAAAMM)"
003030        MOVE 20                      TO RETURN-CODE
003040        SET ERRO-NA-ABERTURA         TO TRUE
003050        GO TO 1000-INICIALIZAR-EXIT
003060     END-IF
003070     COMPUTE COMP-FERIAS = CPV-ANO * 100 + 14
003071     MOVE 1                          TO EMPRESA-EXECUCAO
003072     IF PARM-OPCAO NOT = SPACES
003073        IF PARM-OPCAO (1:4) = "EMP="
003074           AND PARM-OPCAO (5:3) NUMERIC
003075           AND PARM-OPCAO (5:3) NOT = "000"
003076           AND PARM-OPCAO (8:7) = SPACES
003077           MOVE PARM-OPCAO (5:3)     TO EMPRESA-EXECUCAO
003078        ELSE
003079           DISPLAY "RC 20 - PARM INVALIDO - EMPRESA DEVE SER "
003080              "INFORMADA COMO EMP=NNN"
003081           MOVE 20                   TO RETURN-CODE
003082           SET ERRO-NA-ABERTURA      TO TRUE
003083           GO TO 1000-INICIALIZAR-EXIT
003084        END-IF
003085     END-IF
003086     OPEN I-O CTRLFOL
003090     IF CTRLFOL-STATUS NOT = "00"
003100        DISPLAY "RC 24 - ERRO AO ABRIR CTRLFOL - FILE STATUS "
003110           CTRLFOL-STATUS
003120        MOVE 24                      TO RETURN-CODE
003130        SET ERRO-NA-ABERTURA         TO TRUE
003140        GO TO 1000-INICIALIZAR-EXIT
003150     END-IF
003160     PERFORM 1200-CONFERIR-FECHAMENTO
003170         THRU 1200-CONFERIR-FECHAMENTO-EXIT
003180     IF ERRO-NA-ABERTURA
003190        GO TO 1000-INICIALIZAR-EXIT
003200     END-IF
003210     PERFORM 1300-CARREGAR-ENCARGOS
003220         THRU 1300-CARREGAR-ENCARGOS-EXIT
003230     IF ERRO-NA-ABERTURA
003240        GO TO 1000-INICIALIZAR-EXIT
003250     END-IF
003260     OPEN INPUT FUNCMSTR
003270     IF FUNCMSTR-STATUS NOT = "00"
003280        DISPLAY "RC 24 - ERRO AO ABRIR FUNCMSTR - FILE STATUS "
003290           FUNCMSTR-STATUS
003300        MOVE 24                      TO RETURN-CODE
003310        SET ERRO-NA-ABERTURA         TO TRUE
003320        GO TO 1000-INICIALIZAR-EXIT
003330     END-IF
003340     OPEN INPUT HISTFOL
003350     IF HISTFOL-STATUS NOT = "00"
003360        DISPLAY "RC 24 - ERRO AO ABRIR HISTFOL - FILE STATUS "
003370           HISTFOL-STATUS
003380        MOVE 24                      TO RETURN-CODE
003390        SET ERRO-NA-ABERTURA         TO TRUE
003400        GO TO 1000-INICIALIZAR-EXIT
003410     END-IF
003420     OPEN INPUT HISTRUB
003430     IF HISTRUB-STATUS NOT = "00"
003440        DISPLAY "RC 24 - ERRO AO ABRIR HISTRUB - FILE STATUS "
003450           HISTRUB-STATUS
003460        MOVE 24                      TO RETURN-CODE
003470        SET ERRO-NA-ABERTURA         TO TRUE
003480        GO TO 1000-INICIALIZAR-EXIT
003490     END-IF
003500     OPEN I-O PROVSAL
003510     IF PROVSAL-STATUS NOT = "00"
003520        DISPLAY "RC 24 - ERRO AO ABRIR PROVSAL - FILE STATUS "
003530           PROVSAL-STATUS
003540        MOVE 24                      TO RETURN-CODE
003550        SET ERRO-NA-ABERTURA         TO TRUE
003560        GO TO 1000-INICIALIZAR-EXIT
003570     END-IF
003580     OPEN OUTPUT CONTABIL
003590     IF CONTABIL-STATUS NOT = "00"
003600        DISPLAY "RC 24 - ERRO AO ABRIR CONTABIL - FILE STATUS "
003610           CONTABIL-STATUS
003620        MOVE 24                      TO RETURN-CODE
003630        SET ERRO-NA-ABERTURA         TO TRUE
003640        GO TO 1000-INICIALIZAR-EXIT
003650     END-IF
003660     OPEN OUTPUT PRVREL
003670     IF PRVREL-STATUS NOT = "00"
003680        DISPLAY "RC 24 - ERRO AO ABRIR PRVREL - FILE STATUS "
003690           PRVREL-STATUS
003700        MOVE 24                      TO RETURN-CODE
003710        SET ERRO-NA-ABERTURA         TO TRUE
003720        GO TO 1000-INICIALIZAR-EXIT
003730     END-IF
003740     MOVE SPACES                     TO PRV1-COMPETENCIA
003750     STRING CPV-MES "/" CPV-ANO
003760            DELIMITED BY SIZE INTO PRV1-COMPETENCIA
003770     MOVE DATA-EXECUCAO-FMT          TO PRV1-DATA
003780     WRITE LINHA-PRVREL              FROM PRV-CABECALHO-1
003790     WRITE LINHA-PRVREL              FROM PRV-LINHA-BRANCO
003800     WRITE LINHA-PRVREL              FROM PRV-CABECALHO-2
003810     WRITE LINHA-PRVREL              FROM PRV-LINHA-SEPARADOR
003820     MOVE ZERO                       TO FUNCMST-MATRICULA
003830     START FUNCMSTR KEY NOT LESS THAN FUNCMST-MATRICULA
003840         INVALID KEY
003850             SET FIM-FUNCMSTR         TO TRUE
003860     END-START
003870     PERFORM 1500-LER-FUNCMSTR THRU 1500-LER-FUNCMSTR-EXIT
003880     .
003890 1000-INICIALIZAR-EXIT.
003900     EXIT.
003910
003920*----------------------------------------------------------------*
003930*                   Carregar as Contas de Provisao do Passivo
003940*                   com os Totais Zerados
003950*----------------------------------------------------------------*
003960 1100-INICIAR-CONTAS.
003970
003980     MOVE "21030101"                 TO TCP-CONTA (1)
003990     MOVE "PROVISAO DE 13O SALARIO"  TO TCP-DESCRICAO (1)
004000     MOVE "21030102"                 TO TCP-CONTA (2)
004010     MOVE "PROVISAO DE FERIAS + 1/3" TO TCP-DESCRICAO (2)
004020     MOVE "21030103"                 TO TCP-CONTA (3)
004030     MOVE "PROVISAO FGTS S/ FERIAS E 13O"
004040          TO TCP-DESCRICAO (3)
004050     MOVE "21030104"                 TO TCP-CONTA (4)
004060     MOVE "PROVISAO INSS PATR. FER./13O"
004070          TO TCP-DESCRICAO (4)
004080     PERFORM 1110-ZERAR-CONTA THRU 1110-ZERAR-CONTA-EXIT
004090         VARYING TCP-SUB FROM 1 BY 1
004100         UNTIL TCP-SUB > 4
004110     .
004120 1100-INICIAR-CONTAS-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------------*
004160*                   Zerar os Totais de uma Conta de Provisao
004170*----------------------------------------------------------------*
004180 1110-ZERAR-CONTA.
004190
004200     MOVE ZERO                    TO TCP-SALDO-ANTERIOR (TCP-SUB)
004210     MOVE ZERO                    TO TCP-CREDITOS (TCP-SUB)
004220     MOVE ZERO                    TO TCP-DEBITOS (TCP-SUB)
004230     MOVE ZERO                    TO TCP-SALDO-ATUAL (TCP-SUB)
004240     .
004250 1110-ZERAR-CONTA-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------------*
004290*                   Conferir no CTRLFOL: Provisao da Competencia
004300*                   Ainda Nao Contabilizada, Folha Normal e
004310*                   (Se Houver) Folha de Ferias Fechadas; Caso
004320*                   Contrario Recusa com RC=28
004330*----------------------------------------------------------------*
004340 1200-CONFERIR-FECHAMENTO.
004350
004360     MOVE COMPETENCIA-PROVISAO-N     TO CTRL-COMPETENCIA
004370     MOVE "P"                        TO CTRL-TIPO-FOLHA
004371     MOVE EMPRESA-EXECUCAO           TO CTRL-EMPRESA
004380     READ CTRLFOL
004390         INVALID KEY
004400             MOVE SPACES              TO CTRL-SITUACAO
004410     END-READ
004420     IF CTRL-FECHADA
004430        DISPLAY "RC 28 - PROVISAO DA COMPETENCIA "
004440           PARM-COMPETENCIA " JA CONTABILIZADA NO CTRLFOL"
004450        MOVE 28                      TO RETURN-CODE
004460        SET ERRO-NA-ABERTURA         TO TRUE
004470        GO TO 1200-CONFERIR-FECHAMENTO-EXIT
004480     END-IF
004490     MOVE COMPETENCIA-PROVISAO-N     TO CTRL-COMPETENCIA
004500     MOVE "N"                        TO CTRL-TIPO-FOLHA
004501     MOVE EMPRESA-EXECUCAO           TO CTRL-EMPRESA
004510     READ CTRLFOL
004520         INVALID KEY
004530             MOVE SPACES              TO CTRL-SITUACAO
004540     END-READ
004550     IF NOT CTRL-FECHADA
004560        DISPLAY "RC 28 - COMPETENCIA " PARM-COMPETENCIA
004570           " TIPO N NAO FECHADA NO CTRLFOL - PROVISAO RECUSADA"
004580        MOVE 28                      TO RETURN-CODE
004590        SET ERRO-NA-ABERTURA         TO TRUE
004600        GO TO 1200-CONFERIR-FECHAMENTO-EXIT
004610     END-IF
004620     MOVE COMPETENCIA-PROVISAO-N     TO CTRL-COMPETENCIA
004630     MOVE "F"                        TO CTRL-TIPO-FOLHA
004631     MOVE EMPRESA-EXECUCAO           TO CTRL-EMPRESA
004640     READ CTRLFOL
004650         INVALID KEY
004660             GO TO 1200-CONFERIR-FECHAMENTO-EXIT
004670     END-READ
004680     IF NOT CTRL-FECHADA
004690        DISPLAY "RC 28 - COMPETENCIA " PARM-COMPETENCIA
004700           " TIPO F NAO FECHADA NO CTRLFOL - PROVISAO RECUSADA"
004710        MOVE 28                      TO RETURN-CODE
004720        SET ERRO-NA-ABERTURA         TO TRUE
004730     END-IF
004740     .
004750 1200-CONFERIR-FECHAMENTO-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------------*
004790*                   Carregar os Percentuais dos Encargos
004800*                   Patronais (FGTS e INSS PATRONAL + RAT +
004801*                   TERCEIROS) da Empresa da Execucao na
004802*                   Tabela de Empresas EMPTAB
004820*----------------------------------------------------------------*
004830 1300-CARREGAR-ENCARGOS.
004840
004850     MOVE ZERO                       TO PERC-FGTS
004860     MOVE ZERO                       TO PERC-PATRONAL-TOTAL
004870     OPEN INPUT EMPTAB
004880     IF EMPTAB-STATUS NOT = "00"
004890        DISPLAY "RC 24 - ERRO AO ABRIR EMPTAB - FILE STATUS "
004900           EMPTAB-STATUS
004910        MOVE 24                      TO RETURN-CODE
004920        SET ERRO-NA-ABERTURA         TO TRUE
004930        GO TO 1300-CARREGAR-ENCARGOS-EXIT
004940     END-IF
004941     SET NAO-FIM-EMPTAB              TO TRUE
004942     MOVE ZERO                       TO EMP-CODIGO
004943     PERFORM 1350-LER-EMPTAB
004944         THRU 1350-LER-EMPTAB-EXIT
004945         UNTIL FIM-EMPTAB
004946            OR EMP-CODIGO = EMPRESA-EXECUCAO
004947     CLOSE EMPTAB
004948     IF FIM-EMPTAB
004949        DISPLAY "RC 20 - EMPRESA " EMPRESA-EXECUCAO
004950           " SEM CADASTRO NA EMPTAB"
004951        MOVE 20                      TO RETURN-CODE
004952        SET ERRO-NA-ABERTURA         TO TRUE
004953        GO TO 1300-CARREGAR-ENCARGOS-EXIT
004954     END-IF
004955     MOVE EMP-PERC-FGTS              TO PERC-FGTS
004956     COMPUTE PERC-PATRONAL-TOTAL =
004957        EMP-PERC-INSS-PATRONAL + EMP-PERC-RAT +
004958        EMP-PERC-TERCEIROS
005080     .
005090 1300-CARREGAR-ENCARGOS-EXIT.
005100     EXIT.
005101
005102*----------------------------------------------------------------*
005103*                   Ler um Registro da Tabela de Empresas
005104*----------------------------------------------------------------*
005105 1350-LER-EMPTAB.
005106
005107     READ EMPTAB
005108         AT END
005109             SET FIM-EMPTAB           TO TRUE
005110     END-READ
005111     .
005112 1350-LER-EMPTAB-EXIT.
005113     EXIT.
005114
005120*----------------------------------------------------------------*
005130*                   Ler o Proximo Funcionario do Cadastro Mestre
005140*----------------------------------------------------------------*
005150 1500-LER-FUNCMSTR.
005160
005170     READ FUNCMSTR NEXT
005180         AT END
005190             SET FIM-FUNCMSTR         TO TRUE
005200     END-READ
005210     .
005220 1500-LER-FUNCMSTR-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------*
005260*                   Posicionar o Saldo de Provisoes no Primeiro
005270*                   Funcionario para o Processamento
005280*----------------------------------------------------------------*
005290 1600-POSICIONAR-PROVSAL.
005300
005310     MOVE ZERO                       TO PRV-MATRICULA
005320     START PROVSAL KEY NOT LESS THAN PRV-MATRICULA
005330         INVALID KEY
005340             SET FIM-PROVSAL          TO TRUE
005350     END-START
005360     .
005370 1600-POSICIONAR-PROVSAL-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------------*
005410*                   Incluir no Saldo de Provisoes o Funcionario
005420*                   do Cadastro Mestre que Ainda Nao Tem Saldo e
005430*                   Tem Folha Normal na Competencia
005440*----------------------------------------------------------------*
005450 2000-INCLUIR-FUNCIONARIO.
005460
005470     MOVE FUNCMST-MATRICULA          TO PRV-MATRICULA
005480     READ PROVSAL
005490         INVALID KEY
005500             CONTINUE
005510         NOT INVALID KEY
005520             GO TO 2000-INCLUIR-FUNCIONARIO-LER
005530     END-READ
005531     IF FUNCMST-EMPRESA NUMERIC AND FUNCMST-EMPRESA NOT = ZERO
005532        MOVE FUNCMST-EMPRESA         TO EMPRESA-REGISTRO
005533     ELSE
005534        MOVE 1                       TO EMPRESA-REGISTRO
005535     END-IF
005536     IF EMPRESA-REGISTRO NOT = EMPRESA-EXECUCAO
005537        GO TO 2000-INCLUIR-FUNCIONARIO-LER
005538     END-IF
005540     MOVE FUNCMST-MATRICULA          TO HIST-MATRICULA
005550     MOVE COMPETENCIA-PROVISAO-N     TO HIST-COMPETENCIA
005560     READ HISTFOL
005570         INVALID KEY
005580             GO TO 2000-INCLUIR-FUNCIONARIO-LER
005590     END-READ
005600     MOVE SPACES                     TO PROVSAL-REGISTRO
005610     MOVE FUNCMST-MATRICULA          TO PRV-MATRICULA
005620     MOVE FUNCMST-NOME               TO PRV-NOME
005630     MOVE HIST-CENTRO-CUSTO          TO PRV-CENTRO-CUSTO
005640     SET PRV-ATIVO                   TO TRUE
005650     MOVE ZERO                       TO PRV-ANO-DECIMO
005660     MOVE ZERO                       TO PRV-ANO-DECIMO-BAIXADO
005670     MOVE ZERO                       TO PRV-COMP-MOVIMENTO
005680     MOVE ZERO                       TO PRV-SALDOS
005690     MOVE ZERO                       TO PRV-MOVIMENTO
005691     MOVE EMPRESA-EXECUCAO           TO PRV-EMPRESA
005700     WRITE PROVSAL-REGISTRO
005710         INVALID KEY
005720             DISPLAY "RC 24 - ERRO AO GRAVAR PROVSAL - FILE "
005730                "STATUS " PROVSAL-STATUS
005740             MOVE 24                  TO RETURN-CODE
005750             SET ERRO-NA-ABERTURA     TO TRUE
005760             SET FIM-FUNCMSTR         TO TRUE
005770             GO TO 2000-INCLUIR-FUNCIONARIO-EXIT
005780     END-WRITE
005790     .
005800 2000-INCLUIR-FUNCIONARIO-LER.
005810
005820     PERFORM 1500-LER-FUNCMSTR THRU 1500-LER-FUNCMSTR-EXIT
005830     .
005840 2000-INCLUIR-FUNCIONARIO-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------------*
005880*                   Processar o Saldo de Provisoes de um
005890*                   Funcionario: Baixas e Provisao do Ativo ou
005900*                   Baixa Total do Desligado; Acumular por
005910*                   Centro de Custo e Imprimir. Funcionario Ja
005920*                   Movimentado na Competencia (Reexecucao) Tem
005930*                   o Movimento Gravado Relancado sem Recalculo
005940*----------------------------------------------------------------*
005950 2100-PROCESSAR-PROVISAO.
005960
005970     READ PROVSAL NEXT
005980         AT END
005990             SET FIM-PROVSAL          TO TRUE
006000             GO TO 2100-PROCESSAR-PROVISAO-EXIT
006010     END-READ
006020     MOVE PRV-MATRICULA              TO FUNCMST-MATRICULA
006030     READ FUNCMSTR
006040         INVALID KEY
006050             SET FUNCIONARIO-FORA-CADASTRO TO TRUE
006060         NOT INVALID KEY
006070             SET FUNCIONARIO-NO-CADASTRO   TO TRUE
006080     END-READ
006081     IF PRV-EMPRESA NUMERIC AND PRV-EMPRESA NOT = ZERO
006082        MOVE PRV-EMPRESA             TO EMPRESA-REGISTRO
006083     ELSE
006084        MOVE 1                       TO EMPRESA-REGISTRO
006085     END-IF
006086     IF FUNCIONARIO-NO-CADASTRO
006087        AND PRV-COMP-MOVIMENTO NOT = COMPETENCIA-PROVISAO-N
006088        IF FUNCMST-EMPRESA NUMERIC
006089           AND FUNCMST-EMPRESA NOT = ZERO
006090           MOVE FUNCMST-EMPRESA      TO EMPRESA-REGISTRO
006091        ELSE
006092           MOVE 1                    TO EMPRESA-REGISTRO
006093        END-IF
006094     END-IF
006095     IF EMPRESA-REGISTRO NOT = EMPRESA-EXECUCAO
006096        GO TO 2100-PROCESSAR-PROVISAO-EXIT
006097     END-IF
006098     IF PRV-COMP-MOVIMENTO = COMPETENCIA-PROVISAO-N
006100        GO TO 2100-PROCESSAR-PROVISAO-LANCAR
006110     END-IF
006120     IF FUNCIONARIO-FORA-CADASTRO
006130        AND PRV-DESLIGADO
006140        GO TO 2100-PROCESSAR-PROVISAO-EXIT
006150     END-IF
006160     MOVE ZERO                       TO PRV-MOVIMENTO
006170     SET PRV-SEM-OCORRENCIA          TO TRUE
006180     IF FUNCIONARIO-FORA-CADASTRO
006190        PERFORM 2300-BAIXAR-RESCISAO
006200            THRU 2300-BAIXAR-RESCISAO-EXIT
006210     ELSE
006220        MOVE FUNCMST-NOME            TO PRV-NOME
006230        SET PRV-ATIVO                TO TRUE
006240        PERFORM 2210-BAIXAR-DECIMO
006250            THRU 2210-BAIXAR-DECIMO-EXIT
006260        PERFORM 2220-PROVISIONAR
006270            THRU 2220-PROVISIONAR-EXIT
006280        PERFORM 2230-BAIXAR-FERIAS
006290            THRU 2230-BAIXAR-FERIAS-EXIT
006300     END-IF
006310     MOVE COMPETENCIA-PROVISAO-N     TO PRV-COMP-MOVIMENTO
006311     MOVE EMPRESA-EXECUCAO           TO PRV-EMPRESA
006320     REWRITE PROVSAL-REGISTRO
006330         INVALID KEY
006340             DISPLAY "RC 24 - ERRO AO REGRAVAR PROVSAL - FILE "
006350                "STATUS " PROVSAL-STATUS
006360             MOVE 24                  TO RETURN-CODE
006370             SET ERRO-NA-ABERTURA     TO TRUE
006380             SET FIM-PROVSAL          TO TRUE
006390             GO TO 2100-PROCESSAR-PROVISAO-EXIT
006400     END-REWRITE
006410     .
006420 2100-PROCESSAR-PROVISAO-LANCAR.
006430
006440     IF PRV-MOVIMENTO = ZERO
006450        AND PRV-SALDOS = ZERO
006460        GO TO 2100-PROCESSAR-PROVISAO-EXIT
006470     END-IF
006480     PERFORM 2400-ACUMULAR-CENTRO-CUSTO
006490         THRU 2400-ACUMULAR-CENTRO-CUSTO-EXIT
006500     PERFORM 2500-IMPRIMIR-FUNCIONARIO
006510         THRU 2500-IMPRIMIR-FUNCIONARIO-EXIT
006520     .
006530 2100-PROCESSAR-PROVISAO-EXIT.
006540     EXIT.
006550
006560*----------------------------------------------------------------*
006570*                   Baixar Todo o Saldo de 13O do Ano (com os
006580*                   Encargos) Quando o 13O Daquele Ano Ja Foi
006590*                   Pago (Registro AAAA13 no HISTFOL)
006600*----------------------------------------------------------------*
006610 2210-BAIXAR-DECIMO.
006620
006630     IF PRV-ANO-DECIMO = ZERO
006640        OR PRV-ANO-DECIMO-BAIXADO = PRV-ANO-DECIMO
006650        GO TO 2210-BAIXAR-DECIMO-EXIT
006660     END-IF
006670     MOVE PRV-MATRICULA              TO HIST-MATRICULA
006680     COMPUTE HIST-COMPETENCIA = PRV-ANO-DECIMO * 100 + 13
006690     READ HISTFOL
006700         INVALID KEY
006710             GO TO 2210-BAIXAR-DECIMO-EXIT
006720     END-READ
006730     MOVE PRV-SALDO-DECIMO           TO PRV-BAIXA-DECIMO
006740     MOVE PRV-SALDO-FGTS-DECIMO      TO PRV-BAIXA-FGTS
006750     MOVE PRV-SALDO-PAT-DECIMO       TO PRV-BAIXA-PATRONAL
006760     MOVE ZERO                       TO PRV-SALDO-DECIMO
006770     MOVE ZERO                       TO PRV-SALDO-FGTS-DECIMO
006780     MOVE ZERO                       TO PRV-SALDO-PAT-DECIMO
006790     MOVE PRV-ANO-DECIMO             TO PRV-ANO-DECIMO-BAIXADO
006800     SET PRV-DECIMO-BAIXADO          TO TRUE
006810     COMPUTE CONTBX-DECIMO = CONTBX-DECIMO + 1
006820     .
006830 2210-BAIXAR-DECIMO-EXIT.
006840     EXIT.
006850
006860*----------------------------------------------------------------*
006870*                   Provisionar 1/12 do Bruto da Folha Normal
006880*                   da Competencia para o 13O (Salvo se o 13O do
006890*                   Ano Ja Foi Pago) e 1/12 + 1/3 para as
006900*                   Ferias, com FGTS e INSS Patronal
006910*----------------------------------------------------------------*
006920 2220-PROVISIONAR.
006930
006940     MOVE PRV-MATRICULA              TO HIST-MATRICULA
006950     MOVE COMPETENCIA-PROVISAO-N     TO HIST-COMPETENCIA
006960     READ HISTFOL
006970         INVALID KEY
006980             GO TO 2220-PROVISIONAR-EXIT
006990     END-READ
007000     IF HIST-CENTRO-CUSTO NOT = SPACES
007010        MOVE HIST-CENTRO-CUSTO       TO PRV-CENTRO-CUSTO
007020     END-IF
007030     IF PRV-CENTRO-CUSTO = SPACES
007040        MOVE "999999"                TO PRV-CENTRO-CUSTO
007050     END-IF
007060     IF PRV-ANO-DECIMO < CPV-ANO
007070        MOVE CPV-ANO                 TO PRV-ANO-DECIMO
007080     END-IF
007090     MOVE ZERO                       TO FGTS-DECIMO
007100     MOVE ZERO                       TO PATRONAL-DECIMO
007110     IF PRV-ANO-DECIMO-BAIXADO NOT = CPV-ANO
007120        COMPUTE PRV-PROV-DECIMO ROUNDED =
007130           HIST-SALARIO-BRUTO / 12
007140        COMPUTE FGTS-DECIMO ROUNDED =
007150           PRV-PROV-DECIMO * PERC-FGTS / 100
007160        COMPUTE PATRONAL-DECIMO ROUNDED =
007170           PRV-PROV-DECIMO * PERC-PATRONAL-TOTAL / 100
007180     END-IF
007190     COMPUTE PRV-PROV-FERIAS ROUNDED =
007200        HIST-SALARIO-BRUTO * 4 / 36
007210     COMPUTE FGTS-FERIAS ROUNDED =
007220        PRV-PROV-FERIAS * PERC-FGTS / 100
007230     COMPUTE PATRONAL-FERIAS ROUNDED =
007240        PRV-PROV-FERIAS * PERC-PATRONAL-TOTAL / 100
007250     COMPUTE PRV-PROV-FGTS = FGTS-DECIMO + FGTS-FERIAS
007260     COMPUTE PRV-PROV-PATRONAL = PATRONAL-DECIMO + PATRONAL-FERIAS
007270     COMPUTE PRV-SALDO-DECIMO =
007280        PRV-SALDO-DECIMO + PRV-PROV-DECIMO
007290     COMPUTE PRV-SALDO-FGTS-DECIMO =
007300        PRV-SALDO-FGTS-DECIMO + FGTS-DECIMO
007310     COMPUTE PRV-SALDO-PAT-DECIMO =
007320        PRV-SALDO-PAT-DECIMO + PATRONAL-DECIMO
007330     COMPUTE PRV-SALDO-FERIAS =
007340        PRV-SALDO-FERIAS + PRV-PROV-FERIAS
007350     COMPUTE PRV-SALDO-FGTS-FERIAS =
007360        PRV-SALDO-FGTS-FERIAS + FGTS-FERIAS
007370     COMPUTE PRV-SALDO-PAT-FERIAS =
007380        PRV-SALDO-PAT-FERIAS + PATRONAL-FERIAS
007390     COMPUTE CONTPROV = CONTPROV + 1
007400     .
007410 2220-PROVISIONAR-EXIT.
007420     EXIT.
007430
007440*----------------------------------------------------------------*
007450*                   Consumir o Saldo de Ferias pelas Ferias e
007460*                   Abono Pecuniario Pagos na Competencia (Ate
007470*                   o Saldo), com os Encargos Proporcionais
007480*----------------------------------------------------------------*
007490 2230-BAIXAR-FERIAS.
007500
007510     MOVE ZERO                       TO VALOR-PAGO-FERIAS
007520     SET NAO-FIM-HISTRUB             TO TRUE
007530     MOVE PRV-MATRICULA              TO HRB-MATRICULA
007540     MOVE COMP-FERIAS                TO HRB-COMPETENCIA
007550     MOVE COMPETENCIA-PROVISAO-N     TO HRB-COMP-PAGTO
007560     MOVE ZERO                       TO HRB-REFERENCIA
007570     MOVE LOW-VALUES                 TO HRB-CODIGO
007580     START HISTRUB KEY NOT LESS THAN HRB-CHAVE
007590         INVALID KEY
007600             SET FIM-HISTRUB          TO TRUE
007610     END-START
007620     PERFORM 2235-SOMAR-FERIAS-PAGAS
007630         THRU 2235-SOMAR-FERIAS-PAGAS-EXIT
007640         UNTIL FIM-HISTRUB
007650     IF VALOR-PAGO-FERIAS = ZERO
007660        OR PRV-SALDO-FERIAS = ZERO
007670        GO TO 2230-BAIXAR-FERIAS-EXIT
007680     END-IF
007690     IF VALOR-PAGO-FERIAS NOT < PRV-SALDO-FERIAS
007700        MOVE PRV-SALDO-FERIAS        TO PRV-BAIXA-FERIAS
007710        MOVE PRV-SALDO-FGTS-FERIAS   TO FGTS-FERIAS
007720        MOVE PRV-SALDO-PAT-FERIAS    TO PATRONAL-FERIAS
007730     ELSE
007740        MOVE VALOR-PAGO-FERIAS       TO PRV-BAIXA-FERIAS
007750        COMPUTE FGTS-FERIAS ROUNDED =
007760           PRV-SALDO-FGTS-FERIAS * VALOR-PAGO-FERIAS
007770           / PRV-SALDO-FERIAS
007780        COMPUTE PATRONAL-FERIAS ROUNDED =
007790           PRV-SALDO-PAT-FERIAS * VALOR-PAGO-FERIAS
007800           / PRV-SALDO-FERIAS
007810     END-IF
007820     COMPUTE PRV-SALDO-FERIAS =
007830        PRV-SALDO-FERIAS - PRV-BAIXA-FERIAS
007840     COMPUTE PRV-SALDO-FGTS-FERIAS =
007850        PRV-SALDO-FGTS-FERIAS - FGTS-FERIAS
007860     COMPUTE PRV-SALDO-PAT-FERIAS =
007870        PRV-SALDO-PAT-FERIAS - PATRONAL-FERIAS
007880     COMPUTE PRV-BAIXA-FGTS = PRV-BAIXA-FGTS + FGTS-FERIAS
007890     COMPUTE PRV-BAIXA-PATRONAL =
007900        PRV-BAIXA-PATRONAL + PATRONAL-FERIAS
007910     IF PRV-DECIMO-BAIXADO
007920        SET PRV-DECIMO-E-FERIAS      TO TRUE
007930     ELSE
007940        SET PRV-FERIAS-BAIXADAS      TO TRUE
007950     END-IF
007960     COMPUTE CONTBX-FERIAS = CONTBX-FERIAS + 1
007970     .
007980 2230-BAIXAR-FERIAS-EXIT.
007990     EXIT.
008000
008010*----------------------------------------------------------------*
008020*                   Somar uma Verba de Ferias (9004) ou de Abono
008030*                   Pecuniario (9006) Paga na Competencia
008040*----------------------------------------------------------------*
008050 2235-SOMAR-FERIAS-PAGAS.
008060
008070     READ HISTRUB NEXT
008080         AT END
008090             SET FIM-HISTRUB          TO TRUE
008100             GO TO 2235-SOMAR-FERIAS-PAGAS-EXIT
008110     END-READ
008120     IF HRB-MATRICULA NOT = PRV-MATRICULA
008130        OR HRB-COMPETENCIA NOT = COMP-FERIAS
008140        OR HRB-COMP-PAGTO NOT = COMPETENCIA-PROVISAO-N
008150        SET FIM-HISTRUB              TO TRUE
008160        GO TO 2235-SOMAR-FERIAS-PAGAS-EXIT
008170     END-IF
008180     IF HRB-CODIGO = "9004"
008190        OR HRB-CODIGO = "9006"
008200        COMPUTE VALOR-PAGO-FERIAS =
008210           VALOR-PAGO-FERIAS + HRB-VALOR
008220     END-IF
008230     .
008240 2235-SOMAR-FERIAS-PAGAS-EXIT.
008250     EXIT.
008260
008270*----------------------------------------------------------------*
008280*                   Baixar Todo o Saldo do Funcionario Excluido
008290*                   do Cadastro Mestre pela Rescisao - as Verbas
008300*                   Rescisorias Ja Foram Lancadas como Despesa
008310*                   pelo FOLHARSC
008320*----------------------------------------------------------------*
008330 2300-BAIXAR-RESCISAO.
008340
008350     SET PRV-DESLIGADO               TO TRUE
008360     IF PRV-SALDOS = ZERO
008370        GO TO 2300-BAIXAR-RESCISAO-EXIT
008380     END-IF
008390     MOVE PRV-SALDO-DECIMO           TO PRV-BAIXA-DECIMO
008400     MOVE PRV-SALDO-FERIAS           TO PRV-BAIXA-FERIAS
008410     COMPUTE PRV-BAIXA-FGTS =
008420        PRV-SALDO-FGTS-DECIMO + PRV-SALDO-FGTS-FERIAS
008430     COMPUTE PRV-BAIXA-PATRONAL =
008440        PRV-SALDO-PAT-DECIMO + PRV-SALDO-PAT-FERIAS
008450     MOVE ZERO                       TO PRV-SALDOS
008460     SET PRV-RESCISAO-BAIXADA        TO TRUE
008470     COMPUTE CONTBX-RESCISAO = CONTBX-RESCISAO + 1
008480     .
008490 2300-BAIXAR-RESCISAO-EXIT.
008500     EXIT.
008510
008520*----------------------------------------------------------------*
008530*                   Acumular a Despesa e as Baixas do
008540*                   Funcionario no Seu Centro de Custo,
008550*                   Criando o Centro na Primeira Vez
008560*----------------------------------------------------------------*
008570 2400-ACUMULAR-CENTRO-CUSTO.
008580
008590     SET TPC-IDX                     TO 1
008600     MOVE ZERO                       TO TPC-SUB
008610     IF TPC-QTDE > ZERO
008620        SEARCH TPC-OCORRENCIA
008630            AT END
008640                MOVE ZERO            TO TPC-SUB
008650            WHEN TPC-IDX > TPC-QTDE
008660                MOVE ZERO            TO TPC-SUB
008670            WHEN TPC-CENTRO-CUSTO (TPC-IDX) = PRV-CENTRO-CUSTO
008680                SET TPC-SUB          TO TPC-IDX
008690        END-SEARCH
008700     END-IF
008710     IF TPC-SUB = ZERO
008720        IF TPC-QTDE = 50
008730           MOVE TPC-QTDE             TO TPC-SUB
008740           GO TO 2400-ACUMULAR-CENTRO-CUSTO-SOMA
008750        END-IF
008760        COMPUTE TPC-QTDE = TPC-QTDE + 1
008770        MOVE TPC-QTDE                TO TPC-SUB
008780        MOVE PRV-CENTRO-CUSTO        TO TPC-CENTRO-CUSTO (TPC-SUB)
008790        MOVE ZERO TO TPC-DESP-DECIMO (TPC-SUB)
008800        MOVE ZERO TO TPC-DESP-FERIAS (TPC-SUB)
008810        MOVE ZERO TO TPC-DESP-FGTS (TPC-SUB)
008820        MOVE ZERO TO TPC-DESP-PATRONAL (TPC-SUB)
008830        MOVE ZERO TO TPC-BAIXA-SALARIOS (TPC-SUB)
008840        MOVE ZERO TO TPC-BAIXA-FGTS (TPC-SUB)
008850        MOVE ZERO TO TPC-BAIXA-PATRONAL (TPC-SUB)
008860     END-IF
008870     .
008880 2400-ACUMULAR-CENTRO-CUSTO-SOMA.
008890
008900     COMPUTE TPC-DESP-DECIMO (TPC-SUB) =
008910        TPC-DESP-DECIMO (TPC-SUB) + PRV-PROV-DECIMO
008920     COMPUTE TPC-DESP-FERIAS (TPC-SUB) =
008930        TPC-DESP-FERIAS (TPC-SUB) + PRV-PROV-FERIAS
008940     COMPUTE TPC-DESP-FGTS (TPC-SUB) =
008950        TPC-DESP-FGTS (TPC-SUB) + PRV-PROV-FGTS
008960     COMPUTE TPC-DESP-PATRONAL (TPC-SUB) =
008970        TPC-DESP-PATRONAL (TPC-SUB) + PRV-PROV-PATRONAL
008980     COMPUTE TPC-BAIXA-SALARIOS (TPC-SUB) =
008990        TPC-BAIXA-SALARIOS (TPC-SUB) + PRV-BAIXA-DECIMO
009000           + PRV-BAIXA-FERIAS
009010     COMPUTE TPC-BAIXA-FGTS (TPC-SUB) =
009020        TPC-BAIXA-FGTS (TPC-SUB) + PRV-BAIXA-FGTS
009030     COMPUTE TPC-BAIXA-PATRONAL (TPC-SUB) =
009040        TPC-BAIXA-PATRONAL (TPC-SUB) + PRV-BAIXA-PATRONAL
009050     .
009060 2400-ACUMULAR-CENTRO-CUSTO-EXIT.
009070     EXIT.
009080
009090*----------------------------------------------------------------*
009100*                   Imprimir a Linha do Funcionario no
009110*                   Relatorio de Saldos e Acumular os Totais
009120*                   das Contas de Provisao
009130*----------------------------------------------------------------*
009140 2500-IMPRIMIR-FUNCIONARIO.
009150
009160     COMPUTE SALDO-ATUAL-FUNC =
009170        PRV-SALDO-DECIMO + PRV-SALDO-FGTS-DECIMO
009180        + PRV-SALDO-PAT-DECIMO + PRV-SALDO-FERIAS
009190        + PRV-SALDO-FGTS-FERIAS + PRV-SALDO-PAT-FERIAS
009200     COMPUTE SALDO-ANTERIOR-FUNC =
009210        SALDO-ATUAL-FUNC
009220        + PRV-BAIXA-DECIMO + PRV-BAIXA-FERIAS
009230        + PRV-BAIXA-FGTS + PRV-BAIXA-PATRONAL
009240        - PRV-PROV-DECIMO - PRV-PROV-FERIAS
009250        - PRV-PROV-FGTS - PRV-PROV-PATRONAL
009260     MOVE SPACES                     TO PRV-DETALHE
009270     MOVE PRV-MATRICULA              TO PRVD-MATRICULA
009280     MOVE PRV-NOME                   TO PRVD-NOME
009290     MOVE PRV-CENTRO-CUSTO           TO PRVD-CENTRO-CUSTO
009300     MOVE SALDO-ANTERIOR-FUNC        TO PRVD-SALDO-ANTERIOR
009310     MOVE PRV-PROV-DECIMO            TO PRVD-PROV-DECIMO
009320     MOVE PRV-PROV-FERIAS            TO PRVD-PROV-FERIAS
009330     COMPUTE PRVD-ENCARGOS = PRV-PROV-FGTS + PRV-PROV-PATRONAL
009340     COMPUTE PRVD-BAIXAS =
009350        PRV-BAIXA-DECIMO + PRV-BAIXA-FERIAS
009360        + PRV-BAIXA-FGTS + PRV-BAIXA-PATRONAL
009370     MOVE SALDO-ATUAL-FUNC           TO PRVD-SALDO-ATUAL
009380     EVALUATE TRUE
009390         WHEN PRV-DECIMO-BAIXADO
009400             MOVE "13O PAGO"          TO PRVD-OCORRENCIA
009410         WHEN PRV-FERIAS-BAIXADAS
009420             MOVE "FERIAS PAGAS"      TO PRVD-OCORRENCIA
009430         WHEN PRV-DECIMO-E-FERIAS
009440             MOVE "13O E FERIAS"      TO PRVD-OCORRENCIA
009450         WHEN PRV-RESCISAO-BAIXADA
009460             MOVE "RESCISAO"          TO PRVD-OCORRENCIA
009470         WHEN OTHER
009480             MOVE SPACES              TO PRVD-OCORRENCIA
009490     END-EVALUATE
009500     WRITE LINHA-PRVREL              FROM PRV-DETALHE
009510     COMPUTE CONTLIST = CONTLIST + 1
009520     COMPUTE TCP-CREDITOS (1) = TCP-CREDITOS (1) + PRV-PROV-DECIMO
009530     COMPUTE TCP-DEBITOS (1) = TCP-DEBITOS (1) + PRV-BAIXA-DECIMO
009540     COMPUTE TCP-SALDO-ATUAL (1) =
009550        TCP-SALDO-ATUAL (1) + PRV-SALDO-DECIMO
009560     COMPUTE TCP-CREDITOS (2) = TCP-CREDITOS (2) + PRV-PROV-FERIAS
009570     COMPUTE TCP-DEBITOS (2) = TCP-DEBITOS (2) + PRV-BAIXA-FERIAS
009580     COMPUTE TCP-SALDO-ATUAL (2) =
009590        TCP-SALDO-ATUAL (2) + PRV-SALDO-FERIAS
009600     COMPUTE TCP-CREDITOS (3) = TCP-CREDITOS (3) + PRV-PROV-FGTS
009610     COMPUTE TCP-DEBITOS (3) = TCP-DEBITOS (3) + PRV-BAIXA-FGTS
009620     COMPUTE TCP-SALDO-ATUAL (3) =
009630        TCP-SALDO-ATUAL (3) + PRV-SALDO-FGTS-DECIMO
009640           + PRV-SALDO-FGTS-FERIAS
009650     COMPUTE TCP-CREDITOS (4) =
009660        TCP-CREDITOS (4) + PRV-PROV-PATRONAL
009670     COMPUTE TCP-DEBITOS (4) =
009680        TCP-DEBITOS (4) + PRV-BAIXA-PATRONAL
009690     COMPUTE TCP-SALDO-ATUAL (4) =
009700        TCP-SALDO-ATUAL (4) + PRV-SALDO-PAT-DECIMO
009710           + PRV-SALDO-PAT-FERIAS
009720     .
009730 2500-IMPRIMIR-FUNCIONARIO-EXIT.
009740     EXIT.
009750
009760*----------------------------------------------------------------*
009770*                   Terminar o Programa: Imprimir os Totais por
009780*                   Conta de Provisao, Gravar o CONTABIL e
009790*                   Carimbar a Provisao da Competencia no
009800*                   CTRLFOL
009810*----------------------------------------------------------------*
009820 3000-TERMINO.
009830
009840     MOVE ZERO                       TO TOT-SALDO-ANTERIOR
009850     MOVE ZERO                       TO TOT-CREDITOS
009860     MOVE ZERO                       TO TOT-DEBITOS
009870     MOVE ZERO                       TO TOT-SALDO-ATUAL
009880     WRITE LINHA-PRVREL              FROM PRV-LINHA-SEPARADOR
009890     WRITE LINHA-PRVREL              FROM PRV-LINHA-BRANCO
009900     WRITE LINHA-PRVREL              FROM PRV-CABECALHO-CONTAS
009910     PERFORM 3100-IMPRIMIR-CONTA THRU 3100-IMPRIMIR-CONTA-EXIT
009920         VARYING TCP-SUB FROM 1 BY 1
009930         UNTIL TCP-SUB > 4
009940     MOVE SPACES                     TO PRVC-CONTA
009950     MOVE "TOTAL DAS PROVISOES"      TO PRVC-DESCRICAO
009960     MOVE TOT-SALDO-ANTERIOR         TO PRVC-SALDO-ANTERIOR
009970     MOVE TOT-CREDITOS               TO PRVC-CREDITOS
009980     MOVE TOT-DEBITOS                TO PRVC-DEBITOS
009990     MOVE TOT-SALDO-ATUAL            TO PRVC-SALDO-ATUAL
010000     WRITE LINHA-PRVREL              FROM PRV-RODAPE-CONTA
010010     MOVE CONTLIST                   TO ROD-PRV-LISTADOS
010020     MOVE CONTPROV                   TO ROD-PRV-PROVISIONADOS
010030     MOVE CONTBX-DECIMO              TO ROD-PRV-BAIXAS-DECIMO
010040     MOVE CONTBX-FERIAS              TO ROD-PRV-BAIXAS-FERIAS
010050     MOVE CONTBX-RESCISAO            TO ROD-PRV-BAIXAS-RESCISAO
010060     WRITE LINHA-PRVREL              FROM PRV-LINHA-BRANCO
010070     WRITE LINHA-PRVREL              FROM PRV-RODAPE-1
010080     WRITE LINHA-PRVREL              FROM PRV-RODAPE-2
010090     WRITE LINHA-PRVREL              FROM PRV-RODAPE-3
010100     WRITE LINHA-PRVREL              FROM PRV-RODAPE-4
010110     WRITE LINHA-PRVREL              FROM PRV-RODAPE-5
010120     COMPUTE SOMA-PROVISAO = TCP-CREDITOS (1) + TCP-CREDITOS (2)
010130     COMPUTE SOMA-BAIXAS = TCP-DEBITOS (1) + TCP-DEBITOS (2)
010140     MOVE TCP-CREDITOS (3)           TO SOMA-FGTS
010150     MOVE TCP-CREDITOS (4)           TO SOMA-PATRONAL
010160     PERFORM 3200-GRAVAR-CONTABIL
010170         THRU 3200-GRAVAR-CONTABIL-EXIT
010180     IF RETURN-CODE NOT = ZERO
010190        DISPLAY "*---------------------------------------*"
010200        DISPLAY "*     TERMINO COM ERRO NO PROVSAL        *"
010210        DISPLAY "*---------------------------------------*"
010220        GO TO 3000-TERMINO-FECHAR
010230     END-IF
010240     IF CONTLIST = ZERO
010250        DISPLAY "RC 16 - NENHUM FUNCIONARIO COM PROVISAO NA "
010260           "COMPETENCIA " PARM-COMPETENCIA
010270        MOVE 16                      TO RETURN-CODE
010280        GO TO 3000-TERMINO-FECHAR
010290     END-IF
010300     PERFORM 3300-FECHAR-PROVISAO
010310         THRU 3300-FECHAR-PROVISAO-EXIT
010320     DISPLAY "*---------------------------------------*"
010330     DISPLAY "*          TERMINO NORMAL                *"
010340     DISPLAY "*---------------------------------------*"
010350     .
010360 3000-TERMINO-FECHAR.
010370
010380     CLOSE FUNCMSTR
010390     CLOSE PROVSAL
010400     CLOSE HISTFOL
010410     CLOSE HISTRUB
010420     CLOSE CTRLFOL
010430     CLOSE CONTABIL
010440     CLOSE PRVREL
010450     .
010460 3000-TERMINO-EXIT.
010470     EXIT.
010480
010490*----------------------------------------------------------------*
010500*                   Imprimir os Totais de uma Conta de Provisao
010510*                   (Saldo Anterior = Saldo Atual - Creditos +
010520*                   Debitos) e Somar no Total Geral
010530*----------------------------------------------------------------*
010540 3100-IMPRIMIR-CONTA.
010550
010560     COMPUTE TCP-SALDO-ANTERIOR (TCP-SUB) =
010570        TCP-SALDO-ATUAL (TCP-SUB) - TCP-CREDITOS (TCP-SUB)
010580        + TCP-DEBITOS (TCP-SUB)
010590     MOVE TCP-CONTA (TCP-SUB)        TO PRVC-CONTA
010600     MOVE TCP-DESCRICAO (TCP-SUB)    TO PRVC-DESCRICAO
010610     MOVE TCP-SALDO-ANTERIOR (TCP-SUB)
010620                                     TO PRVC-SALDO-ANTERIOR
010630     MOVE TCP-CREDITOS (TCP-SUB)     TO PRVC-CREDITOS
010640     MOVE TCP-DEBITOS (TCP-SUB)      TO PRVC-DEBITOS
010650     MOVE TCP-SALDO-ATUAL (TCP-SUB)  TO PRVC-SALDO-ATUAL
010660     WRITE LINHA-PRVREL              FROM PRV-RODAPE-CONTA
010670     COMPUTE TOT-SALDO-ANTERIOR =
010680        TOT-SALDO-ANTERIOR + TCP-SALDO-ANTERIOR (TCP-SUB)
010690     COMPUTE TOT-CREDITOS = TOT-CREDITOS + TCP-CREDITOS (TCP-SUB)
010700     COMPUTE TOT-DEBITOS = TOT-DEBITOS + TCP-DEBITOS (TCP-SUB)
010710     COMPUTE TOT-SALDO-ATUAL =
010720        TOT-SALDO-ATUAL + TCP-SALDO-ATUAL (TCP-SUB)
010730     .
010740 3100-IMPRIMIR-CONTA-EXIT.
010750     EXIT.
010760
010770*----------------------------------------------------------------*
010780*                   Gravar o Arquivo de Lancamentos Contabeis:
010790*                   por Centro de Custo o Debito das Despesas
010800*                   de Provisao e o Credito das Baixas nas
010810*                   Despesas do Pagamento; sem Centro, o
010820*                   Credito e o Debito de Cada Conta de
010830*                   Provisao. Debitos = Creditos
010840*----------------------------------------------------------------*
010850 3200-GRAVAR-CONTABIL.
010860
010870     MOVE SPACES                     TO CONTAB-REGISTRO
010880     MOVE DATA-EXECUCAO              TO CTB-DATA-LANCAMENTO
010890     MOVE COMPETENCIA-PROVISAO-N     TO CTB-COMPETENCIA
010891     MOVE EMPRESA-EXECUCAO           TO CTB-EMPRESA
010900     PERFORM 3210-GRAVAR-LANCAMENTOS-CC
010910         THRU 3210-GRAVAR-LANCAMENTOS-CC-EXIT
010920         VARYING TPC-SUB FROM 1 BY 1
010930         UNTIL TPC-SUB > TPC-QTDE
010940     MOVE SPACES                     TO CTB-CENTRO-CUSTO
010950     PERFORM 3230-GRAVAR-CONTA-PROVISAO
010960         THRU 3230-GRAVAR-CONTA-PROVISAO-EXIT
010970         VARYING TCP-SUB FROM 1 BY 1
010980         UNTIL TCP-SUB > 4
010990     .
011000 3200-GRAVAR-CONTABIL-EXIT.
011010     EXIT.
011020
011030*----------------------------------------------------------------*
011040*                   Gravar os Lancamentos de um Centro de
011050*                   Custo: Debitos de Despesa de Provisao e
011060*                   Creditos de Baixa nas Despesas de Salarios,
011070*                   FGTS e INSS Patronal
011080*----------------------------------------------------------------*
011090 3210-GRAVAR-LANCAMENTOS-CC.
011100
011110     MOVE TPC-CENTRO-CUSTO (TPC-SUB) TO CTB-CENTRO-CUSTO
011120     MOVE "D"                        TO CTB-DEB-CRED
011130     MOVE "51030101"                 TO CTB-CONTA
011140     MOVE TPC-DESP-DECIMO (TPC-SUB)  TO CTB-VALOR
011150     MOVE "DESPESA PROVISAO 13O SALARIO"
011160          TO CTB-HISTORICO
011170     PERFORM 3220-GRAVAR-LANCAMENTO
011180         THRU 3220-GRAVAR-LANCAMENTO-EXIT
011190     MOVE "51030102"                 TO CTB-CONTA
011200     MOVE TPC-DESP-FERIAS (TPC-SUB)  TO CTB-VALOR
011210     MOVE "DESPESA PROVISAO FERIAS + 1/3"
011220          TO CTB-HISTORICO
011230     PERFORM 3220-GRAVAR-LANCAMENTO
011240         THRU 3220-GRAVAR-LANCAMENTO-EXIT
011250     MOVE "51030103"                 TO CTB-CONTA
011260     MOVE TPC-DESP-FGTS (TPC-SUB)    TO CTB-VALOR
011270     MOVE "FGTS SOBRE PROVISOES"     TO CTB-HISTORICO
011280     PERFORM 3220-GRAVAR-LANCAMENTO
011290         THRU 3220-GRAVAR-LANCAMENTO-EXIT
011300     MOVE "51030104"                 TO CTB-CONTA
011310     MOVE TPC-DESP-PATRONAL (TPC-SUB)
011320                                     TO CTB-VALOR
011330     MOVE "INSS PATRONAL S/ PROVISOES"
011340          TO CTB-HISTORICO
011350     PERFORM 3220-GRAVAR-LANCAMENTO
011360         THRU 3220-GRAVAR-LANCAMENTO-EXIT
011370     MOVE "C"                        TO CTB-DEB-CRED
011380     MOVE "51010101"                 TO CTB-CONTA
011390     MOVE TPC-BAIXA-SALARIOS (TPC-SUB)
011400                                     TO CTB-VALOR
011410     MOVE "BAIXA PROV. FERIAS/13O PAGOS"
011420          TO CTB-HISTORICO
011430     PERFORM 3220-GRAVAR-LANCAMENTO
011440         THRU 3220-GRAVAR-LANCAMENTO-EXIT
011450     MOVE "51020101"                 TO CTB-CONTA
011460     MOVE TPC-BAIXA-FGTS (TPC-SUB)   TO CTB-VALOR
011470     MOVE "BAIXA FGTS S/ PROVISOES"  TO CTB-HISTORICO
011480     PERFORM 3220-GRAVAR-LANCAMENTO
011490         THRU 3220-GRAVAR-LANCAMENTO-EXIT
011500     MOVE "51020102"                 TO CTB-CONTA
011510     MOVE TPC-BAIXA-PATRONAL (TPC-SUB)
011520                                     TO CTB-VALOR
011530     MOVE "BAIXA INSS PATR. S/ PROVISOES"
011540          TO CTB-HISTORICO
011550     PERFORM 3220-GRAVAR-LANCAMENTO
011560         THRU 3220-GRAVAR-LANCAMENTO-EXIT
011570     .
011580 3210-GRAVAR-LANCAMENTOS-CC-EXIT.
011590     EXIT.
011600
011610*----------------------------------------------------------------*
011620*                   Gravar um Lancamento Contabil, Omitindo os
011630*                   de Valor Zero
011640*----------------------------------------------------------------*
011650 3220-GRAVAR-LANCAMENTO.
011660
011670     IF CTB-VALOR = ZERO
011680        GO TO 3220-GRAVAR-LANCAMENTO-EXIT
011690     END-IF
011700     WRITE CONTAB-REGISTRO
011710     .
011720 3220-GRAVAR-LANCAMENTO-EXIT.
011730     EXIT.
011740
011750*----------------------------------------------------------------*
011760*                   Gravar o Credito (Provisao do Mes) e o
011770*                   Debito (Baixas do Mes) de uma Conta de
011780*                   Provisao
011790*----------------------------------------------------------------*
011800 3230-GRAVAR-CONTA-PROVISAO.
011810
011820     MOVE TCP-CONTA (TCP-SUB)        TO CTB-CONTA
011830     MOVE "C"                        TO CTB-DEB-CRED
011840     MOVE TCP-CREDITOS (TCP-SUB)     TO CTB-VALOR
011850     MOVE TCP-DESCRICAO (TCP-SUB)    TO CTB-HISTORICO
011860     PERFORM 3220-GRAVAR-LANCAMENTO
011870         THRU 3220-GRAVAR-LANCAMENTO-EXIT
011880     MOVE "D"                        TO CTB-DEB-CRED
011890     MOVE TCP-DEBITOS (TCP-SUB)      TO CTB-VALOR
011900     MOVE SPACES                     TO CTB-HISTORICO
011910     STRING "BAIXA " TCP-DESCRICAO (TCP-SUB)
011920            DELIMITED BY SIZE INTO CTB-HISTORICO
011930     PERFORM 3220-GRAVAR-LANCAMENTO
011940         THRU 3220-GRAVAR-LANCAMENTO-EXIT
011950     .
011960 3230-GRAVAR-CONTA-PROVISAO-EXIT.
011970     EXIT.
011980
011990*----------------------------------------------------------------*
012000*                   Carimbar a Provisao da Competencia como
012010*                   Contabilizada no Controle de Fechamento
012020*                   (AAAAMM "P"), com Data, Hora e Totais
012030*----------------------------------------------------------------*
012040 3300-FECHAR-PROVISAO.
012050
012060     MOVE SPACES                     TO CTRLFOL-REGISTRO
012070     MOVE ZERO                       TO CTRL-QTD-EXECUCOES
012080     MOVE COMPETENCIA-PROVISAO-N     TO CTRL-COMPETENCIA
012090     MOVE "P"                        TO CTRL-TIPO-FOLHA
012091     MOVE EMPRESA-EXECUCAO           TO CTRL-EMPRESA
012100     READ CTRLFOL
012110         INVALID KEY
012120             MOVE ZERO                TO CTRL-QTD-EXECUCOES
012130     END-READ
012140     MOVE COMPETENCIA-PROVISAO-N     TO CTRL-COMPETENCIA
012150     MOVE "P"                        TO CTRL-TIPO-FOLHA
012151     MOVE EMPRESA-EXECUCAO           TO CTRL-EMPRESA
012160     MOVE "F"                        TO CTRL-SITUACAO
012170     MOVE DATA-EXECUCAO              TO CTRL-DATA-FECHAMENTO
012180     MOVE HORA-EXECUCAO (1:6)        TO CTRL-HORA-FECHAMENTO
012190     MOVE CONTLIST                   TO CTRL-CONTFUNC
012200     MOVE SOMA-PROVISAO              TO CTRL-SOMASAL
012210     MOVE SOMA-BAIXAS                TO CTRL-SOMASAL-LIQUIDO
012220     MOVE SOMA-FGTS                  TO CTRL-SOMA-FGTS
012230     MOVE SOMA-PATRONAL              TO CTRL-SOMA-PATRONAL
012240     MOVE ZERO                       TO CTRL-DATA-CREDITO
012250     MOVE SPACES                     TO CTRL-REMESSA-GERACAO
012260     COMPUTE CTRL-QTD-EXECUCOES = CTRL-QTD-EXECUCOES + 1
012270     MOVE SPACES                     TO CTRL-REPROC-USUARIO
012280     WRITE CTRLFOL-REGISTRO
012290         INVALID KEY
012300             REWRITE CTRLFOL-REGISTRO
012310             END-REWRITE
012320     END-WRITE
012330     .
012340 3300-FECHAR-PROVISAO-EXIT.
012350     EXIT.
