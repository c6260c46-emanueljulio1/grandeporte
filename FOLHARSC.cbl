000378*                   TRANSFORMA NO DESLIG DA PROXIMA LEVA - A
000379*                   RESCISAO PENDENTE NAO SOME QUANDO O
000380*                   DESLIG E RECRIADO VAZIO AO FINAL DO JOB.
000381* 05.02.2024 EJ     FAIXAS DO INSS E DO IRRF E DEDUCAO POR
000382*                   DEPENDENTE PASSAM A VIR DA TABELA LEGAL
000383*                   TABLEG, NA VIGENCIA EM VIGOR NA
000384*                   COMPETENCIA DO PARM. COMPETENCIA SEM
000385*                   TABELA VIGENTE ENCERRA O JOB COM RC=36.
000386* 04.03.2024 EJ     PENSAO ALIMENTICIA JUDICIAL (CADASTRO
000387*                   PENSAO): OS PROCESSOS VIGENTES QUE INCIDEM
000388*                   NA RESCISAO SAO CALCULADOS SOBRE AS VERBAS
000389*                   RESCISORIAS, O LIQUIDO OU PELO VALOR FIXO,
000390*                   DEDUZIDOS DA BASE DO IRRF QUANDO A SENTENCA
000391*                   PERMITE, DESCONTADOS DO LIQUIDO, CREDITADOS
000392*                   AO BENEFICIARIO NA REMESSA E GRAVADOS NO
000393*                   HISTORICO DE PENSOES (PENHIST).
000394* 08.04.2024 EJ     MULTIPLAS EMPRESAS: A EXECUCAO E POR EMPRESA
000395*                   DO GRUPO (PARM 'AAAAMM EMP=NNN', PADRAO 001),
000396*                   COM RAZAO SOCIAL E CONVENIO DA TABELA EMPTAB
000397*                   NO LUGAR DA CONSTANTE. DESLIGAMENTOS DE
000398*                   FUNCIONARIOS DE OUTRA EMPRESA SAO RETIDOS
000399*                   NO DESLPEND PARA O PASSO DA EMPRESA DELES.
000400*                   REMESSA, CONTABIL E HISTORICO GRAVAM A
000401*                   EMPRESA; O ACUMULADO DO ANO E POR EMPRESA.
000402* 15.04.2024 EJ     TIPO DO CREDITO (SALARIO OU PENSAO) E PROCESSO
000403*                   DA PENSAO NOS DETALHES DA REMESSA.
000404*----------------------------------------------------------------*
000405
000406*----------------------------------------------------------------*
000410 IDENTIFICATION                      DIVISION.
000420*----------------------------------------------------------------*
000430 PROGRAM-ID.                         FOLHARSC.
000600                                         LINE SEQUENTIAL
000610                                      FILE STATUS IS
000620                                         DESLIG-STATUS.
000621     SELECT TABLEG                   ASSIGN TO "TABLEG"
000622                                      ORGANIZATION IS INDEXED
000623                                      ACCESS MODE IS DYNAMIC
000624                                      RECORD KEY IS
000625                                         LEG-COMP-INICIO
000626                                      FILE STATUS IS
000627                                         TABLEG-STATUS.
000628     SELECT EMPTAB                   ASSIGN TO "EMPTAB"
000629                                      ORGANIZATION IS
000630                                         LINE SEQUENTIAL
000631                                      FILE STATUS IS
000632                                         EMPTAB-STATUS.
000633     SELECT FUNCMSTR                 ASSIGN TO "FUNCMSTR"
000640                                      ORGANIZATION IS INDEXED
000650                                      ACCESS MODE IS RANDOM
000660                                      RECORD KEY IS
001033                                         LINE SEQUENTIAL
001034                                      FILE STATUS IS
001035                                         DESLPEND-STATUS.
001036     SELECT PENSAO                   ASSIGN TO "PENSAO"
001037                                      ORGANIZATION IS INDEXED
001038                                      ACCESS MODE IS DYNAMIC
001039                                      RECORD KEY IS
001040                                         PEN-CHAVE
001041                                      FILE STATUS IS
001042                                         PENSAO-STATUS.
001043     SELECT PENHIST                  ASSIGN TO "PENHIST"
001044                                      ORGANIZATION IS INDEXED
001045                                      ACCESS MODE IS DYNAMIC
001046                                      RECORD KEY IS
001047                                         PHI-CHAVE
001048                                      FILE STATUS IS
001049                                         PENHIST-STATUS.
001050*----------------------------------------------------------------*
001051 DATA                                DIVISION.
001060*----------------------------------------------------------------*
001070 FILE                                SECTION.
001080 FD  DESLIG.
001090     COPY DESLIG.
001091 FD  TABLEG.
001092     COPY TABLEG.
001093 FD  EMPTAB.
001094     COPY EMPTAB.
001100 FD  FUNCMSTR.
001110     COPY FUNCMST.
001120 FD  HISTFOL.
001230 01  LINHA-EXCECOES                  PIC X(132).
001231 FD  DESLPEND.
001232 01  DESLPEND-REGISTRO               PIC X(30).
001233 FD  PENSAO.
001234     COPY PENSAO.
001235 FD  PENHIST.
001236     COPY PENHIST.
001240*----------------------------------------------------------------*
001250 WORKING-STORAGE                     SECTION.
001260*----------------------------------------------------------------*
001390         10  IRRF-ALIQUOTA           PIC 9(01)V999.
001400         10  IRRF-PARCELA-DEDUZIR    PIC 9(06)V99.
001410
001411 01  TABELA-PENSOES.
001412     05  TPE-OCORRENCIA              OCCURS 10 TIMES.
001413         10  TPE-PROCESSO            PIC X(20).
001414         10  TPE-BENEF-NOME          PIC X(30).
001415         10  TPE-BENEF-CPF           PIC 9(11).
001416         10  TPE-BANCO               PIC 9(03).
001417         10  TPE-AGENCIA             PIC 9(04).
001418         10  TPE-CONTA               PIC 9(08).
001419         10  TPE-CONTA-DV            PIC X(01).
001420         10  TPE-TIPO-CONTA          PIC X(01).
001421         10  TPE-BASE                PIC X(01).
001422         10  TPE-PERCENTUAL          PIC 9(03)V99.
001423         10  TPE-VALOR-FIXO          PIC 9(07)V99.
001424         10  TPE-DEDUZ-IRRF          PIC X(01).
001425         10  TPE-VALOR-BASE          PIC 9(08)V99.
001426         10  TPE-VALOR-CALCULADO     PIC 9(07)V99.
001427         10  TPE-VALOR-RETIDO        PIC 9(07)V99.
001428
001429 77  DESLIG-STATUS                   PIC X(02).
001430 77  TABLEG-STATUS                   PIC X(02).
001431 77  COMP-VIGENCIA-LEGAL             PIC 9(06).
001432 77  EMPTAB-STATUS                   PIC X(02).
001433 77  FUNCMSTR-STATUS                 PIC X(02).
001440 77  HISTFOL-STATUS                  PIC X(02).
001450 77  DEPEND-STATUS                   PIC X(02).
001460 77  HOLERITE-STATUS                 PIC X(02).
001480 77  CONTABIL-STATUS                 PIC X(02).
001490 77  EXCECOES-STATUS                 PIC X(02).
001491 77  DESLPEND-STATUS                 PIC X(02).
001492 77  PENSAO-STATUS                   PIC X(02).
001493 77  PENHIST-STATUS                  PIC X(02).
001500 77  PARM-LINHA-COMANDO              PIC X(40).
001510 77  PARM-COMPETENCIA                PIC X(06).
001511 77  PARM-OPCAO                      PIC X(14).
001512 77  EMPRESA-EXECUCAO                PIC 9(03).
001513 77  EMPRESA-FUNC                    PIC 9(03).
001514 77  EMPRESA-REGISTRO                PIC 9(03).
001515 77  CONTOUTRAS                      PIC 9(05) COMP.
001520 77  COMPETENCIA-FOLHA               PIC 9(06).
001530 77  COMPETENCIA-FMT                 PIC X(07).
001540 77  DATA-EXECUCAO                   PIC 9(08).
001550 77  DATA-EXECUCAO-FMT               PIC X(10).
001560 77  DATA-ADMISSAO-FMT               PIC X(10).
001570 77  DATA-DESLIG-FMT                 PIC X(10).
001580 77  CONVENIO-BANCO                  PIC X(10).
001600 77  ANO-DESLIGAMENTO                PIC 9(04).
001610 77  MES-DESLIGAMENTO                PIC 9(02).
001620 77  DIA-DESLIGAMENTO                PIC 9(02).
001810 77  VALOR-IRRF                      PIC 9(06)V99.
001820 77  LIQUIDO-RESCISAO                PIC 9(08)V99.
001830 77  QTD-DEP-IRRF                    PIC 9(02).
001840 77  DEDUCAO-POR-DEPENDENTE          PIC 9(04)V99.
001860 77  TOTAL-DESCONTOS                 PIC 9(08)V99.
001870 77  QTD-REMESSA                     PIC 9(07) COMP.
001880 77  VAL-REMESSA                     PIC 9(13)V99.
001970 77  ACUM-ANO-IRRF                   PIC 9(08)V99.
001980 77  ACUM-ANO-LIQUIDO                PIC 9(08)V99.
001990 77  COMPETENCIA-RESCISAO            PIC 9(06).
001991 77  TPE-QTDE                        PIC 9(02) COMP.
001992 77  TPE-SUB                         PIC 9(02) COMP.
001993 77  DEDUCAO-PENSAO-IRRF             PIC 9(07)V99.
001994 77  BASE-PENSAO-LIQUIDO             PIC 9(08)V99.
001995 77  TOTAL-PENSAO-FUNC               PIC 9(08)V99.
001996 77  SOMA-PENSAO                     PIC 9(12)V99.
002000
002010 01  SW-ERRO-NA-ABERTURA             PIC X(01).
002020     88  ERRO-NA-ABERTURA                        VALUE "S".
002170 01  SW-INSS-PRONTO                  PIC X(01).
002180     88  INSS-PRONTO                              VALUE "S".
002190     88  INSS-NAO-PRONTO                          VALUE "N".
002191
002192 01  SW-FIM-PENSAO                   PIC X(01).
002193     88  FIM-PENSAO                               VALUE "S".
002194     88  NAO-FIM-PENSAO                           VALUE "N".
002195
002196 01  SW-PENSAO-LIQUIDO               PIC X(01).
002197     88  PENSAO-SOBRE-LIQUIDO                     VALUE "S".
002198     88  PENSAO-SEM-LIQUIDO                       VALUE "N".
002199
002200 01  SW-FIM-EMPTAB                   PIC X(01).
002201     88  FIM-EMPTAB                               VALUE "S".
002202     88  NAO-FIM-EMPTAB                           VALUE "N".
002203*----------------------------------------------------------------*
002210 PROCEDURE                           DIVISION.
002220*----------------------------------------------------------------*
002230 0000-PRINCIPAL.
002390
002400     MOVE ZERO                       TO CONTRSC
002410     MOVE ZERO                       TO CONTREJ
002411     MOVE ZERO                       TO CONTOUTRAS
002420     MOVE ZERO                       TO QTD-REMESSA
002430     MOVE ZERO                       TO VAL-REMESSA
002440     MOVE ZERO                       TO SOMA-VERBAS
002450     MOVE ZERO                       TO SOMA-INSS
002460     MOVE ZERO                       TO SOMA-IRRF
002470     MOVE ZERO                       TO SOMA-LIQUIDO
002471     MOVE ZERO                       TO SOMA-PENSAO
002472     MOVE ZERO                       TO DEDUCAO-PENSAO-IRRF
002473     MOVE ZERO                       TO TPE-QTDE
002480     SET NAO-FIM-DESLIG              TO TRUE
002490     SET SEM-ERRO-NA-ABERTURA        TO TRUE
002500     ACCEPT DATA-EXECUCAO            FROM DATE YYYYMMDD
002540            DELIMITED BY SIZE INTO DATA-EXECUCAO-FMT
002550     ACCEPT PARM-LINHA-COMANDO       FROM COMMAND-LINE
002560     MOVE SPACES                     TO PARM-COMPETENCIA
002561     MOVE SPACES                     TO PARM-OPCAO
002570     UNSTRING PARM-LINHA-COMANDO
002580         DELIMITED BY ALL " "
002590         INTO PARM-COMPETENCIA PARM-OPCAO
002591     MOVE 1                          TO EMPRESA-EXECUCAO
002592     IF PARM-OPCAO NOT = SPACES
002593        IF PARM-OPCAO (1:4) = "EMP="
002594           AND PARM-OPCAO (5:3) NUMERIC
002595           AND PARM-OPCAO (5:3) NOT = "000"
002596           AND PARM-OPCAO (8:7) = SPACES
002597           MOVE PARM-OPCAO (5:3)     TO EMPRESA-EXECUCAO
002598        ELSE
002599           DISPLAY "RC 20 - PARM INVALIDO - EMPRESA DEVE SER "
002600              "INFORMADA COMO EMP=NNN"
002601           MOVE 20                   TO RETURN-CODE
002602           SET ERRO-NA-ABERTURA      TO TRUE
002603           GO TO 1000-INICIALIZAR-EXIT
002604        END-IF
002605     END-IF
002606     IF PARM-COMPETENCIA NUMERIC
002610        AND PARM-COMPETENCIA NOT = "000000"
002620        MOVE PARM-COMPETENCIA        TO COMPETENCIA-FOLHA
002630     ELSE
002660     STRING COMPETENCIA-FOLHA (5:2) "/"
002670            COMPETENCIA-FOLHA (1:4)
002680            DELIMITED BY SIZE INTO COMPETENCIA-FMT
002690     PERFORM 1630-CARREGAR-TABELA-LEGAL
002700         THRU 1630-CARREGAR-TABELA-LEGAL-EXIT
002701     IF ERRO-NA-ABERTURA
002702        GO TO 1000-INICIALIZAR-EXIT
002703     END-IF
002704     PERFORM 1640-CARREGAR-EMPRESA
002705         THRU 1640-CARREGAR-EMPRESA-EXIT
002706     IF ERRO-NA-ABERTURA
002707        GO TO 1000-INICIALIZAR-EXIT
002708     END-IF
002710     OPEN INPUT DESLIG
002720     IF DESLIG-STATUS NOT = "00"
002730        DISPLAY "RC 24 - ERRO AO ABRIR DESLIG - FILE STATUS "
003346        SET ERRO-NA-ABERTURA         TO TRUE
003347        GO TO 1000-INICIALIZAR-EXIT
003348     END-IF
003349     OPEN INPUT PENSAO
003350     IF PENSAO-STATUS NOT = "00"
003351        DISPLAY "RC 24 - ERRO AO ABRIR PENSAO - FILE STATUS "
003352           PENSAO-STATUS
003353        MOVE 24                      TO RETURN-CODE
003354        SET ERRO-NA-ABERTURA         TO TRUE
003355        GO TO 1000-INICIALIZAR-EXIT
003356     END-IF
003357     OPEN I-O PENHIST
003358     IF PENHIST-STATUS NOT = "00"
003359        DISPLAY "RC 24 - ERRO AO ABRIR PENHIST - FILE STATUS "
003360           PENHIST-STATUS
003361        MOVE 24                      TO RETURN-CODE
003362        SET ERRO-NA-ABERTURA         TO TRUE
003363        GO TO 1000-INICIALIZAR-EXIT
003364     END-IF
003365     MOVE SPACES                     TO REGISTRO-REMESSA
003366     MOVE "0"                        TO REM-TIPO-REGISTRO
003370     MOVE CONVENIO-BANCO             TO REMH-CONVENIO
003380     MOVE DATA-EXECUCAO              TO REMH-DATA-GERACAO
003390     MOVE COMPETENCIA-FOLHA          TO REMH-COMPETENCIA
003391     MOVE EMPRESA-EXECUCAO           TO REMH-EMPRESA
003400     WRITE REGISTRO-REMESSA
003410     MOVE DATA-EXECUCAO-FMT          TO RSC1-DATA
003420     WRITE LINHA-EXCECOES            FROM RSC-CABECALHO-1
003490     EXIT.
003500
003510*----------------------------------------------------------------*
003520*                   Carregar as Faixas de INSS e IRRF e a Deducao
003530*                   por Dependente da Vigencia da Tabela Legal
003531*                   (TABLEG) em Vigor na Competencia - o Registro
003532*                   de Maior Inicio de Vigencia Nao Posterior a
003533*                   Ela; Competencia Sem Tabela Encerra o Job
003534*                   com RC=36
003540*----------------------------------------------------------------*
003550 1630-CARREGAR-TABELA-LEGAL.
003560
003570     MOVE ZERO                       TO COMP-VIGENCIA-LEGAL
003580     OPEN INPUT TABLEG
003590     IF TABLEG-STATUS NOT = "00"
003600        DISPLAY "RC 24 - ERRO AO ABRIR TABLEG - FILE STATUS "
003610           TABLEG-STATUS
003620        MOVE 24                      TO RETURN-CODE
003630        SET ERRO-NA-ABERTURA         TO TRUE
003640        GO TO 1630-CARREGAR-TABELA-LEGAL-EXIT
003650     END-IF
003660     MOVE ZERO                       TO LEG-COMP-INICIO
003670     START TABLEG KEY NOT LESS THAN LEG-COMP-INICIO
003680         INVALID KEY
003690             MOVE "10"                TO TABLEG-STATUS
003700     END-START
003710     PERFORM 1635-LER-TABLEG THRU 1635-LER-TABLEG-EXIT
003720         UNTIL TABLEG-STATUS = "10"
003730     CLOSE TABLEG
003740     IF COMP-VIGENCIA-LEGAL = ZERO
003750        DISPLAY "RC 36 - COMPETENCIA " COMPETENCIA-FOLHA
003760           " SEM TABELA LEGAL VIGENTE (TABLEG)"
003770        MOVE 36                      TO RETURN-CODE
003780        SET ERRO-NA-ABERTURA         TO TRUE
003790     END-IF
003800     .
003810 1630-CARREGAR-TABELA-LEGAL-EXIT.
003820     EXIT.
003830
003831*----------------------------------------------------------------*
003832*                   Ler uma Vigencia da Tabela Legal e, se Ja
003833*                   Iniciada na Competencia, Carregar Seus
003834*                   Valores (a Ultima Lida Prevalece)
003835*----------------------------------------------------------------*
003836 1635-LER-TABLEG.
003837
003838     READ TABLEG NEXT
003839         AT END
003840             MOVE "10"                TO TABLEG-STATUS
003841             GO TO 1635-LER-TABLEG-EXIT
003842     END-READ
003843     IF LEG-COMP-INICIO > COMPETENCIA-FOLHA
003844        MOVE "10"                    TO TABLEG-STATUS
003845        GO TO 1635-LER-TABLEG-EXIT
003846     END-IF
003847     MOVE LEG-COMP-INICIO            TO COMP-VIGENCIA-LEGAL
003848     MOVE LEG-TABELA-INSS            TO TABELA-INSS
003849     MOVE LEG-TABELA-IRRF            TO TABELA-IRRF
003850     MOVE LEG-DEDUCAO-DEPENDENTE     TO DEDUCAO-POR-DEPENDENTE
003851     .
003852 1635-LER-TABLEG-EXIT.
003853     EXIT.
003854
003855*----------------------------------------------------------------*
003856*                   Carregar da Tabela de Empresas (EMPTAB) a
003857*                   Razao Social e o Convenio Bancario da
003858*                   Empresa da Execucao; Empresa Sem Cadastro
003859*                   Encerra o Job com RC=20
003860*----------------------------------------------------------------*
003861 1640-CARREGAR-EMPRESA.
003862
003863     OPEN INPUT EMPTAB
003864     IF EMPTAB-STATUS NOT = "00"
003865        DISPLAY "RC 24 - ERRO AO ABRIR EMPTAB - FILE STATUS "
003866           EMPTAB-STATUS
003867        MOVE 24                      TO RETURN-CODE
003868        SET ERRO-NA-ABERTURA         TO TRUE
003869        GO TO 1640-CARREGAR-EMPRESA-EXIT
003870     END-IF
003871     SET NAO-FIM-EMPTAB              TO TRUE
003872     MOVE ZERO                       TO EMP-CODIGO
003873     PERFORM 1645-LER-EMPTAB
003874         THRU 1645-LER-EMPTAB-EXIT
003875         UNTIL FIM-EMPTAB
003876            OR EMP-CODIGO = EMPRESA-EXECUCAO
003877     CLOSE EMPTAB
003878     IF FIM-EMPTAB
003879        DISPLAY "RC 20 - EMPRESA " EMPRESA-EXECUCAO
003880           " SEM CADASTRO NA EMPTAB"
003881        MOVE 20                      TO RETURN-CODE
003882        SET ERRO-NA-ABERTURA         TO TRUE
003883        GO TO 1640-CARREGAR-EMPRESA-EXIT
003884     END-IF
003885     MOVE EMP-RAZAO-SOCIAL           TO HOL1-EMPRESA
003886     MOVE EMP-CONVENIO-BANCO         TO CONVENIO-BANCO
003887     .
003888 1640-CARREGAR-EMPRESA-EXIT.
003889     EXIT.
003890
003891*----------------------------------------------------------------*
003892*                   Ler um Registro da Tabela de Empresas
003893*----------------------------------------------------------------*
003894 1645-LER-EMPTAB.
003895
003896     READ EMPTAB
003897         AT END
003898             SET FIM-EMPTAB           TO TRUE
003899     END-READ
003900     .
003901 1645-LER-EMPTAB-EXIT.
003902     EXIT.
003903
003904*----------------------------------------------------------------*
003905*                   Ler um Registro do Arquivo de Desligamentos
003906*----------------------------------------------------------------*
003907 1500-LER-DESLIG.
003908
003909     READ DESLIG
003910         AT END
003911             SET FIM-DESLIG           TO TRUE
003920     END-READ
003930     .
003940 1500-LER-DESLIG-EXIT.
004080     MOVE DSL-MATRICULA              TO FUNCMST-MATRICULA
004090     READ FUNCMSTR
004100         INVALID KEY
004101             IF EMPRESA-EXECUCAO NOT = 1
004102                PERFORM 2010-RETER-OUTRA-EMPRESA
004103                    THRU 2010-RETER-OUTRA-EMPRESA-EXIT
004104                GO TO 2000-PROCESSAR-DESLIGAMENTO-LER
004105             END-IF
004110             MOVE "MATRICULA NAO CADASTRADA NO FUNCMSTR"
004120                  TO RSCD-MOTIVO
004130             PERFORM 2700-IMPRIMIR-EXCECAO
004142                 THRU 2710-RETER-DESLIGAMENTO-EXIT
004150             GO TO 2000-PROCESSAR-DESLIGAMENTO-LER
004161     END-READ
004162     MOVE 1                          TO EMPRESA-FUNC
004163     IF FUNCMST-EMPRESA NUMERIC
004164        AND FUNCMST-EMPRESA NOT = ZERO
004165        MOVE FUNCMST-EMPRESA         TO EMPRESA-FUNC
004166     END-IF
004167     IF EMPRESA-FUNC NOT = EMPRESA-EXECUCAO
004168        PERFORM 2010-RETER-OUTRA-EMPRESA
004169            THRU 2010-RETER-OUTRA-EMPRESA-EXIT
004170        GO TO 2000-PROCESSAR-DESLIGAMENTO-LER
004171     END-IF
004172     IF FUNCMST-CONTA NOT NUMERIC
004173        OR FUNCMST-CONTA = ZERO
004174        MOVE "SEM CONTA BANCARIA NO CADASTRO"
004175             TO RSCD-MOTIVO
004176        PERFORM 2700-IMPRIMIR-EXCECAO
004177            THRU 2700-IMPRIMIR-EXCECAO-EXIT
004178        PERFORM 2710-RETER-DESLIGAMENTO
004179            THRU 2710-RETER-DESLIGAMENTO-EXIT
004180        GO TO 2000-PROCESSAR-DESLIGAMENTO-LER
004181     END-IF
004182     COMPUTE ANO-DESLIGAMENTO =
004183        DSL-DATA-DESLIGAMENTO / 10000
004190     COMPUTE MES-DESLIGAMENTO =
004200        (DSL-DATA-DESLIGAMENTO / 100) -
004210        (ANO-DESLIGAMENTO * 100)
004380     MOVE TOTAL-VERBAS               TO SALARIO
004390     PERFORM 2300-CALCULAR-INSS
004400         THRU 2300-CALCULAR-INSS-EXIT
004401     PERFORM 2410-APURAR-PENSOES
004402         THRU 2410-APURAR-PENSOES-EXIT
004410     PERFORM 2400-CALCULAR-IRRF
004420         THRU 2400-CALCULAR-IRRF-EXIT
004430     COMPUTE LIQUIDO-RESCISAO =
004440        TOTAL-VERBAS - VALOR-INSS - VALOR-IRRF
004441     PERFORM 2415-DESCONTAR-PENSOES
004442         THRU 2415-DESCONTAR-PENSOES-EXIT
004450     COMPUTE SOMA-VERBAS = SOMA-VERBAS + TOTAL-VERBAS
004460     COMPUTE SOMA-INSS = SOMA-INSS + VALOR-INSS
004470     COMPUTE SOMA-IRRF = SOMA-IRRF + VALOR-IRRF
004500         THRU 2500-IMPRIMIR-HOLERITE-EXIT
004510     PERFORM 2650-GRAVAR-REMESSA
004520         THRU 2650-GRAVAR-REMESSA-EXIT
004521     PERFORM 2640-REGISTRAR-PENSOES
004522         THRU 2640-REGISTRAR-PENSOES-EXIT
004530     PERFORM 2670-GRAVAR-CONTABIL-DEBITO
004540         THRU 2670-GRAVAR-CONTABIL-DEBITO-EXIT
004550     PERFORM 2660-GRAVAR-HISTORICO
004710 2000-PROCESSAR-DESLIGAMENTO-EXIT.
004720     EXIT.
004730
004731*----------------------------------------------------------------*
004732*                   Reter no DESLPEND, sem Contar como Rejeicao,
004733*                   o Desligamento de Funcionario de Outra
004734*                   Empresa do Grupo - Pago no Passo da Empresa
004735*                   Dele (Matricula Fora do Cadastro = 001)
004736*----------------------------------------------------------------*
004737 2010-RETER-OUTRA-EMPRESA.
004738
004739     PERFORM 2710-RETER-DESLIGAMENTO
004740         THRU 2710-RETER-DESLIGAMENTO-EXIT
004741     COMPUTE CONTOUTRAS = CONTOUTRAS + 1
004742     .
004743 2010-RETER-OUTRA-EMPRESA-EXIT.
004744     EXIT.
004745
004746*----------------------------------------------------------------*
004750*                   Apurar a Media dos Brutos do Ano do
004760*                   Desligamento no Historico de Folha
004770*                   (Competencias AAAA01 A AAAA12)
006630
006640     COMPUTE BASE-IRRF = SALARIO - VALOR-INSS
006650        - (QTD-DEP-IRRF * DEDUCAO-POR-DEPENDENTE)
006651        - DEDUCAO-PENSAO-IRRF
006660     SET IRRF-IDX                    TO 1
006670     SEARCH IRRF-OCORRENCIA
006680         AT END
006850     .
006860 2400-CALCULAR-IRRF-EXIT.
006870     EXIT.
006871
006872*----------------------------------------------------------------*
006873*                   Apurar as Pensoes Alimenticias Vigentes do
006874*                   Funcionario (PENSAO) que Incidem na
006875*                   Rescisao: Carregar a Tabela de Processos,
006876*                   Calcular o Valor de Cada Um pela Base da
006877*                   Sentenca e Somar a Deducao da Base do IRRF
006878*                   dos Processos que a Permitem
006879*----------------------------------------------------------------*
006880 2410-APURAR-PENSOES.
006881
006882     MOVE ZERO                       TO TPE-QTDE
006883     MOVE ZERO                       TO DEDUCAO-PENSAO-IRRF
006884     MOVE ZERO                       TO TOTAL-PENSAO-FUNC
006885     SET PENSAO-SEM-LIQUIDO          TO TRUE
006886     SET NAO-FIM-PENSAO              TO TRUE
006887     MOVE DSL-MATRICULA              TO PEN-MATRICULA
006888     MOVE LOW-VALUES                 TO PEN-PROCESSO
006889     START PENSAO KEY NOT LESS THAN PEN-CHAVE
006890         INVALID KEY
006891             SET FIM-PENSAO           TO TRUE
006892     END-START
006893     PERFORM 2412-CARREGAR-PENSAO
006894         THRU 2412-CARREGAR-PENSAO-EXIT
006895         UNTIL FIM-PENSAO
006896     IF TPE-QTDE = ZERO
006897        GO TO 2410-APURAR-PENSOES-EXIT
006898     END-IF
006899     MOVE ZERO                       TO BASE-PENSAO-LIQUIDO
006900     IF PENSAO-SOBRE-LIQUIDO
006901        PERFORM 2400-CALCULAR-IRRF
006902            THRU 2400-CALCULAR-IRRF-EXIT
006903        IF TOTAL-VERBAS > VALOR-INSS + VALOR-IRRF
006904           COMPUTE BASE-PENSAO-LIQUIDO =
006905              TOTAL-VERBAS - VALOR-INSS - VALOR-IRRF
006906        END-IF
006907     END-IF
006908     PERFORM 2414-CALCULAR-PENSAO
006909         THRU 2414-CALCULAR-PENSAO-EXIT
006910         VARYING TPE-SUB FROM 1 BY 1
006911         UNTIL TPE-SUB > TPE-QTDE
006912     .
006913 2410-APURAR-PENSOES-EXIT.
006914     EXIT.
006915
006916*----------------------------------------------------------------*
006917*                   Ler o Proximo Processo de Pensao do
006918*                   Funcionario e Carrega-lo na Tabela Quando
006919*                   Vigente na Competencia e Incidente na
006920*                   Rescisao
006921*----------------------------------------------------------------*
006922 2412-CARREGAR-PENSAO.
006923
006924     READ PENSAO NEXT
006925         AT END
006926             SET FIM-PENSAO           TO TRUE
006927             GO TO 2412-CARREGAR-PENSAO-EXIT
006928     END-READ
006929     IF PEN-MATRICULA NOT = DSL-MATRICULA
006930        SET FIM-PENSAO               TO TRUE
006931        GO TO 2412-CARREGAR-PENSAO-EXIT
006932     END-IF
006933     IF PEN-COMP-INICIO > COMPETENCIA-FOLHA
006934        GO TO 2412-CARREGAR-PENSAO-EXIT
006935     END-IF
006936     IF PEN-COMP-FIM NOT = ZERO
006937        AND PEN-COMP-FIM < COMPETENCIA-FOLHA
006938        GO TO 2412-CARREGAR-PENSAO-EXIT
006939     END-IF
006940     IF NOT PEN-SOBRE-RESCISAO
006941        GO TO 2412-CARREGAR-PENSAO-EXIT
006942     END-IF
006943     IF TPE-QTDE = 10
006944        MOVE "MAIS DE 10 PENSOES - PROCESSO IGNORADO"
006945             TO RSCD-MOTIVO
006946        MOVE DSL-MATRICULA           TO RSCD-MATRICULA
006947        MOVE DATA-DESLIG-FMT         TO RSCD-DATA-DESLIG
006948        WRITE LINHA-EXCECOES         FROM RSC-DETALHE
006949        GO TO 2412-CARREGAR-PENSAO-EXIT
006950     END-IF
006951     COMPUTE TPE-QTDE = TPE-QTDE + 1
006952     MOVE PEN-PROCESSO               TO TPE-PROCESSO (TPE-QTDE)
006953     MOVE PEN-BENEF-NOME             TO TPE-BENEF-NOME (TPE-QTDE)
006954     MOVE PEN-BENEF-CPF              TO TPE-BENEF-CPF (TPE-QTDE)
006955     MOVE PEN-BANCO                  TO TPE-BANCO (TPE-QTDE)
006956     MOVE PEN-AGENCIA                TO TPE-AGENCIA (TPE-QTDE)
006957     MOVE PEN-CONTA                  TO TPE-CONTA (TPE-QTDE)
006958     MOVE PEN-CONTA-DV               TO TPE-CONTA-DV (TPE-QTDE)
006959     MOVE PEN-TIPO-CONTA             TO TPE-TIPO-CONTA (TPE-QTDE)
006960     MOVE PEN-BASE                   TO TPE-BASE (TPE-QTDE)
006961     MOVE PEN-PERCENTUAL             TO TPE-PERCENTUAL (TPE-QTDE)
006962     MOVE PEN-VALOR-FIXO             TO TPE-VALOR-FIXO (TPE-QTDE)
006963     MOVE PEN-DEDUZ-IRRF             TO TPE-DEDUZ-IRRF (TPE-QTDE)
006964     MOVE ZERO                       TO TPE-VALOR-BASE (TPE-QTDE)
006965     MOVE ZERO                  TO TPE-VALOR-CALCULADO (TPE-QTDE)
006966     MOVE ZERO                  TO TPE-VALOR-RETIDO (TPE-QTDE)
006967     IF PEN-BASE-LIQUIDO
006968        SET PENSAO-SOBRE-LIQUIDO     TO TRUE
006969     END-IF
006970     .
006971 2412-CARREGAR-PENSAO-EXIT.
006972     EXIT.
006973
006974*----------------------------------------------------------------*
006975*                   Calcular o Valor de um Processo de Pensao:
006976*                   Percentual das Verbas Rescisorias,
006977*                   Percentual do Liquido Sem a Pensao ou Valor
006978*                   Fixo da Sentenca
006979*----------------------------------------------------------------*
006980 2414-CALCULAR-PENSAO.
006981
006982     EVALUATE TPE-BASE (TPE-SUB)
006983         WHEN "B"
006984            MOVE TOTAL-VERBAS        TO TPE-VALOR-BASE (TPE-SUB)
006985         WHEN "L"
006986            MOVE BASE-PENSAO-LIQUIDO TO TPE-VALOR-BASE (TPE-SUB)
006987         WHEN OTHER
006988            MOVE ZERO                TO TPE-VALOR-BASE (TPE-SUB)
006989     END-EVALUATE
006990     IF TPE-BASE (TPE-SUB) = "F"
006991        MOVE TPE-VALOR-FIXO (TPE-SUB)
006992             TO TPE-VALOR-CALCULADO (TPE-SUB)
006993     ELSE
006994        COMPUTE TPE-VALOR-CALCULADO (TPE-SUB) ROUNDED =
006995           TPE-VALOR-BASE (TPE-SUB) * TPE-PERCENTUAL (TPE-SUB)
006996           / 100
006997     END-IF
006998     IF TPE-DEDUZ-IRRF (TPE-SUB) = "S"
006999        COMPUTE DEDUCAO-PENSAO-IRRF =
007000           DEDUCAO-PENSAO-IRRF + TPE-VALOR-CALCULADO (TPE-SUB)
007001     END-IF
007002     .
007003 2414-CALCULAR-PENSAO-EXIT.
007004     EXIT.
007005
007006*----------------------------------------------------------------*
007007*                   Descontar do Liquido da Rescisao as Pensoes
007008*                   Apuradas, na Ordem dos Processos, Cada Uma
007009*                   Limitada ao Liquido Ainda Disponivel
007010*----------------------------------------------------------------*
007011 2415-DESCONTAR-PENSOES.
007012
007013     MOVE ZERO                       TO TOTAL-PENSAO-FUNC
007014     PERFORM 2416-DESCONTAR-UMA-PENSAO
007015         THRU 2416-DESCONTAR-UMA-PENSAO-EXIT
007016         VARYING TPE-SUB FROM 1 BY 1
007017         UNTIL TPE-SUB > TPE-QTDE
007018     .
007019 2415-DESCONTAR-PENSOES-EXIT.
007020     EXIT.
007021
007022*----------------------------------------------------------------*
007023*                   Descontar um Processo de Pensao do Liquido
007024*----------------------------------------------------------------*
007025 2416-DESCONTAR-UMA-PENSAO.
007026
007027     IF TPE-VALOR-CALCULADO (TPE-SUB) > LIQUIDO-RESCISAO
007028        MOVE LIQUIDO-RESCISAO        TO TPE-VALOR-RETIDO (TPE-SUB)
007029     ELSE
007030        MOVE TPE-VALOR-CALCULADO (TPE-SUB)
007031             TO TPE-VALOR-RETIDO (TPE-SUB)
007032     END-IF
007033     COMPUTE LIQUIDO-RESCISAO =
007034        LIQUIDO-RESCISAO - TPE-VALOR-RETIDO (TPE-SUB)
007035     COMPUTE TOTAL-PENSAO-FUNC =
007036        TOTAL-PENSAO-FUNC + TPE-VALOR-RETIDO (TPE-SUB)
007037     .
007038 2416-DESCONTAR-UMA-PENSAO-EXIT.
007039     EXIT.
007040
007041*----------------------------------------------------------------*
007042*                   Imprimir o Demonstrativo da Rescisao do
007043*                   Funcionario, Uma Pagina por Desligamento,
007044*                   com as Verbas Discriminadas
007045*----------------------------------------------------------------*
007046 2500-IMPRIMIR-HOLERITE.
007047
007048     MOVE COMPETENCIA-FMT            TO HOL2-COMPETENCIA
007049     MOVE DATA-EXECUCAO-FMT          TO HOL2-DATA
007050     WRITE LINHA-HOLERITE            FROM HOL-CABECALHO-1
007051     WRITE LINHA-HOLERITE            FROM HOL-CABECALHO-2
007052     WRITE LINHA-HOLERITE            FROM HOL-LINHA-BRANCO
007053     MOVE FUNCMST-MATRICULA          TO HOLF-MATRICULA
007054     MOVE FUNCMST-NOME               TO HOLF-NOME
007055     STRING FUNCMST-DATA-ADMISSAO (7:2) "/"
007056            FUNCMST-DATA-ADMISSAO (5:2) "/"
007057            FUNCMST-DATA-ADMISSAO (1:4)
007060            DELIMITED BY SIZE INTO DATA-ADMISSAO-FMT
007070     MOVE DATA-ADMISSAO-FMT          TO HOLA-DATA-ADMISSAO
007080     WRITE LINHA-HOLERITE            FROM HOL-LINHA-FUNC
007430     MOVE "IRRF"                     TO HOLD-DESCRICAO
007440     MOVE VALOR-IRRF                 TO HOLD-DESCONTO
007450     WRITE LINHA-HOLERITE            FROM HOL-DETALHE
007451     PERFORM 2510-IMPRIMIR-PENSAO-HOLERITE
007452         THRU 2510-IMPRIMIR-PENSAO-HOLERITE-EXIT
007453         VARYING TPE-SUB FROM 1 BY 1
007454         UNTIL TPE-SUB > TPE-QTDE
007460     COMPUTE TOTAL-DESCONTOS = VALOR-INSS + VALOR-IRRF
007461        + TOTAL-PENSAO-FUNC
007470     MOVE TOTAL-VERBAS               TO HOLT-PROVENTOS
007480     MOVE TOTAL-DESCONTOS            TO HOLT-DESCONTOS
007490     WRITE LINHA-HOLERITE            FROM HOL-LINHA-BRANCO
007540     .
007550 2500-IMPRIMIR-HOLERITE-EXIT.
007560     EXIT.
007561
007562*----------------------------------------------------------------*
007563*                   Imprimir a Linha de um Desconto de Pensao
007564*                   Alimenticia no Demonstrativo da Rescisao
007565*----------------------------------------------------------------*
007566 2510-IMPRIMIR-PENSAO-HOLERITE.
007567
007568     IF TPE-VALOR-RETIDO (TPE-SUB) = ZERO
007569        GO TO 2510-IMPRIMIR-PENSAO-HOLERITE-EXIT
007570     END-IF
007571     MOVE "PENSAO ALIMENTICIA"       TO HOLD-DESCRICAO
007572     MOVE ZERO                       TO HOLD-PROVENTO
007573     MOVE TPE-VALOR-RETIDO (TPE-SUB) TO HOLD-DESCONTO
007574     WRITE LINHA-HOLERITE            FROM HOL-DETALHE
007575     .
007576 2510-IMPRIMIR-PENSAO-HOLERITE-EXIT.
007577     EXIT.
007578
007579*----------------------------------------------------------------*
007580*                   Registrar as Pensoes Descontadas na
007581*                   Rescisao: Credito ao Beneficiario na
007582*                   REMESSA, Historico por Processo (PENHIST)
007583*                   e Aviso no Relatorio Quando o Liquido Nao
007584*                   Comportou o Valor da Sentenca
007585*----------------------------------------------------------------*
007586 2640-REGISTRAR-PENSOES.
007587
007588     COMPUTE COMPETENCIA-RESCISAO =
007589        (ANO-DESLIGAMENTO * 100) + 15
007590     PERFORM 2645-REGISTRAR-UMA-PENSAO
007591         THRU 2645-REGISTRAR-UMA-PENSAO-EXIT
007592         VARYING TPE-SUB FROM 1 BY 1
007593         UNTIL TPE-SUB > TPE-QTDE
007594     COMPUTE SOMA-PENSAO = SOMA-PENSAO + TOTAL-PENSAO-FUNC
007595     .
007596 2640-REGISTRAR-PENSOES-EXIT.
007597     EXIT.
007598
007599*----------------------------------------------------------------*
007600*                   Registrar um Processo de Pensao - um
007601*                   Reprocesso Regrava o Mesmo Registro do
007602*                   PENHIST
007603*----------------------------------------------------------------*
007604 2645-REGISTRAR-UMA-PENSAO.
007605
007606     IF TPE-VALOR-RETIDO (TPE-SUB) > ZERO
007607        MOVE SPACES                  TO REGISTRO-REMESSA
007608        MOVE "1"                     TO REM-TIPO-REGISTRO
007609        MOVE DSL-MATRICULA           TO REM-MATRICULA
007610        MOVE TPE-BENEF-NOME (TPE-SUB) TO REM-NOME
007611        MOVE TPE-BANCO (TPE-SUB)     TO REM-BANCO
007612        MOVE TPE-AGENCIA (TPE-SUB)   TO REM-AGENCIA
007613        MOVE TPE-CONTA (TPE-SUB)     TO REM-CONTA
007614        MOVE TPE-CONTA-DV (TPE-SUB)  TO REM-CONTA-DV
007615        MOVE TPE-TIPO-CONTA (TPE-SUB) TO REM-TIPO-CONTA
007616        MOVE TPE-VALOR-RETIDO (TPE-SUB) TO REM-VALOR-LIQUIDO
007617        MOVE ZERO                    TO REM-DATA-CREDITO
007618        MOVE ZERO                    TO REM-COMPETENCIA-ORIG
007619        MOVE "P"                     TO REM-TIPO-CREDITO
007620        MOVE TPE-PROCESSO (TPE-SUB)  TO REM-PROCESSO
007621        WRITE REGISTRO-REMESSA
007622        COMPUTE QTD-REMESSA = QTD-REMESSA + 1
007623        COMPUTE VAL-REMESSA =
007624           VAL-REMESSA + TPE-VALOR-RETIDO (TPE-SUB)
007625     END-IF
007626     MOVE SPACES                     TO PENHIST-REGISTRO
007627     MOVE DSL-MATRICULA              TO PHI-MATRICULA
007628     MOVE TPE-PROCESSO (TPE-SUB)     TO PHI-PROCESSO
007629     MOVE COMPETENCIA-FOLHA          TO PHI-COMP-PAGTO
007630     SET PHI-FOLHA-RESCISAO          TO TRUE
007631     MOVE ZERO                       TO PHI-REFERENCIA
007632     MOVE COMPETENCIA-RESCISAO       TO PHI-COMPETENCIA
007633     MOVE TPE-BENEF-NOME (TPE-SUB)   TO PHI-BENEF-NOME
007634     MOVE TPE-BENEF-CPF (TPE-SUB)    TO PHI-BENEF-CPF
007635     MOVE TPE-BASE (TPE-SUB)         TO PHI-BASE
007636     MOVE TPE-PERCENTUAL (TPE-SUB)   TO PHI-PERCENTUAL
007637     MOVE TPE-VALOR-BASE (TPE-SUB)   TO PHI-VALOR-BASE
007638     MOVE TPE-VALOR-CALCULADO (TPE-SUB)
007639          TO PHI-VALOR-CALCULADO
007640     MOVE TPE-VALOR-RETIDO (TPE-SUB) TO PHI-VALOR-RETIDO
007641     MOVE TPE-DEDUZ-IRRF (TPE-SUB)   TO PHI-DEDUZ-IRRF
007642     MOVE TPE-BANCO (TPE-SUB)        TO PHI-BANCO
007643     MOVE TPE-AGENCIA (TPE-SUB)      TO PHI-AGENCIA
007644     MOVE TPE-CONTA (TPE-SUB)        TO PHI-CONTA
007645     MOVE TPE-CONTA-DV (TPE-SUB)     TO PHI-CONTA-DV
007646     MOVE DATA-EXECUCAO              TO PHI-DATA-CALCULO
007647     WRITE PENHIST-REGISTRO
007648         INVALID KEY
007649             REWRITE PENHIST-REGISTRO
007650             END-REWRITE
007651     END-WRITE
007652     IF TPE-VALOR-RETIDO (TPE-SUB) < TPE-VALOR-CALCULADO (TPE-SUB)
007653        MOVE "PENSAO LIMITADA AO LIQUIDO DISPONIVEL"
007654             TO RSCD-MOTIVO
007655        MOVE DSL-MATRICULA           TO RSCD-MATRICULA
007656        MOVE DATA-DESLIG-FMT         TO RSCD-DATA-DESLIG
007657        WRITE LINHA-EXCECOES         FROM RSC-DETALHE
007658     END-IF
007659     .
007660 2645-REGISTRAR-UMA-PENSAO-EXIT.
007661     EXIT.
007662
007663*----------------------------------------------------------------*
007664*                   Gravar o Detalhe da Remessa Bancaria da
007665*                   Rescisao com os Dados Bancarios do Mestre
007666*----------------------------------------------------------------*
007667 2650-GRAVAR-REMESSA.
007668
007669     MOVE SPACES                     TO REGISTRO-REMESSA
007670     MOVE "1"                        TO REM-TIPO-REGISTRO
007671     MOVE FUNCMST-MATRICULA          TO REM-MATRICULA
007672     MOVE FUNCMST-NOME               TO REM-NOME
007680     MOVE FUNCMST-BANCO              TO REM-BANCO
007690     MOVE FUNCMST-AGENCIA            TO REM-AGENCIA
007700     MOVE FUNCMST-CONTA              TO REM-CONTA
007730     MOVE LIQUIDO-RESCISAO           TO REM-VALOR-LIQUIDO
007731     MOVE ZERO                       TO REM-DATA-CREDITO
007732     MOVE ZERO                       TO REM-COMPETENCIA-ORIG
007733     MOVE "S"                        TO REM-TIPO-CREDITO
007740     WRITE REGISTRO-REMESSA
007750     COMPUTE QTD-REMESSA = QTD-REMESSA + 1
007760     COMPUTE VAL-REMESSA = VAL-REMESSA + LIQUIDO-RESCISAO
007960     MOVE "D"                        TO CTB-DEB-CRED
007970     MOVE TOTAL-VERBAS               TO CTB-VALOR
007980     MOVE "VERBAS RESCISORIAS"       TO CTB-HISTORICO
007981     MOVE EMPRESA-EXECUCAO           TO CTB-EMPRESA
007990     WRITE CONTAB-REGISTRO
008000     .
008010 2670-GRAVAR-CONTABIL-DEBITO-EXIT.
008450        ACUM-ANO-LIQUIDO + LIQUIDO-RESCISAO
008460     MOVE DATA-EXECUCAO              TO HIST-DATA-CALCULO
008470     MOVE FUNCMST-CENTRO-CUSTO       TO HIST-CENTRO-CUSTO
008471     MOVE EMPRESA-EXECUCAO           TO HIST-EMPRESA
008480     WRITE HISTFOL-REGISTRO
008490         INVALID KEY
008500             REWRITE HISTFOL-REGISTRO
008700        SET FIM-HISTORICO            TO TRUE
008710        GO TO 2665-ACUMULAR-ANO-HISTORICO-EXIT
008720     END-IF
008721     IF HIST-EMPRESA NUMERIC
008722        AND HIST-EMPRESA NOT = ZERO
008723        MOVE HIST-EMPRESA            TO EMPRESA-REGISTRO
008724     ELSE
008725        MOVE 1                       TO EMPRESA-REGISTRO
008726     END-IF
008727     IF EMPRESA-REGISTRO NOT = EMPRESA-EXECUCAO
008728        GO TO 2665-ACUMULAR-ANO-HISTORICO-EXIT
008729     END-IF
008730     COMPUTE ACUM-ANO-BRUTO =
008740        ACUM-ANO-BRUTO + HIST-SALARIO-BRUTO
008750     COMPUTE ACUM-ANO-INSS =
009110     MOVE DATA-EXECUCAO              TO CTB-DATA-LANCAMENTO
009120     MOVE COMPETENCIA-FOLHA          TO CTB-COMPETENCIA
009130     MOVE SPACES                     TO CTB-CENTRO-CUSTO
009131     MOVE EMPRESA-EXECUCAO           TO CTB-EMPRESA
009140     MOVE "21010101"                 TO CTB-CONTA
009150     MOVE "C"                        TO CTB-DEB-CRED
009160     MOVE SOMA-INSS                  TO CTB-VALOR
009200     MOVE SOMA-IRRF                  TO CTB-VALOR
009210     MOVE "IRRF RETIDO A RECOLHER"   TO CTB-HISTORICO
009220     WRITE CONTAB-REGISTRO
009221     MOVE "21010107"                 TO CTB-CONTA
009222     MOVE SOMA-PENSAO                TO CTB-VALOR
009223     MOVE "PENSOES ALIMENTICIAS A PAGAR"
009224          TO CTB-HISTORICO
009225     WRITE CONTAB-REGISTRO
009230     MOVE "21020101"                 TO CTB-CONTA
009240     MOVE SOMA-LIQUIDO               TO CTB-VALOR
009250     MOVE "RESCISOES LIQUIDAS A PAGAR"
009310     WRITE LINHA-EXCECOES            FROM RSC-RODAPE-1
009320     WRITE LINHA-EXCECOES            FROM RSC-RODAPE-2
009330     MOVE ZERO                       TO RETURN-CODE
009340     IF CONTOUTRAS > ZERO
009341        DISPLAY "DESLIGAMENTOS DE OUTRAS EMPRESAS RETIDOS NO "
009342           "DESLPEND: " CONTOUTRAS
009343     END-IF
009344     IF CONTRSC = ZERO AND CONTREJ = ZERO
009345        AND CONTOUTRAS = ZERO
009350        DISPLAY "RC 16 - NENHUM DESLIGAMENTO LIDO NO DESLIG"
009360        MOVE 16                      TO RETURN-CODE
009370     ELSE
009540     CLOSE CONTABIL
009550     CLOSE EXCECOES
009551     CLOSE DESLPEND
009552     CLOSE PENSAO
009553     CLOSE PENHIST
009560     .
