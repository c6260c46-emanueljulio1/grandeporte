000010*----------------------------------------------------------------*
000020* PROGRAMA: FERABR
000030* AUTHOR  : EMANUEL
000040* INSTAL. : DEPARTAMENTO DE FOLHA DE PAGAMENTO
000050* DATA    : 12.02.2024
000060*----------------------------------------------------------------*
000070* OBJETIVO: ABRIR E ROLAR OS PERIODOS AQUISITIVOS DE FERIAS
000080*           NO CONTROLE DE FERIAS (FERCTL, INDEXADO POR
000090*           MATRICULA + INICIO DO AQUISITIVO) A PARTIR DA
000100*           DATA DE ADMISSAO DO CADASTRO MESTRE (FUNCMSTR).
000110*
000120*           PARA CADA FUNCIONARIO, A CADA ANIVERSARIO DA
000130*           ADMISSAO ATE A DATA DE REFERENCIA (PARM AAAAMMDD,
000140*           ASSUMINDO A DATA DE EXECUCAO SE OMITIDA) E ABERTO
000150*           UM PERIODO COM 30 DIAS DE DIREITO, O FIM DO
000160*           AQUISITIVO (VESPERA DO ANIVERSARIO SEGUINTE) E O
000170*           LIMITE DO PERIODO CONCESSIVO (12 MESES DEPOIS).
000180*           O PERIODO NASCE "A" (EM AQUISICAO) E PASSA A "D"
000190*           (ADQUIRIDO, COM SALDO A GOZAR) NA PRIMEIRA
000200*           EXECUCAO APOS O FIM DO AQUISITIVO. PERIODOS CUJO
000210*           CONCESSIVO JA TERMINOU NA DATA DE REFERENCIA NAO
000220*           SAO ABERTOS (FERIAS ANTERIORES AO CONTROLE). O
000230*           JOB RODA TODO MES, ANTES DO RELATORIO DE
000240*           VENCIMENTOS (FERVENC).
000250*
000260*           FUNCIONARIO COM DATA DE ADMISSAO INVALIDA SAI NO
000270*           RELATORIO DE EXCECOES (EXCECOES). TODO PERIODO
000280*           ABERTO OU ADQUIRIDO SAI NO RELATORIO DE ABERTURA
000290*           (AUDITOR).
000300*----------------------------------------------------------------*
000310* HISTORICO DE ALTERACOES
000320*----------------------------------------------------------------*
000330* DATA       INIC.  DESCRICAO
000340* ---------- ------ -------------------------------------------
000350* 12.02.2024 EJ     VERSAO ORIGINAL.
000360*----------------------------------------------------------------*
000370
000380*----------------------------------------------------------------*
000390 IDENTIFICATION                      DIVISION.
000400*----------------------------------------------------------------*
000410 PROGRAM-ID.                         FERABR.
000420 AUTHOR.                             EMANUEL.
000430 INSTALLATION.                       DEPTO FOLHA DE PAGAMENTO.
000440 DATE-WRITTEN.                       12.02.2024.
000450 DATE-COMPILED.                      12.02.2024.
000460*----------------------------------------------------------------*
000470 ENVIRONMENT                         DIVISION.
000480*----------------------------------------------------------------*
000490 CONFIGURATION                       SECTION.
000500 SPECIAL-NAMES.
000510     DECIMAL-POINT IS COMMA.
000520*----------------------------------------------------------------*
000530 INPUT-OUTPUT                        SECTION.
000540*----------------------------------------------------------------*
000550 FILE-CONTROL.
000560     SELECT FUNCMSTR                 ASSIGN TO "FUNCMSTR"
000570                                      ORGANIZATION IS INDEXED
000580                                      ACCESS MODE IS DYNAMIC
000590                                      RECORD KEY IS
000600                                         FUNCMST-MATRICULA
000610                                      FILE STATUS IS
000620                                         FUNCMSTR-STATUS.
000630     SELECT FERCTL                   ASSIGN TO "FERCTL"
000640                                      ORGANIZATION IS INDEXED
000650                                      ACCESS MODE IS RANDOM
000660                                      RECORD KEY IS
000670                                         FER-CHAVE
000680                                      FILE STATUS IS
000690                                         FERCTL-STATUS.
000700     SELECT AUDITOR                  ASSIGN TO "AUDITOR"
000710                                      ORGANIZATION IS
000720                                         LINE SEQUENTIAL
000730                                      FILE STATUS IS
000740                                         AUDITOR-STATUS.
000750     SELECT EXCECOES                 ASSIGN TO "EXCECOES"
000760                                      ORGANIZATION IS
000770                                         LINE SEQUENTIAL
000780                                      FILE STATUS IS
000790                                         EXCECOES-STATUS.
000800*----------------------------------------------------------------*
000810 DATA                                DIVISION.
000820*----------------------------------------------------------------*
000830 FILE                                SECTION.
000840 FD  FUNCMSTR.
000850     COPY FUNCMST.
000860 FD  FERCTL.
000870     COPY FERCTL.
000880 FD  AUDITOR.
000890 01  LINHA-AUDITOR                   PIC X(132).
000900 FD  EXCECOES.
000910 01  LINHA-EXCECOES                  PIC X(132).
000920*----------------------------------------------------------------*
000930 WORKING-STORAGE                     SECTION.
000940*----------------------------------------------------------------*
000950     COPY FERAUD.
000960
000970 77  FUNCMSTR-STATUS                 PIC X(02).
000980 77  FERCTL-STATUS                   PIC X(02).
000990 77  AUDITOR-STATUS                  PIC X(02).
001000 77  EXCECOES-STATUS                 PIC X(02).
001010 77  PARM-LINHA-COMANDO              PIC X(40).
001020 77  PARM-DATA-REFERENCIA            PIC X(08).
001030 77  CONTLIDOS                       PIC 9(05) COMP.
001040 77  CONTABERTOS                     PIC 9(05) COMP.
001050 77  CONTADQUIRIDOS                  PIC 9(05) COMP.
001060 77  CONTREJ                         PIC 9(05) COMP.
001070 77  DATA-EXECUCAO                   PIC 9(08).
001080 77  DATA-EXECUCAO-FMT               PIC X(10).
001090 77  DATA-REFERENCIA                 PIC 9(08).
001100 77  INICIO-PERIODO                  PIC 9(08).
001110 77  PROXIMO-INICIO                  PIC 9(08).
001120 77  FIM-PERIODO                     PIC 9(08).
001130 77  LIMITE-CONCESSIVO               PIC 9(08).
001140 77  DATA-CALCULO                    PIC 9(08).
001150 77  CALC-ANO                        PIC 9(04).
001160 77  CALC-MES                        PIC 9(02).
001170 77  CALC-DIA                        PIC 9(02).
001180 77  DIAS-NO-MES                     PIC 9(02).
001190 77  CALC-QUOC                       PIC 9(04) COMP.
001200 77  RESTO-4                         PIC 9(03) COMP.
001210 77  RESTO-100                       PIC 9(03) COMP.
001220 77  RESTO-400                       PIC 9(03) COMP.
001230 77  DATA-FORMATAR                   PIC 9(08).
001240 77  DATA-FORMATADA                  PIC X(10).
001250 77  DESCR-OCORRENCIA                PIC X(20).
001260 77  FRAC-SUB                        PIC 9(01) COMP.
001270
001280 01  SW-ERRO-NA-ABERTURA             PIC X(01).
001290     88  ERRO-NA-ABERTURA                        VALUE "S".
001300     88  SEM-ERRO-NA-ABERTURA                    VALUE "N".
001310
001320 01  SW-FIM-FUNCMSTR                 PIC X(01).
001330     88  FIM-FUNCMSTR                             VALUE "S".
001340     88  NAO-FIM-FUNCMSTR                         VALUE "N".
001350*----------------------------------------------------------------*
001360 PROCEDURE                           DIVISION.
001370*----------------------------------------------------------------*
001380 0000-PRINCIPAL.
001390
001400     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
001410     IF SEM-ERRO-NA-ABERTURA
001420        PERFORM 2000-PROCESSAR-FUNCIONARIO
001430            THRU 2000-PROCESSAR-FUNCIONARIO-EXIT
001440            UNTIL FIM-FUNCMSTR
001450        PERFORM 3000-TERMINO
001460     END-IF
001470     STOP RUN
001480     .
001490
001500*----------------------------------------------------------------*
001510*                   Inicializar o Programa
001520*----------------------------------------------------------------*
001530 1000-INICIALIZAR.
001540
001550     MOVE ZERO                       TO CONTLIDOS
001560     MOVE ZERO                       TO CONTABERTOS
001570     MOVE ZERO                       TO CONTADQUIRIDOS
001580     MOVE ZERO                       TO CONTREJ
001590     SET NAO-FIM-FUNCMSTR            TO TRUE
001600     SET SEM-ERRO-NA-ABERTURA        TO TRUE
001610     ACCEPT DATA-EXECUCAO            FROM DATE YYYYMMDD
001620     STRING DATA-EXECUCAO (7:2) "/"
001630            DATA-EXECUCAO (5:2) "/"
001640            DATA-EXECUCAO (1:4)
001650            DELIMITED BY SIZE INTO DATA-EXECUCAO-FMT
001660     ACCEPT PARM-LINHA-COMANDO       FROM COMMAND-LINE
001670     MOVE SPACES                     TO PARM-DATA-REFERENCIA
001680     UNSTRING PARM-LINHA-COMANDO
001690         DELIMITED BY ALL " "
001700         INTO PARM-DATA-REFERENCIA
001710     IF PARM-DATA-REFERENCIA NUMERIC
001720        AND PARM-DATA-REFERENCIA NOT = "00000000"
001730        MOVE PARM-DATA-REFERENCIA    TO DATA-REFERENCIA
001740     ELSE
001750        MOVE DATA-EXECUCAO           TO DATA-REFERENCIA
001760     END-IF
001770     OPEN INPUT FUNCMSTR
001780     IF FUNCMSTR-STATUS NOT = "00"
001790        DISPLAY "RC 24 - ERRO AO ABRIR FUNCMSTR - FILE STATUS "
001800           FUNCMSTR-STATUS
001810        MOVE 24                      TO RETURN-CODE
001820        SET ERRO-NA-ABERTURA         TO TRUE
001830        GO TO 1000-INICIALIZAR-EXIT
001840     END-IF
001850     OPEN I-O FERCTL
001860     IF FERCTL-STATUS NOT = "00"
001870        DISPLAY "RC 24 - ERRO AO ABRIR FERCTL - FILE STATUS "
001880           FERCTL-STATUS
001890        MOVE 24                      TO RETURN-CODE
001900        SET ERRO-NA-ABERTURA         TO TRUE
001910        GO TO 1000-INICIALIZAR-EXIT
001920     END-IF
001930     OPEN OUTPUT AUDITOR
001940     IF AUDITOR-STATUS NOT = "00"
001950        DISPLAY "RC 24 - ERRO AO ABRIR AUDITOR - FILE STATUS "
001960           AUDITOR-STATUS
001970        MOVE 24                      TO RETURN-CODE
001980        SET ERRO-NA-ABERTURA         TO TRUE
001990        GO TO 1000-INICIALIZAR-EXIT
002000     END-IF
002010     OPEN OUTPUT EXCECOES
002020     IF EXCECOES-STATUS NOT = "00"
002030        DISPLAY "RC 24 - ERRO AO ABRIR EXCECOES - FILE STATUS "
002040           EXCECOES-STATUS
002050        MOVE 24                      TO RETURN-CODE
002060        SET ERRO-NA-ABERTURA         TO TRUE
002070        GO TO 1000-INICIALIZAR-EXIT
002080     END-IF
002090     MOVE DATA-REFERENCIA            TO DATA-FORMATAR
002100     PERFORM 2600-FORMATAR-DATA THRU 2600-FORMATAR-DATA-EXIT
002110     MOVE DATA-FORMATADA             TO FAU1-REFERENCIA
002120     MOVE DATA-EXECUCAO-FMT          TO FAU1-DATA
002130     WRITE LINHA-AUDITOR             FROM FAU-CABECALHO-1
002140     WRITE LINHA-AUDITOR             FROM FAU-LINHA-BRANCO
002150     WRITE LINHA-AUDITOR             FROM FAU-CABECALHO-2
002160     WRITE LINHA-AUDITOR             FROM FAU-LINHA-BRANCO
002170     MOVE DATA-EXECUCAO-FMT          TO FEX1-DATA
002180     WRITE LINHA-EXCECOES            FROM FEX-CABECALHO-1
002190     WRITE LINHA-EXCECOES            FROM FEX-LINHA-BRANCO
002200     WRITE LINHA-EXCECOES            FROM FEX-CABECALHO-2
002210     WRITE LINHA-EXCECOES            FROM FEX-LINHA-BRANCO
002220     MOVE ZERO                       TO FUNCMST-MATRICULA
002230     START FUNCMSTR KEY NOT LESS THAN FUNCMST-MATRICULA
002240         INVALID KEY
002250             SET FIM-FUNCMSTR         TO TRUE
002260     END-START
002270     PERFORM 1500-LER-FUNCMSTR THRU 1500-LER-FUNCMSTR-EXIT
002280     .
002290 1000-INICIALIZAR-EXIT.
002300     EXIT.
002310
002320*----------------------------------------------------------------*
002330*                   Ler o Proximo Funcionario do Cadastro
002340*                   Mestre
002350*----------------------------------------------------------------*
002360 1500-LER-FUNCMSTR.
002370
002380     IF FIM-FUNCMSTR
002390        GO TO 1500-LER-FUNCMSTR-EXIT
002400     END-IF
002410     READ FUNCMSTR NEXT
002420         AT END
002430             SET FIM-FUNCMSTR         TO TRUE
002440         NOT AT END
002450             COMPUTE CONTLIDOS = CONTLIDOS + 1
002460     END-READ
002470     .
002480 1500-LER-FUNCMSTR-EXIT.
002490     EXIT.
002500
002510*----------------------------------------------------------------*
002520*                   Abrir os Periodos Aquisitivos de um
002530*                   Funcionario, de Aniversario em Aniversario
002540*                   da Admissao Ate a Data de Referencia
002550*----------------------------------------------------------------*
002560 2000-PROCESSAR-FUNCIONARIO.
002570
002580     IF FUNCMST-DATA-ADMISSAO NOT NUMERIC
002590        OR FUNCMST-DATA-ADMISSAO = ZERO
002600        MOVE "DATA DE ADMISSAO INVALIDA NO FUNCMSTR"
002610             TO FEXD-MOTIVO
002620        PERFORM 2700-IMPRIMIR-EXCECAO
002630            THRU 2700-IMPRIMIR-EXCECAO-EXIT
002640        GO TO 2000-PROCESSAR-FUNCIONARIO-LER
002650     END-IF
002660     MOVE FUNCMST-DATA-ADMISSAO      TO DATA-CALCULO
002670     PERFORM 2410-DECOMPOR-DATA THRU 2410-DECOMPOR-DATA-EXIT
002680     IF CALC-MES < 1 OR CALC-MES > 12
002690        OR CALC-DIA < 1 OR CALC-DIA > 31
002700        MOVE "DATA DE ADMISSAO INVALIDA NO FUNCMSTR"
002710             TO FEXD-MOTIVO
002720        PERFORM 2700-IMPRIMIR-EXCECAO
002730            THRU 2700-IMPRIMIR-EXCECAO-EXIT
002740        GO TO 2000-PROCESSAR-FUNCIONARIO-LER
002750     END-IF
002760     IF FUNCMST-DATA-ADMISSAO > DATA-REFERENCIA
002770        GO TO 2000-PROCESSAR-FUNCIONARIO-LER
002780     END-IF
002790     MOVE FUNCMST-DATA-ADMISSAO      TO INICIO-PERIODO
002800     PERFORM 2100-TRATAR-PERIODO THRU 2100-TRATAR-PERIODO-EXIT
002810         UNTIL INICIO-PERIODO > DATA-REFERENCIA
002820     .
002830 2000-PROCESSAR-FUNCIONARIO-LER.
002840
002850     PERFORM 1500-LER-FUNCMSTR THRU 1500-LER-FUNCMSTR-EXIT
002860     .
002870 2000-PROCESSAR-FUNCIONARIO-EXIT.
002880     EXIT.
002890
002900*----------------------------------------------------------------*
002910*                   Tratar um Periodo Aquisitivo: Abrir no
002920*                   FERCTL se Ainda Nao Existe, ou Passar a
002930*                   Adquirido se o Aquisitivo Ja Terminou
002940*----------------------------------------------------------------*
002950 2100-TRATAR-PERIODO.
002960
002970     MOVE INICIO-PERIODO             TO DATA-CALCULO
002980     PERFORM 2300-SOMAR-UM-ANO THRU 2300-SOMAR-UM-ANO-EXIT
002990     MOVE DATA-CALCULO               TO PROXIMO-INICIO
003000     PERFORM 2400-RETROCEDER-UM-DIA
003010         THRU 2400-RETROCEDER-UM-DIA-EXIT
003020     MOVE DATA-CALCULO               TO FIM-PERIODO
003030     MOVE PROXIMO-INICIO             TO DATA-CALCULO
003040     PERFORM 2300-SOMAR-UM-ANO THRU 2300-SOMAR-UM-ANO-EXIT
003050     PERFORM 2400-RETROCEDER-UM-DIA
003060         THRU 2400-RETROCEDER-UM-DIA-EXIT
003070     MOVE DATA-CALCULO               TO LIMITE-CONCESSIVO
003080     MOVE FUNCMST-MATRICULA          TO FER-MATRICULA
003090     MOVE INICIO-PERIODO             TO FER-AQUIS-INICIO
003100     READ FERCTL
003110         INVALID KEY
003120             PERFORM 2150-ABRIR-PERIODO
003130                 THRU 2150-ABRIR-PERIODO-EXIT
003140             GO TO 2100-TRATAR-PERIODO-PROXIMO
003150     END-READ
003160     IF FER-EM-AQUISICAO
003170        AND FER-AQUIS-FIM < DATA-REFERENCIA
003180        MOVE "D"                     TO FER-SITUACAO
003190        REWRITE FERCTL-REGISTRO
003200            INVALID KEY
003210                MOVE "ERRO DE REGRAVACAO NO FERCTL"
003220                     TO FEXD-MOTIVO
003230                PERFORM 2700-IMPRIMIR-EXCECAO
003240                    THRU 2700-IMPRIMIR-EXCECAO-EXIT
003250                GO TO 2100-TRATAR-PERIODO-PROXIMO
003260        END-REWRITE
003270        COMPUTE CONTADQUIRIDOS = CONTADQUIRIDOS + 1
003280        MOVE "PERIODO ADQUIRIDO"     TO DESCR-OCORRENCIA
003290        PERFORM 2500-IMPRIMIR-PERIODO
003300            THRU 2500-IMPRIMIR-PERIODO-EXIT
003310     END-IF
003320     .
003330 2100-TRATAR-PERIODO-PROXIMO.
003340
003350     MOVE PROXIMO-INICIO             TO INICIO-PERIODO
003360     .
003370 2100-TRATAR-PERIODO-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------------*
003410*                   Abrir um Periodo Aquisitivo Novo no FERCTL,
003420*                   Salvo se o Concessivo Ja Terminou (Ferias
003430*                   Anteriores ao Controle)
003440*----------------------------------------------------------------*
003450 2150-ABRIR-PERIODO.
003460
003470     IF LIMITE-CONCESSIVO < DATA-REFERENCIA
003480        GO TO 2150-ABRIR-PERIODO-EXIT
003490     END-IF
003500     MOVE SPACES                     TO FERCTL-REGISTRO
003510     MOVE FUNCMST-MATRICULA          TO FER-MATRICULA
003520     MOVE INICIO-PERIODO             TO FER-AQUIS-INICIO
003530     MOVE FIM-PERIODO                TO FER-AQUIS-FIM
003540     MOVE LIMITE-CONCESSIVO          TO FER-CONCESSIVO-FIM
003550     MOVE 30                         TO FER-DIAS-DIREITO
003560     MOVE ZERO                       TO FER-DIAS-GOZADOS
003570     MOVE ZERO                       TO FER-DIAS-ABONO
003580     IF FIM-PERIODO < DATA-REFERENCIA
003590        MOVE "D"                     TO FER-SITUACAO
003600     ELSE
003610        MOVE "A"                     TO FER-SITUACAO
003620     END-IF
003630     MOVE DATA-EXECUCAO              TO FER-DATA-ABERTURA
003640     MOVE ZERO                       TO FER-DATA-ULT-PAGTO
003650     MOVE ZERO                       TO FER-QTD-FRACOES
003660     PERFORM 2160-LIMPAR-FRACAO THRU 2160-LIMPAR-FRACAO-EXIT
003670         VARYING FRAC-SUB FROM 1 BY 1
003680         UNTIL FRAC-SUB > 3
003690     WRITE FERCTL-REGISTRO
003700         INVALID KEY
003710             MOVE "ERRO DE GRAVACAO NO FERCTL"
003720                  TO FEXD-MOTIVO
003730             PERFORM 2700-IMPRIMIR-EXCECAO
003740                 THRU 2700-IMPRIMIR-EXCECAO-EXIT
003750             GO TO 2150-ABRIR-PERIODO-EXIT
003760     END-WRITE
003770     COMPUTE CONTABERTOS = CONTABERTOS + 1
003780     MOVE "PERIODO ABERTO"           TO DESCR-OCORRENCIA
003790     PERFORM 2500-IMPRIMIR-PERIODO
003800         THRU 2500-IMPRIMIR-PERIODO-EXIT
003810     .
003820 2150-ABRIR-PERIODO-EXIT.
003830     EXIT.
003840
003850*----------------------------------------------------------------*
003860*                   Zerar uma Fracao de Gozo do Periodo Novo
003870*----------------------------------------------------------------*
003880 2160-LIMPAR-FRACAO.
003890
003900     MOVE ZERO                 TO FER-FRAC-INICIO-GOZO (FRAC-SUB)
003910     MOVE ZERO                 TO FER-FRAC-DIAS-GOZO (FRAC-SUB)
003920     MOVE ZERO                 TO FER-FRAC-DIAS-ABONO (FRAC-SUB)
003930     MOVE ZERO                 TO FER-FRAC-DIAS-DOBRO (FRAC-SUB)
003940     MOVE ZERO                 TO FER-FRAC-COMP-PAGTO (FRAC-SUB)
003950     MOVE ZERO                 TO FER-FRAC-BRUTO (FRAC-SUB)
003960     MOVE ZERO                 TO FER-FRAC-INSS (FRAC-SUB)
003970     MOVE ZERO                 TO FER-FRAC-IRRF (FRAC-SUB)
003980     MOVE ZERO                 TO FER-FRAC-LIQUIDO (FRAC-SUB)
003990     .
004000 2160-LIMPAR-FRACAO-EXIT.
004010     EXIT.
004020
004030*----------------------------------------------------------------*
004040*                   Somar um Ano a DATA-CALCULO (29/02 em Ano
004050*                   Nao Bissexto Vira 01/03)
004060*----------------------------------------------------------------*
004070 2300-SOMAR-UM-ANO.
004080
004090     PERFORM 2410-DECOMPOR-DATA THRU 2410-DECOMPOR-DATA-EXIT
004100     COMPUTE CALC-ANO = CALC-ANO + 1
004110     IF CALC-MES = 2 AND CALC-DIA = 29
004120        PERFORM 2450-CALCULAR-DIAS-NO-MES
004130            THRU 2450-CALCULAR-DIAS-NO-MES-EXIT
004140        IF DIAS-NO-MES = 28
004150           MOVE 3                    TO CALC-MES
004160           MOVE 1                    TO CALC-DIA
004170        END-IF
004180     END-IF
004190     COMPUTE DATA-CALCULO =
004200        (CALC-ANO * 10000) + (CALC-MES * 100) + CALC-DIA
004210     .
004220 2300-SOMAR-UM-ANO-EXIT.
004230     EXIT.
004240
004250*----------------------------------------------------------------*
004260*                   Retroceder um Dia em DATA-CALCULO
004270*----------------------------------------------------------------*
004280 2400-RETROCEDER-UM-DIA.
004290
004300     PERFORM 2410-DECOMPOR-DATA THRU 2410-DECOMPOR-DATA-EXIT
004310     IF CALC-DIA > 1
004320        COMPUTE CALC-DIA = CALC-DIA - 1
004330     ELSE
004340        IF CALC-MES > 1
004350           COMPUTE CALC-MES = CALC-MES - 1
004360        ELSE
004370           MOVE 12                   TO CALC-MES
004380           COMPUTE CALC-ANO = CALC-ANO - 1
004390        END-IF
004400        PERFORM 2450-CALCULAR-DIAS-NO-MES
004410            THRU 2450-CALCULAR-DIAS-NO-MES-EXIT
004420        MOVE DIAS-NO-MES             TO CALC-DIA
004430     END-IF
004440     COMPUTE DATA-CALCULO =
004450        (CALC-ANO * 10000) + (CALC-MES * 100) + CALC-DIA
004460     .
004470 2400-RETROCEDER-UM-DIA-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------------*
004510*                   Decompor DATA-CALCULO em Ano, Mes e Dia
004520*----------------------------------------------------------------*
004530 2410-DECOMPOR-DATA.
004540
004550     COMPUTE CALC-ANO = DATA-CALCULO / 10000
004560     COMPUTE CALC-MES =
004570        (DATA-CALCULO / 100) - (CALC-ANO * 100)
004580     COMPUTE CALC-DIA =
004590        DATA-CALCULO - ((DATA-CALCULO / 100) * 100)
004600     .
004610 2410-DECOMPOR-DATA-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------------*
004650*                   Apurar a Quantidade de Dias do Mes CALC-MES
004660*                   do Ano CALC-ANO, Considerando Ano Bissexto
004670*----------------------------------------------------------------*
004680 2450-CALCULAR-DIAS-NO-MES.
004690
004700     EVALUATE CALC-MES
004710         WHEN 4
004720         WHEN 6
004730         WHEN 9
004740         WHEN 11
004750             MOVE 30                  TO DIAS-NO-MES
004760         WHEN 2
004770             MOVE 28                  TO DIAS-NO-MES
004780             DIVIDE CALC-ANO BY 4
004790                    GIVING CALC-QUOC
004800                    REMAINDER RESTO-4
004810             DIVIDE CALC-ANO BY 100
004820                    GIVING CALC-QUOC
004830                    REMAINDER RESTO-100
004840             DIVIDE CALC-ANO BY 400
004850                    GIVING CALC-QUOC
004860                    REMAINDER RESTO-400
004870             IF (RESTO-4 = ZERO AND RESTO-100 NOT = ZERO)
004880                OR RESTO-400 = ZERO
004890                MOVE 29               TO DIAS-NO-MES
004900             END-IF
004910         WHEN OTHER
004920             MOVE 31                  TO DIAS-NO-MES
004930     END-EVALUATE
004940     .
004950 2450-CALCULAR-DIAS-NO-MES-EXIT.
004960     EXIT.
004970
004980*----------------------------------------------------------------*
004990*                   Imprimir um Periodo Aberto ou Adquirido no
005000*                   Relatorio de Abertura
005010*----------------------------------------------------------------*
005020 2500-IMPRIMIR-PERIODO.
005030
005040     MOVE FER-MATRICULA              TO FAUD-MATRICULA
005050     MOVE FUNCMST-NOME               TO FAUD-NOME
005060     MOVE FER-AQUIS-INICIO           TO DATA-FORMATAR
005070     PERFORM 2600-FORMATAR-DATA THRU 2600-FORMATAR-DATA-EXIT
005080     MOVE DATA-FORMATADA             TO FAUD-AQUIS-INICIO
005090     MOVE FER-AQUIS-FIM              TO DATA-FORMATAR
005100     PERFORM 2600-FORMATAR-DATA THRU 2600-FORMATAR-DATA-EXIT
005110     MOVE DATA-FORMATADA             TO FAUD-AQUIS-FIM
005120     MOVE FER-CONCESSIVO-FIM         TO DATA-FORMATAR
005130     PERFORM 2600-FORMATAR-DATA THRU 2600-FORMATAR-DATA-EXIT
005140     MOVE DATA-FORMATADA             TO FAUD-CONCESSIVO-FIM
005150     MOVE FER-DIAS-DIREITO           TO FAUD-DIAS-DIREITO
005160     MOVE FER-SITUACAO               TO FAUD-SITUACAO
005170     MOVE DESCR-OCORRENCIA           TO FAUD-OCORRENCIA
005180     WRITE LINHA-AUDITOR             FROM FAU-DETALHE
005190     .
005200 2500-IMPRIMIR-PERIODO-EXIT.
005210     EXIT.
005220
005230*----------------------------------------------------------------*
005240*                   Formatar DATA-FORMATAR (AAAAMMDD) como
005250*                   DD/MM/AAAA
005260*----------------------------------------------------------------*
005270 2600-FORMATAR-DATA.
005280
005290     MOVE SPACES                     TO DATA-FORMATADA
005300     STRING DATA-FORMATAR (7:2) "/"
005310            DATA-FORMATAR (5:2) "/"
005320            DATA-FORMATAR (1:4)
005330            DELIMITED BY SIZE INTO DATA-FORMATADA
005340     .
005350 2600-FORMATAR-DATA-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------------*
005390*                   Imprimir uma Linha no Relatorio de Excecoes
005400*                   e Contabilizar a Rejeicao
005410*----------------------------------------------------------------*
005420 2700-IMPRIMIR-EXCECAO.
005430
005440     MOVE FUNCMST-MATRICULA          TO FEXD-MATRICULA
005450     MOVE FUNCMST-NOME               TO FEXD-NOME
005460     WRITE LINHA-EXCECOES            FROM FEX-DETALHE
005470     COMPUTE CONTREJ = CONTREJ + 1
005480     .
005490 2700-IMPRIMIR-EXCECAO-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------------*
005530*                   Terminar o Programa
005540*----------------------------------------------------------------*
005550 3000-TERMINO.
005560
005570     MOVE CONTLIDOS                  TO ROD-FAU-LIDOS
005580     MOVE CONTABERTOS                TO ROD-FAU-ABERTOS
005590     MOVE CONTADQUIRIDOS             TO ROD-FAU-ADQUIRIDOS
005600     MOVE CONTREJ                    TO ROD-FAU-REJEITADOS
005610     WRITE LINHA-AUDITOR             FROM FAU-LINHA-BRANCO
005620     WRITE LINHA-AUDITOR             FROM FAU-RODAPE-1
005630     WRITE LINHA-AUDITOR             FROM FAU-RODAPE-2
005640     WRITE LINHA-AUDITOR             FROM FAU-RODAPE-3
005650     WRITE LINHA-AUDITOR             FROM FAU-RODAPE-4
005660     MOVE CONTREJ                    TO ROD-FEX-REJEITADOS
005670     WRITE LINHA-EXCECOES            FROM FEX-LINHA-BRANCO
005680     WRITE LINHA-EXCECOES            FROM FEX-RODAPE-1
005690     MOVE ZERO                       TO RETURN-CODE
005700     IF CONTLIDOS = ZERO
005710        DISPLAY "RC 16 - NENHUM FUNCIONARIO LIDO NO FUNCMSTR"
005720        MOVE 16                      TO RETURN-CODE
005730     ELSE
005740        IF CONTREJ > ZERO
005750           DISPLAY "RC 04 - FUNCIONARIOS REJEITADOS: " CONTREJ
005760           MOVE 4                    TO RETURN-CODE
005770        END-IF
005780     END-IF
005790     IF RETURN-CODE = ZERO
005800        DISPLAY "*---------------------------------------*"
005810        DISPLAY "*          TERMINO NORMAL                *"
005820        DISPLAY "*---------------------------------------*"
005830     END-IF
005840     CLOSE FUNCMSTR
005850     CLOSE FERCTL
005860     CLOSE AUDITOR
005870     CLOSE EXCECOES
005880     .
