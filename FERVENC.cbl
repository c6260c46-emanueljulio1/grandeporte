000010*----------------------------------------------------------------*
000020* PROGRAMA: FERVENC
000030* AUTHOR  : EMANUEL
000040* INSTAL. : DEPARTAMENTO DE FOLHA DE PAGAMENTO
000050* DATA    : 12.02.2024
000060*----------------------------------------------------------------*
000070* OBJETIVO: EMITIR PARA OS GESTORES O RELATORIO MENSAL DE
000080*           PERIODOS DE FERIAS A VENCER (FERVREL), POR CENTRO
000090*           DE CUSTO. LISTA OS PERIODOS DO CONTROLE DE FERIAS
000100*           (FERCTL) AINDA NAO QUITADOS, COM SALDO DE DIAS, CUJO
000110*           PERIODO CONCESSIVO TERMINA ATE N MESES DEPOIS DA
000120*           DATA DE REFERENCIA - OU JA TERMINOU: GOZO FORA DO
000130*           CONCESSIVO E PAGO EM DOBRO.
000140*
000150*           PARA CADA PERIODO SAI A ULTIMA DATA DE INICIO DO
000160*           GOZO QUE CABE O SALDO DENTRO DO CONCESSIVO E A
000170*           SITUACAO: "CONCESSIVO VENCIDO" (O SALDO JA SERA PAGO
000180*           EM DOBRO), "INICIO GOZO VENCIDO" (PARTE DO SALDO
000190*           CAIRA EM DOBRO) OU "A VENCER". MATRICULA QUE NAO
000200*           ESTA MAIS NO FUNCMSTR (DESLIGADO) E SO CONTADA NO
000210*           RODAPE. O RELATORIO SAI ORDENADO (SORT) POR CENTRO
000220*           DE CUSTO E LIMITE DO CONCESSIVO, COM SUBTOTAL POR
000230*           CENTRO.
000240*
000250*           PARM: 'NN AAAAMMDD' - MESES DE ANTECEDENCIA
000260*           (ASSUME 03) E DATA DE REFERENCIA (ASSUME A DATA DE
000270*           EXECUCAO). RC=04 QUANDO HA PERIODO COM CONCESSIVO
000280*           JA VENCIDO.
000290*----------------------------------------------------------------*
000300* HISTORICO DE ALTERACOES
000310*----------------------------------------------------------------*
000320* DATA       INIC.  DESCRICAO
000330* ---------- ------ -------------------------------------------
000340* 12.02.2024 EJ     VERSAO ORIGINAL.
000350*----------------------------------------------------------------*
000360
000370*----------------------------------------------------------------*
000380 IDENTIFICATION                      DIVISION.
000390*----------------------------------------------------------------*
000400 PROGRAM-ID.                         FERVENC.
000410 AUTHOR.                             EMANUEL.
000420 INSTALLATION.                       DEPTO FOLHA DE PAGAMENTO.
000430 DATE-WRITTEN.                       12.02.2024.
000440 DATE-COMPILED.                      12.02.2024.
000450*----------------------------------------------------------------*
000460 ENVIRONMENT                         DIVISION.
000470*----------------------------------------------------------------*
000480 CONFIGURATION                       SECTION.
000490 SPECIAL-NAMES.
000500     DECIMAL-POINT IS COMMA.
000510*----------------------------------------------------------------*
000520 INPUT-OUTPUT                        SECTION.
000530*----------------------------------------------------------------*
000540 FILE-CONTROL.
000550     SELECT FERCTL                   ASSIGN TO "FERCTL"
000560                                      ORGANIZATION IS INDEXED
000570                                      ACCESS MODE IS DYNAMIC
000580                                      RECORD KEY IS
000590                                         FER-CHAVE
000600                                      FILE STATUS IS
000610                                         FERCTL-STATUS.
000620     SELECT FUNCMSTR                 ASSIGN TO "FUNCMSTR"
000630                                      ORGANIZATION IS INDEXED
000640                                      ACCESS MODE IS RANDOM
000650                                      RECORD KEY IS
000660                                         FUNCMST-MATRICULA
000670                                      FILE STATUS IS
000680                                         FUNCMSTR-STATUS.
000690     SELECT FERVREL                  ASSIGN TO "FERVREL"
000700                                      ORGANIZATION IS
000710                                         LINE SEQUENTIAL
000720                                      FILE STATUS IS
000730                                         FERVREL-STATUS.
000740     SELECT CLASSIF                  ASSIGN TO "SORTWK01".
000750*----------------------------------------------------------------*
000760 DATA                                DIVISION.
000770*----------------------------------------------------------------*
000780 FILE                                SECTION.
000790 FD  FERCTL.
000800     COPY FERCTL.
000810 FD  FUNCMSTR.
000820     COPY FUNCMST.
000830 FD  FERVREL.
000840 01  LINHA-FERVREL                   PIC X(132).
000850 SD  CLASSIF.
000860 01  SD-REGISTRO.
000870     05  SD-CENTRO-CUSTO             PIC X(06).
000880     05  SD-CONCESSIVO-FIM           PIC 9(08).
000890     05  SD-MATRICULA                PIC 9(06).
000900     05  SD-NOME                     PIC X(30).
000910     05  SD-AQUIS-INICIO             PIC 9(08).
000920     05  SD-AQUIS-FIM                PIC 9(08).
000930     05  SD-SALDO                    PIC 9(02).
000940     05  SD-LIMITE-GOZO              PIC 9(08).
000950     05  SD-SITUACAO                 PIC X(20).
000960     05  SD-VENCIDO                  PIC X(01).
000970*----------------------------------------------------------------*
000980 WORKING-STORAGE                     SECTION.
000990*----------------------------------------------------------------*
001000     COPY FERVNC.
001010
001020 77  FERCTL-STATUS                   PIC X(02).
001030 77  FUNCMSTR-STATUS                 PIC X(02).
001040 77  FERVREL-STATUS                  PIC X(02).
001050 77  PARM-LINHA-COMANDO              PIC X(40).
001060 77  PARM-MESES                      PIC X(02).
001070 77  PARM-DATA-REFERENCIA            PIC X(08).
001080 77  MESES-ANTECEDENCIA              PIC 9(02).
001090 77  CONTLIDOS                       PIC 9(05) COMP.
001100 77  CONTLISTADOS                    PIC 9(05) COMP.
001110 77  CONTVENCIDOS                    PIC 9(05) COMP.
001120 77  CONTSEMCAD                      PIC 9(05) COMP.
001130 77  CENTRO-PERIODOS                 PIC 9(05) COMP.
001140 77  CENTRO-VENCIDOS                 PIC 9(05) COMP.
001150 77  CENTRO-DIAS                     PIC 9(06) COMP.
001160 77  CENTRO-ANTERIOR                 PIC X(06).
001170 77  SALDO-DIAS                      PIC S9(03).
001180 77  DIAS-RETROCEDER                 PIC 9(02).
001190 77  DATA-EXECUCAO                   PIC 9(08).
001200 77  DATA-EXECUCAO-FMT               PIC X(10).
001210 77  DATA-REFERENCIA                 PIC 9(08).
001220 77  LIMITE-SELECAO                  PIC 9(08).
001230 77  DATA-CALCULO                    PIC 9(08).
001240 77  CALC-ANO                        PIC 9(04).
001250 77  CALC-MES                        PIC 9(02).
001260 77  CALC-DIA                        PIC 9(02).
001270 77  CALC-MESES                      PIC 9(06) COMP.
001280 77  DIAS-NO-MES                     PIC 9(02).
001290 77  CALC-QUOC                       PIC 9(04) COMP.
001300 77  RESTO-4                         PIC 9(03) COMP.
001310 77  RESTO-100                       PIC 9(03) COMP.
001320 77  RESTO-400                       PIC 9(03) COMP.
001330 77  DATA-FORMATAR                   PIC 9(08).
001340 77  DATA-FORMATADA                  PIC X(10).
001350
001360 01  SW-ERRO-NA-ABERTURA             PIC X(01).
001370     88  ERRO-NA-ABERTURA                        VALUE "S".
001380     88  SEM-ERRO-NA-ABERTURA                    VALUE "N".
001390
001400 01  SW-FIM-FERCTL                   PIC X(01).
001410     88  FIM-FERCTL                               VALUE "S".
001420     88  NAO-FIM-FERCTL                           VALUE "N".
001430
001440 01  SW-FIM-CLASSIF                  PIC X(01).
001450     88  FIM-CLASSIF                              VALUE "S".
001460     88  NAO-FIM-CLASSIF                          VALUE "N".
001470
001480 01  SW-PRIMEIRO-CENTRO              PIC X(01).
001490     88  PRIMEIRO-CENTRO                          VALUE "S".
001500     88  NAO-PRIMEIRO-CENTRO                      VALUE "N".
001510*----------------------------------------------------------------*
001520 PROCEDURE                           DIVISION.
001530*----------------------------------------------------------------*
001540 0000-PRINCIPAL.
001550
001560     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
001570     IF SEM-ERRO-NA-ABERTURA
001580        SORT CLASSIF
001590            ON ASCENDING KEY SD-CENTRO-CUSTO
001600                             SD-CONCESSIVO-FIM
001610                             SD-MATRICULA
001620            INPUT PROCEDURE IS 1900-SELECIONAR
001630                THRU 1900-SELECIONAR-EXIT
001640            OUTPUT PROCEDURE IS 2900-IMPRIMIR-ORDENADO
001650                THRU 2900-IMPRIMIR-ORDENADO-EXIT
001660        PERFORM 3000-TERMINO
001670     END-IF
001680     STOP RUN
001690     .
001700
001710*----------------------------------------------------------------*
001720*                   Inicializar o Programa
001730*----------------------------------------------------------------*
001740 1000-INICIALIZAR.
001750
001760     MOVE ZERO                       TO CONTLIDOS
001770     MOVE ZERO                       TO CONTLISTADOS
001780     MOVE ZERO                       TO CONTVENCIDOS
001790     MOVE ZERO                       TO CONTSEMCAD
001800     SET NAO-FIM-FERCTL              TO TRUE
001810     SET SEM-ERRO-NA-ABERTURA        TO TRUE
001820     ACCEPT DATA-EXECUCAO            FROM DATE YYYYMMDD
001830     STRING DATA-EXECUCAO (7:2) "/"
001840            DATA-EXECUCAO (5:2) "/"
001850            DATA-EXECUCAO (1:4)
001860            DELIMITED BY SIZE INTO DATA-EXECUCAO-FMT
001870     ACCEPT PARM-LINHA-COMANDO       FROM COMMAND-LINE
001880     MOVE SPACES                     TO PARM-MESES
001890     MOVE SPACES                     TO PARM-DATA-REFERENCIA
001900     UNSTRING PARM-LINHA-COMANDO
001910         DELIMITED BY ALL " "
001920         INTO PARM-MESES
001930              PARM-DATA-REFERENCIA
001940     IF PARM-MESES NUMERIC
001950        AND PARM-MESES NOT = "00"
001960        MOVE PARM-MESES              TO MESES-ANTECEDENCIA
001970     ELSE
001980        MOVE 3                       TO MESES-ANTECEDENCIA
001990     END-IF
002000     IF PARM-DATA-REFERENCIA NUMERIC
002010        AND PARM-DATA-REFERENCIA NOT = "00000000"
002020        MOVE PARM-DATA-REFERENCIA    TO DATA-REFERENCIA
002030     ELSE
002040        MOVE DATA-EXECUCAO           TO DATA-REFERENCIA
002050     END-IF
002060     PERFORM 1100-CALCULAR-LIMITE THRU 1100-CALCULAR-LIMITE-EXIT
002070     OPEN INPUT FERCTL
002080     IF FERCTL-STATUS NOT = "00"
002090        DISPLAY "RC 24 - ERRO AO ABRIR FERCTL - FILE STATUS "
002100           FERCTL-STATUS
002110        MOVE 24                      TO RETURN-CODE
002120        SET ERRO-NA-ABERTURA         TO TRUE
002130        GO TO 1000-INICIALIZAR-EXIT
002140     END-IF
002150     OPEN INPUT FUNCMSTR
002160     IF FUNCMSTR-STATUS NOT = "00"
002170        DISPLAY "RC 24 - ERRO AO ABRIR FUNCMSTR - FILE STATUS "
002180           FUNCMSTR-STATUS
002190        MOVE 24                      TO RETURN-CODE
002200        SET ERRO-NA-ABERTURA         TO TRUE
002210        GO TO 1000-INICIALIZAR-EXIT
002220     END-IF
002230     OPEN OUTPUT FERVREL
002240     IF FERVREL-STATUS NOT = "00"
002250        DISPLAY "RC 24 - ERRO AO ABRIR FERVREL - FILE STATUS "
002260           FERVREL-STATUS
002270        MOVE 24                      TO RETURN-CODE
002280        SET ERRO-NA-ABERTURA         TO TRUE
002290        GO TO 1000-INICIALIZAR-EXIT
002300     END-IF
002310     MOVE DATA-REFERENCIA            TO DATA-FORMATAR
002320     PERFORM 2600-FORMATAR-DATA THRU 2600-FORMATAR-DATA-EXIT
002330     MOVE DATA-FORMATADA             TO FVN1-REFERENCIA
002340     MOVE DATA-EXECUCAO-FMT          TO FVN1-DATA
002350     MOVE MESES-ANTECEDENCIA         TO FVN2-MESES
002360     MOVE LIMITE-SELECAO             TO DATA-FORMATAR
002370     PERFORM 2600-FORMATAR-DATA THRU 2600-FORMATAR-DATA-EXIT
002380     MOVE DATA-FORMATADA             TO FVN2-LIMITE
002390     WRITE LINHA-FERVREL             FROM FVN-CABECALHO-1
002400     WRITE LINHA-FERVREL             FROM FVN-CABECALHO-2
002410     WRITE LINHA-FERVREL             FROM FVN-LINHA-BRANCO
002420     WRITE LINHA-FERVREL             FROM FVN-CABECALHO-3
002430     .
002440 1000-INICIALIZAR-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------------*
002480*                   Calcular o Limite da Selecao: Data de
002490*                   Referencia Mais os Meses de Antecedencia
002500*                   (Dia Ajustado ao Ultimo Dia do Mes)
002510*----------------------------------------------------------------*
002520 1100-CALCULAR-LIMITE.
002530
002540     MOVE DATA-REFERENCIA            TO DATA-CALCULO
002550     PERFORM 2410-DECOMPOR-DATA THRU 2410-DECOMPOR-DATA-EXIT
002560     COMPUTE CALC-MESES =
002570        (CALC-ANO * 12) + CALC-MES - 1 + MESES-ANTECEDENCIA
002580     COMPUTE CALC-ANO = CALC-MESES / 12
002590     COMPUTE CALC-MES = CALC-MESES - (CALC-ANO * 12) + 1
002600     PERFORM 2450-CALCULAR-DIAS-NO-MES
002610         THRU 2450-CALCULAR-DIAS-NO-MES-EXIT
002620     IF CALC-DIA > DIAS-NO-MES
002630        MOVE DIAS-NO-MES             TO CALC-DIA
002640     END-IF
002650     COMPUTE LIMITE-SELECAO =
002660        (CALC-ANO * 10000) + (CALC-MES * 100) + CALC-DIA
002670     .
002680 1100-CALCULAR-LIMITE-EXIT.
002690     EXIT.
002700
002710*----------------------------------------------------------------*
002720*                   Ler o Proximo Periodo do Controle de Ferias
002730*----------------------------------------------------------------*
002740 1500-LER-FERCTL.
002750
002760     READ FERCTL NEXT
002770         AT END
002780             SET FIM-FERCTL           TO TRUE
002790         NOT AT END
002800             COMPUTE CONTLIDOS = CONTLIDOS + 1
002810     END-READ
002820     .
002830 1500-LER-FERCTL-EXIT.
002840     EXIT.
002850
002860*----------------------------------------------------------------*
002870*                   Procedimento de Entrada da Classificacao:
002880*                   Percorre o Controle de Ferias e Libera os
002890*                   Periodos a Vencer para o SORT
002900*----------------------------------------------------------------*
002910 1900-SELECIONAR.
002920
002930     MOVE ZERO                       TO FER-MATRICULA
002940     MOVE ZERO                       TO FER-AQUIS-INICIO
002950     START FERCTL KEY NOT LESS THAN FER-CHAVE
002960         INVALID KEY
002970             SET FIM-FERCTL           TO TRUE
002980             GO TO 1900-SELECIONAR-EXIT
002990     END-START
003000     PERFORM 1500-LER-FERCTL THRU 1500-LER-FERCTL-EXIT
003010     PERFORM 2000-SELECIONAR-PERIODO
003020         THRU 2000-SELECIONAR-PERIODO-EXIT
003030         UNTIL FIM-FERCTL
003040     .
003050 1900-SELECIONAR-EXIT.
003060     EXIT.
003070
003080*----------------------------------------------------------------*
003090*                   Selecionar um Periodo: Nao Quitado, com
003100*                   Saldo e Concessivo Terminando Ate o Limite
003110*----------------------------------------------------------------*
003120 2000-SELECIONAR-PERIODO.
003130
003140     IF FER-QUITADO
003150        OR FER-CONCESSIVO-FIM > LIMITE-SELECAO
003160        GO TO 2000-SELECIONAR-PERIODO-LER
003170     END-IF
003180     COMPUTE SALDO-DIAS =
003190        FER-DIAS-DIREITO - FER-DIAS-GOZADOS - FER-DIAS-ABONO
003200     IF SALDO-DIAS NOT > ZERO
003210        GO TO 2000-SELECIONAR-PERIODO-LER
003220     END-IF
003230     MOVE FER-MATRICULA              TO FUNCMST-MATRICULA
003240     READ FUNCMSTR
003250         INVALID KEY
003260             COMPUTE CONTSEMCAD = CONTSEMCAD + 1
003270             GO TO 2000-SELECIONAR-PERIODO-LER
003280     END-READ
003290     PERFORM 2100-LIBERAR-PERIODO
003300         THRU 2100-LIBERAR-PERIODO-EXIT
003310     .
003320 2000-SELECIONAR-PERIODO-LER.
003330
003340     PERFORM 1500-LER-FERCTL THRU 1500-LER-FERCTL-EXIT
003350     .
003360 2000-SELECIONAR-PERIODO-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------------*
003400*                   Montar e Liberar para o SORT o Periodo a
003410*                   Vencer, com a Ultima Data de Inicio de Gozo
003420*                   que Cabe o Saldo no Concessivo
003430*----------------------------------------------------------------*
003440 2100-LIBERAR-PERIODO.
003450
003460     MOVE FER-CONCESSIVO-FIM         TO DATA-CALCULO
003470     COMPUTE DIAS-RETROCEDER = SALDO-DIAS - 1
003480     PERFORM 2400-RETROCEDER-UM-DIA
003490         THRU 2400-RETROCEDER-UM-DIA-EXIT
003500         DIAS-RETROCEDER TIMES
003510     MOVE FUNCMST-CENTRO-CUSTO       TO SD-CENTRO-CUSTO
003520     MOVE FER-CONCESSIVO-FIM         TO SD-CONCESSIVO-FIM
003530     MOVE FER-MATRICULA              TO SD-MATRICULA
003540     MOVE FUNCMST-NOME               TO SD-NOME
003550     MOVE FER-AQUIS-INICIO           TO SD-AQUIS-INICIO
003560     MOVE FER-AQUIS-FIM              TO SD-AQUIS-FIM
003570     MOVE SALDO-DIAS                 TO SD-SALDO
003580     MOVE DATA-CALCULO               TO SD-LIMITE-GOZO
003590     MOVE "N"                        TO SD-VENCIDO
003600     IF FER-CONCESSIVO-FIM < DATA-REFERENCIA
003610        MOVE "CONCESSIVO VENCIDO"    TO SD-SITUACAO
003620        MOVE "S"                     TO SD-VENCIDO
003630     ELSE
003640        IF DATA-CALCULO < DATA-REFERENCIA
003650           MOVE "INICIO GOZO VENCIDO" TO SD-SITUACAO
003660        ELSE
003670           MOVE "A VENCER"           TO SD-SITUACAO
003680        END-IF
003690     END-IF
003700     RELEASE SD-REGISTRO
003710     .
003720 2100-LIBERAR-PERIODO-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------------*
003760*                   Retroceder um Dia em DATA-CALCULO
003770*----------------------------------------------------------------*
003780 2400-RETROCEDER-UM-DIA.
003790
003800     PERFORM 2410-DECOMPOR-DATA THRU 2410-DECOMPOR-DATA-EXIT
003810     IF CALC-DIA > 1
003820        COMPUTE CALC-DIA = CALC-DIA - 1
003830     ELSE
003840        IF CALC-MES > 1
003850           COMPUTE CALC-MES = CALC-MES - 1
003860        ELSE
003870           MOVE 12                   TO CALC-MES
003880           COMPUTE CALC-ANO = CALC-ANO - 1
003890        END-IF
003900        PERFORM 2450-CALCULAR-DIAS-NO-MES
003910            THRU 2450-CALCULAR-DIAS-NO-MES-EXIT
003920        MOVE DIAS-NO-MES             TO CALC-DIA
003930     END-IF
003940     COMPUTE DATA-CALCULO =
003950        (CALC-ANO * 10000) + (CALC-MES * 100) + CALC-DIA
003960     .
003970 2400-RETROCEDER-UM-DIA-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------------*
004010*                   Decompor DATA-CALCULO em Ano, Mes e Dia
004020*----------------------------------------------------------------*
004030 2410-DECOMPOR-DATA.
004040
004050     COMPUTE CALC-ANO = DATA-CALCULO / 10000
004060     COMPUTE CALC-MES =
004070        (DATA-CALCULO / 100) - (CALC-ANO * 100)
004080     COMPUTE CALC-DIA =
004090        DATA-CALCULO - ((DATA-CALCULO / 100) * 100)
004100     .
004110 2410-DECOMPOR-DATA-EXIT.
004120     EXIT.
004130
004140*----------------------------------------------------------------*
004150*                   Apurar a Quantidade de Dias do Mes CALC-MES
004160*                   do Ano CALC-ANO, Considerando Ano Bissexto
004170*----------------------------------------------------------------*
004180 2450-CALCULAR-DIAS-NO-MES.
004190
004200     EVALUATE CALC-MES
004210         WHEN 4
004220         WHEN 6
004230         WHEN 9
004240         WHEN 11
004250             MOVE 30                  TO DIAS-NO-MES
004260         WHEN 2
004270             MOVE 28                  TO DIAS-NO-MES
004280             DIVIDE CALC-ANO BY 4
004290                    GIVING CALC-QUOC
004300                    REMAINDER RESTO-4
004310             DIVIDE CALC-ANO BY 100
004320                    GIVING CALC-QUOC
004330                    REMAINDER RESTO-100
004340             DIVIDE CALC-ANO BY 400
004350                    GIVING CALC-QUOC
004360                    REMAINDER RESTO-400
004370             IF (RESTO-4 = ZERO AND RESTO-100 NOT = ZERO)
004380                OR RESTO-400 = ZERO
004390                MOVE 29               TO DIAS-NO-MES
004400             END-IF
004410         WHEN OTHER
004420             MOVE 31                  TO DIAS-NO-MES
004430     END-EVALUATE
004440     .
004450 2450-CALCULAR-DIAS-NO-MES-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------------*
004490*                   Formatar DATA-FORMATAR (AAAAMMDD) como
004500*                   DD/MM/AAAA
004510*----------------------------------------------------------------*
004520 2600-FORMATAR-DATA.
004530
004540     MOVE SPACES                     TO DATA-FORMATADA
004550     STRING DATA-FORMATAR (7:2) "/"
004560            DATA-FORMATAR (5:2) "/"
004570            DATA-FORMATAR (1:4)
004580            DELIMITED BY SIZE INTO DATA-FORMATADA
004590     .
004600 2600-FORMATAR-DATA-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------------*
004640*                   Procedimento de Saida da Classificacao:
004650*                   Imprime os Periodos por Centro de Custo
004660*----------------------------------------------------------------*
004670 2900-IMPRIMIR-ORDENADO.
004680
004690     SET NAO-FIM-CLASSIF             TO TRUE
004700     SET PRIMEIRO-CENTRO             TO TRUE
004710     PERFORM 2910-IMPRIMIR-RETORNO
004720         THRU 2910-IMPRIMIR-RETORNO-EXIT
004730         UNTIL FIM-CLASSIF
004740     IF NAO-PRIMEIRO-CENTRO
004750        PERFORM 2930-IMPRIMIR-SUBTOTAL
004760            THRU 2930-IMPRIMIR-SUBTOTAL-EXIT
004770     END-IF
004780     .
004790 2900-IMPRIMIR-ORDENADO-EXIT.
004800     EXIT.
004810
004820*----------------------------------------------------------------*
004830*                   Retornar um Registro Classificado e
004840*                   Imprimir a Linha do Periodo, Quebrando por
004850*                   Centro de Custo
004860*----------------------------------------------------------------*
004870 2910-IMPRIMIR-RETORNO.
004880
004890     RETURN CLASSIF
004900         AT END
004910             SET FIM-CLASSIF          TO TRUE
004920             GO TO 2910-IMPRIMIR-RETORNO-EXIT
004930     END-RETURN
004940     IF PRIMEIRO-CENTRO
004950        OR SD-CENTRO-CUSTO NOT = CENTRO-ANTERIOR
004960        IF NAO-PRIMEIRO-CENTRO
004970           PERFORM 2930-IMPRIMIR-SUBTOTAL
004980               THRU 2930-IMPRIMIR-SUBTOTAL-EXIT
004990        END-IF
005000        PERFORM 2920-IMPRIMIR-CENTRO
005010            THRU 2920-IMPRIMIR-CENTRO-EXIT
005020     END-IF
005030     MOVE SD-MATRICULA               TO FVND-MATRICULA
005040     MOVE SD-NOME                    TO FVND-NOME
005050     MOVE SD-AQUIS-INICIO            TO DATA-FORMATAR
005060     PERFORM 2600-FORMATAR-DATA THRU 2600-FORMATAR-DATA-EXIT
005070     MOVE DATA-FORMATADA             TO FVND-AQUIS-INICIO
005080     MOVE SD-AQUIS-FIM               TO DATA-FORMATAR
005090     PERFORM 2600-FORMATAR-DATA THRU 2600-FORMATAR-DATA-EXIT
005100     MOVE DATA-FORMATADA             TO FVND-AQUIS-FIM
005110     MOVE SD-CONCESSIVO-FIM          TO DATA-FORMATAR
005120     PERFORM 2600-FORMATAR-DATA THRU 2600-FORMATAR-DATA-EXIT
005130     MOVE DATA-FORMATADA             TO FVND-CONCESSIVO-FIM
005140     MOVE SD-SALDO                   TO FVND-SALDO
005150     MOVE SD-LIMITE-GOZO             TO DATA-FORMATAR
005160     PERFORM 2600-FORMATAR-DATA THRU 2600-FORMATAR-DATA-EXIT
005170     MOVE DATA-FORMATADA             TO FVND-LIMITE-GOZO
005180     MOVE SD-SITUACAO                TO FVND-SITUACAO
005190     WRITE LINHA-FERVREL             FROM FVN-DETALHE
005200     COMPUTE CONTLISTADOS = CONTLISTADOS + 1
005210     COMPUTE CENTRO-PERIODOS = CENTRO-PERIODOS + 1
005220     COMPUTE CENTRO-DIAS = CENTRO-DIAS + SD-SALDO
005230     IF SD-VENCIDO = "S"
005240        COMPUTE CONTVENCIDOS = CONTVENCIDOS + 1
005250        COMPUTE CENTRO-VENCIDOS = CENTRO-VENCIDOS + 1
005260     END-IF
005270     .
005280 2910-IMPRIMIR-RETORNO-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------------*
005320*                   Abrir um Novo Centro de Custo no Relatorio
005330*----------------------------------------------------------------*
005340 2920-IMPRIMIR-CENTRO.
005350
005360     SET NAO-PRIMEIRO-CENTRO         TO TRUE
005370     MOVE SD-CENTRO-CUSTO            TO CENTRO-ANTERIOR
005380     MOVE ZERO                       TO CENTRO-PERIODOS
005390     MOVE ZERO                       TO CENTRO-VENCIDOS
005400     MOVE ZERO                       TO CENTRO-DIAS
005410     MOVE SD-CENTRO-CUSTO            TO FVNC-CENTRO-CUSTO
005420     WRITE LINHA-FERVREL             FROM FVN-LINHA-BRANCO
005430     WRITE LINHA-FERVREL             FROM FVN-CENTRO
005440     WRITE LINHA-FERVREL             FROM FVN-LINHA-BRANCO
005450     .
005460 2920-IMPRIMIR-CENTRO-EXIT.
005470     EXIT.
005480
005490*----------------------------------------------------------------*
005500*                   Imprimir o Subtotal do Centro de Custo
005510*----------------------------------------------------------------*
005520 2930-IMPRIMIR-SUBTOTAL.
005530
005540     MOVE CENTRO-PERIODOS            TO FVNS-PERIODOS
005550     MOVE CENTRO-VENCIDOS            TO FVNS-VENCIDOS
005560     MOVE CENTRO-DIAS                TO FVNS-DIAS
005570     WRITE LINHA-FERVREL             FROM FVN-LINHA-BRANCO
005580     WRITE LINHA-FERVREL             FROM FVN-SUBTOTAL
005590     .
005600 2930-IMPRIMIR-SUBTOTAL-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------*
005640*                   Terminar o Programa
005650*----------------------------------------------------------------*
005660 3000-TERMINO.
005670
005680     MOVE CONTLIDOS                  TO ROD-FVN-LIDOS
005690     MOVE CONTLISTADOS               TO ROD-FVN-LISTADOS
005700     MOVE CONTVENCIDOS               TO ROD-FVN-VENCIDOS
005710     MOVE CONTSEMCAD                 TO ROD-FVN-SEM-CADASTRO
005720     WRITE LINHA-FERVREL             FROM FVN-LINHA-BRANCO
005730     WRITE LINHA-FERVREL             FROM FVN-RODAPE-1
005740     WRITE LINHA-FERVREL             FROM FVN-RODAPE-2
005750     WRITE LINHA-FERVREL             FROM FVN-RODAPE-3
005760     WRITE LINHA-FERVREL             FROM FVN-RODAPE-4
005770     MOVE ZERO                       TO RETURN-CODE
005780     IF CONTLIDOS = ZERO
005790        DISPLAY "RC 16 - NENHUM PERIODO LIDO NO FERCTL"
005800        MOVE 16                      TO RETURN-CODE
005810     ELSE
005820        IF CONTVENCIDOS > ZERO
005830           DISPLAY "RC 04 - PERIODOS COM CONCESSIVO VENCIDO: "
005840              CONTVENCIDOS
005850           MOVE 4                    TO RETURN-CODE
005860        END-IF
005870     END-IF
005880     IF RETURN-CODE = ZERO
005890        DISPLAY "*---------------------------------------*"
005900        DISPLAY "*          TERMINO NORMAL                *"
005910        DISPLAY "*---------------------------------------*"
005920     END-IF
005930     CLOSE FERCTL
005940     CLOSE FUNCMSTR
005950     CLOSE FERVREL
005960     .
