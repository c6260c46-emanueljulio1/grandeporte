000010*----------------------------------------------------------------*
000020* PROGRAMA: PENREL
000030* AUTHOR  : EMANUEL
000040* INSTAL. : DEPARTAMENTO DE FOLHA DE PAGAMENTO
000050* DATA    : 04.03.2024
000060*----------------------------------------------------------------*
000070* OBJETIVO: EMITIR O DEMONSTRATIVO DOS DESCONTOS DE PENSAO
000080*           ALIMENTICIA POR PROCESSO (DEMONST), A PARTIR DO
000090*           HISTORICO GRAVADO PELO CALCULO DE FOLHA E PELA
000100*           RESCISAO (PENHIST), PARA ATENDER OFICIO DO JUIZO
000110*           OU CONFERENCIA DO BENEFICIARIO. PARA CADA
000120*           PROCESSO SAEM O ALIMENTANTE, O BENEFICIARIO, A
000130*           BASE DA SENTENCA E A CONTA DE CREDITO, UMA LINHA
000140*           POR PAGAMENTO NO PERIODO (FOLHA NORMAL, 13O,
000150*           FERIAS OU RESCISAO) COM A BASE, O VALOR CALCULADO
000160*           E O VALOR EFETIVAMENTE DESCONTADO, E O TOTAL DO
000170*           PROCESSO.
000180*
000190*           PARM: 'AAAAMM AAAAMM [MATRICULA [PROCESSO]]' -
000200*           COMPETENCIAS DE PAGAMENTO INICIAL E FINAL E,
000210*           OPCIONALMENTE, A MATRICULA DO ALIMENTANTE E O
000220*           NUMERO DO PROCESSO PARA LIMITAR O DEMONSTRATIVO.
000230*           OS DADOS DO BENEFICIARIO E DA BASE VEM DO
000240*           CADASTRO (PENSAO); PENSAO JA EXCLUIDA DO CADASTRO
000250*           SAI COM OS DADOS GRAVADOS NO HISTORICO.
000260*----------------------------------------------------------------*
000270* HISTORICO DE ALTERACOES
000280*----------------------------------------------------------------*
000290* DATA       INIC.  DESCRICAO
000300* ---------- ------ -------------------------------------------
000310* 04.03.2024 EJ     VERSAO ORIGINAL.
000320*----------------------------------------------------------------*
000330
000340*----------------------------------------------------------------*
000350 IDENTIFICATION                      DIVISION.
000360*----------------------------------------------------------------*
000370 PROGRAM-ID.                         PENREL.
000380 AUTHOR.                             EMANUEL.
000390 INSTALLATION.                       DEPTO FOLHA DE PAGAMENTO.
000400 DATE-WRITTEN.                       04.03.2024.
000410 DATE-COMPILED.                      04.03.2024.
000420*----------------------------------------------------------------*
000430 ENVIRONMENT                         DIVISION.
000440*----------------------------------------------------------------*
000450 CONFIGURATION                       SECTION.
000460 SPECIAL-NAMES.
000470     DECIMAL-POINT IS COMMA.
000480*----------------------------------------------------------------*
000490 INPUT-OUTPUT                        SECTION.
000500*----------------------------------------------------------------*
000510 FILE-CONTROL.
000520     SELECT PENHIST                  ASSIGN TO "PENHIST"
000530                                      ORGANIZATION IS INDEXED
000540                                      ACCESS MODE IS DYNAMIC
000550                                      RECORD KEY IS
000560                                         PHI-CHAVE
000570                                      FILE STATUS IS
000580                                         PENHIST-STATUS.
000590     SELECT PENSAO                   ASSIGN TO "PENSAO"
000600                                      ORGANIZATION IS INDEXED
000610                                      ACCESS MODE IS RANDOM
000620                                      RECORD KEY IS
000630                                         PEN-CHAVE
000640                                      FILE STATUS IS
000650                                         PENSAO-STATUS.
000660     SELECT FUNCMSTR                 ASSIGN TO "FUNCMSTR"
000670                                      ORGANIZATION IS INDEXED
000680                                      ACCESS MODE IS RANDOM
000690                                      RECORD KEY IS
000700                                         FUNCMST-MATRICULA
000710                                      FILE STATUS IS
000720                                         FUNCMSTR-STATUS.
000730     SELECT DEMONST                  ASSIGN TO "DEMONST"
000740                                      ORGANIZATION IS
000750                                         LINE SEQUENTIAL
000760                                      FILE STATUS IS
000770                                         DEMONST-STATUS.
000780*----------------------------------------------------------------*
000790 DATA                                DIVISION.
000800*----------------------------------------------------------------*
000810 FILE                                SECTION.
000820 FD  PENHIST.
000830     COPY PENHIST.
000840 FD  PENSAO.
000850     COPY PENSAO.
000860 FD  FUNCMSTR.
000870     COPY FUNCMST.
000880 FD  DEMONST.
000890 01  LINHA-DEMONST                   PIC X(132).
000900*----------------------------------------------------------------*
000910 WORKING-STORAGE                     SECTION.
000920*----------------------------------------------------------------*
000930     COPY PENLAY.
000940
000950 77  PENHIST-STATUS                  PIC X(02).
000960 77  PENSAO-STATUS                   PIC X(02).
000970 77  FUNCMSTR-STATUS                 PIC X(02).
000980 77  DEMONST-STATUS                  PIC X(02).
000990 77  PARM-LINHA-COMANDO              PIC X(60).
001000 77  PARM-COMP-INICIO                PIC X(06).
001010 77  PARM-COMP-FIM                   PIC X(06).
001020 77  PARM-MATRICULA                  PIC X(06).
001030 77  PARM-PROCESSO                   PIC X(20).
001040 77  COMP-INICIO                     PIC 9(06).
001050 77  COMP-FIM                        PIC 9(06).
001060 77  MATRICULA-FILTRO                PIC 9(06).
001070 77  PROCESSO-FILTRO                 PIC X(20).
001080 77  MATRICULA-ANTERIOR              PIC 9(06).
001090 77  PROCESSO-ANTERIOR               PIC X(20).
001100 77  CONTPROCESSOS                   PIC 9(05) COMP.
001110 77  CONTPAGAMENTOS                  PIC 9(05) COMP.
001120 77  QTDE-PROCESSO                   PIC 9(03) COMP.
001130 77  CALCULADO-PROCESSO              PIC 9(09)V99.
001140 77  RETIDO-PROCESSO                 PIC 9(09)V99.
001150 77  CALCULADO-TOTAL                 PIC 9(12)V99.
001160 77  RETIDO-TOTAL                    PIC 9(12)V99.
001170 77  DATA-EXECUCAO                   PIC 9(08).
001180 77  DATA-EXECUCAO-FMT               PIC X(10).
001190 77  DATA-FORMATAR                   PIC 9(08).
001200 77  DATA-FORMATADA                  PIC X(10).
001210 77  COMP-FORMATAR                   PIC 9(06).
001220 77  COMP-FORMATADA                  PIC X(07).
001230
001240 01  SW-ERRO-NA-ABERTURA             PIC X(01).
001250     88  ERRO-NA-ABERTURA                        VALUE "S".
001260     88  SEM-ERRO-NA-ABERTURA                    VALUE "N".
001270
001280 01  SW-FIM-PENHIST                  PIC X(01).
001290     88  FIM-PENHIST                              VALUE "S".
001300     88  NAO-FIM-PENHIST                          VALUE "N".
001310
001320 01  SW-PROCESSO-ABERTO              PIC X(01).
001330     88  PROCESSO-ABERTO                          VALUE "S".
001340     88  NENHUM-PROCESSO-ABERTO                   VALUE "N".
001350*----------------------------------------------------------------*
001360 PROCEDURE                           DIVISION.
001370*----------------------------------------------------------------*
001380 0000-PRINCIPAL.
001390
001400     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
001410     IF SEM-ERRO-NA-ABERTURA
001420        PERFORM 2000-LISTAR-DESCONTO
001430            THRU 2000-LISTAR-DESCONTO-EXIT
001440            UNTIL FIM-PENHIST
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
001550     MOVE ZERO                       TO CONTPROCESSOS
001560     MOVE ZERO                       TO CONTPAGAMENTOS
001570     MOVE ZERO                       TO CALCULADO-TOTAL
001580     MOVE ZERO                       TO RETIDO-TOTAL
001590     SET NAO-FIM-PENHIST             TO TRUE
001600     SET NENHUM-PROCESSO-ABERTO      TO TRUE
001610     SET SEM-ERRO-NA-ABERTURA        TO TRUE
001620     ACCEPT DATA-EXECUCAO            FROM DATE YYYYMMDD
001630     STRING DATA-EXECUCAO (7:2) "/"
001640            DATA-EXECUCAO (5:2) "/"
001650            DATA-EXECUCAO (1:4)
001660            DELIMITED BY SIZE INTO DATA-EXECUCAO-FMT
001670     ACCEPT PARM-LINHA-COMANDO       FROM COMMAND-LINE
001680     MOVE SPACES                     TO PARM-COMP-INICIO
001690     MOVE SPACES                     TO PARM-COMP-FIM
001700     MOVE SPACES                     TO PARM-MATRICULA
001710     MOVE SPACES                     TO PARM-PROCESSO
001720     UNSTRING PARM-LINHA-COMANDO
001730         DELIMITED BY ALL " "
001740         INTO PARM-COMP-INICIO
001750              PARM-COMP-FIM
001760              PARM-MATRICULA
001770              PARM-PROCESSO
001780     IF PARM-COMP-INICIO NOT NUMERIC
001790        OR PARM-COMP-FIM NOT NUMERIC
001800        OR PARM-COMP-INICIO > PARM-COMP-FIM
001810        OR (PARM-MATRICULA NOT = SPACES
001820            AND PARM-MATRICULA NOT NUMERIC)
001830        DISPLAY "RC 20 - PARM INVALIDO - ESPERADO "
001840           "'AAAAMM AAAAMM [MATRICULA [PROCESSO]]'"
001850        MOVE 20                      TO RETURN-CODE
001860        SET ERRO-NA-ABERTURA         TO TRUE
001870        GO TO 1000-INICIALIZAR-EXIT
001880     END-IF
001890     MOVE PARM-COMP-INICIO           TO COMP-INICIO
001900     MOVE PARM-COMP-FIM              TO COMP-FIM
001910     MOVE ZERO                       TO MATRICULA-FILTRO
001920     IF PARM-MATRICULA NOT = SPACES
001930        MOVE PARM-MATRICULA          TO MATRICULA-FILTRO
001940     END-IF
001950     MOVE PARM-PROCESSO              TO PROCESSO-FILTRO
001960     OPEN INPUT PENHIST
001970     IF PENHIST-STATUS NOT = "00"
001980        DISPLAY "RC 24 - ERRO AO ABRIR PENHIST - FILE STATUS "
001990           PENHIST-STATUS
002000        MOVE 24                      TO RETURN-CODE
002010        SET ERRO-NA-ABERTURA         TO TRUE
002020        GO TO 1000-INICIALIZAR-EXIT
002030     END-IF
002040     OPEN INPUT PENSAO
002050     IF PENSAO-STATUS NOT = "00"
002060        DISPLAY "RC 24 - ERRO AO ABRIR PENSAO - FILE STATUS "
002070           PENSAO-STATUS
002080        MOVE 24                      TO RETURN-CODE
002090        SET ERRO-NA-ABERTURA         TO TRUE
002100        GO TO 1000-INICIALIZAR-EXIT
002110     END-IF
002120     OPEN INPUT FUNCMSTR
002130     IF FUNCMSTR-STATUS NOT = "00"
002140        DISPLAY "RC 24 - ERRO AO ABRIR FUNCMSTR - FILE STATUS "
002150           FUNCMSTR-STATUS
002160        MOVE 24                      TO RETURN-CODE
002170        SET ERRO-NA-ABERTURA         TO TRUE
002180        GO TO 1000-INICIALIZAR-EXIT
002190     END-IF
002200     OPEN OUTPUT DEMONST
002210     IF DEMONST-STATUS NOT = "00"
002220        DISPLAY "RC 24 - ERRO AO ABRIR DEMONST - FILE STATUS "
002230           DEMONST-STATUS
002240        MOVE 24                      TO RETURN-CODE
002250        SET ERRO-NA-ABERTURA         TO TRUE
002260        GO TO 1000-INICIALIZAR-EXIT
002270     END-IF
002280     MOVE DATA-EXECUCAO-FMT          TO PDM1-DATA
002290     MOVE COMP-INICIO                TO COMP-FORMATAR
002300     PERFORM 2610-FORMATAR-COMPETENCIA
002310         THRU 2610-FORMATAR-COMPETENCIA-EXIT
002320     MOVE COMP-FORMATADA             TO PDM2-INICIO
002330     MOVE COMP-FIM                   TO COMP-FORMATAR
002340     PERFORM 2610-FORMATAR-COMPETENCIA
002350         THRU 2610-FORMATAR-COMPETENCIA-EXIT
002360     MOVE COMP-FORMATADA             TO PDM2-FIM
002370     WRITE LINHA-DEMONST             FROM PDM-CABECALHO-1
002380     WRITE LINHA-DEMONST             FROM PDM-CABECALHO-2
002390     WRITE LINHA-DEMONST             FROM PDM-LINHA-BRANCO
002400     MOVE LOW-VALUES                 TO PHI-CHAVE
002410     MOVE MATRICULA-FILTRO           TO PHI-MATRICULA
002420     IF PROCESSO-FILTRO NOT = SPACES
002430        MOVE PROCESSO-FILTRO         TO PHI-PROCESSO
002440     END-IF
002450     START PENHIST KEY NOT LESS THAN PHI-CHAVE
002460         INVALID KEY
002470             SET FIM-PENHIST          TO TRUE
002480     END-START
002490     PERFORM 1500-LER-PENHIST THRU 1500-LER-PENHIST-EXIT
002500     .
002510 1000-INICIALIZAR-EXIT.
002520     EXIT.
002530
002540*----------------------------------------------------------------*
002550*                   Ler o Proximo Registro do Historico de
002560*                   Descontos, Encerrando a Leitura ao Passar
002570*                   da Matricula ou do Processo Pedidos no PARM
002580*----------------------------------------------------------------*
002590 1500-LER-PENHIST.
002600
002610     IF FIM-PENHIST
002620        GO TO 1500-LER-PENHIST-EXIT
002630     END-IF
002640     READ PENHIST NEXT
002650         AT END
002660             SET FIM-PENHIST          TO TRUE
002670             GO TO 1500-LER-PENHIST-EXIT
002680     END-READ
002690     IF MATRICULA-FILTRO NOT = ZERO
002700        AND PHI-MATRICULA NOT = MATRICULA-FILTRO
002710        SET FIM-PENHIST              TO TRUE
002720        GO TO 1500-LER-PENHIST-EXIT
002730     END-IF
002740     IF PROCESSO-FILTRO NOT = SPACES
002750        AND PHI-PROCESSO NOT = PROCESSO-FILTRO
002760        SET FIM-PENHIST              TO TRUE
002770     END-IF
002780     .
002790 1500-LER-PENHIST-EXIT.
002800     EXIT.
002810
002820*----------------------------------------------------------------*
002830*                   Listar um Desconto do Periodo, Abrindo um
002840*                   Novo Bloco na Troca de Matricula ou de
002850*                   Processo
002860*----------------------------------------------------------------*
002870 2000-LISTAR-DESCONTO.
002880
002890     IF PHI-COMP-PAGTO < COMP-INICIO
002900        OR PHI-COMP-PAGTO > COMP-FIM
002910        GO TO 2000-LISTAR-DESCONTO-LER
002920     END-IF
002930     IF NENHUM-PROCESSO-ABERTO
002940        OR PHI-MATRICULA NOT = MATRICULA-ANTERIOR
002950        OR PHI-PROCESSO NOT = PROCESSO-ANTERIOR
002960        IF PROCESSO-ABERTO
002970           PERFORM 2300-FECHAR-PROCESSO
002980               THRU 2300-FECHAR-PROCESSO-EXIT
002990        END-IF
003000        PERFORM 2100-ABRIR-PROCESSO
003010            THRU 2100-ABRIR-PROCESSO-EXIT
003020     END-IF
003030     MOVE PHI-COMP-PAGTO             TO COMP-FORMATAR
003040     PERFORM 2610-FORMATAR-COMPETENCIA
003050         THRU 2610-FORMATAR-COMPETENCIA-EXIT
003060     MOVE COMP-FORMATADA             TO PDMD-COMP-PAGTO
003070     EVALUATE TRUE
003080         WHEN PHI-FOLHA-NORMAL
003090             MOVE "FOLHA NORMAL"     TO PDMD-TIPO-FOLHA
003100         WHEN PHI-FOLHA-DECIMO
003110             MOVE "13O SALARIO"      TO PDMD-TIPO-FOLHA
003120         WHEN PHI-FOLHA-FERIAS
003130             MOVE "FERIAS"           TO PDMD-TIPO-FOLHA
003140         WHEN PHI-FOLHA-RESCISAO
003150             MOVE "RESCISAO"         TO PDMD-TIPO-FOLHA
003160         WHEN OTHER
003170             MOVE PHI-TIPO-FOLHA     TO PDMD-TIPO-FOLHA
003180     END-EVALUATE
003190     IF PHI-REFERENCIA = ZERO
003200        MOVE SPACES                  TO PDMD-REFERENCIA
003210     ELSE
003220        MOVE PHI-REFERENCIA          TO DATA-FORMATAR
003230        PERFORM 2600-FORMATAR-DATA THRU 2600-FORMATAR-DATA-EXIT
003240        MOVE DATA-FORMATADA          TO PDMD-REFERENCIA
003250     END-IF
003260     MOVE PHI-PERCENTUAL             TO PDMD-PERCENTUAL
003270     MOVE PHI-VALOR-BASE             TO PDMD-VALOR-BASE
003280     MOVE PHI-VALOR-CALCULADO        TO PDMD-VALOR-CALCULADO
003290     MOVE PHI-VALOR-RETIDO           TO PDMD-VALOR-RETIDO
003300     MOVE PHI-DATA-CALCULO           TO DATA-FORMATAR
003310     PERFORM 2600-FORMATAR-DATA THRU 2600-FORMATAR-DATA-EXIT
003320     MOVE DATA-FORMATADA             TO PDMD-DATA-CALCULO
003330     MOVE SPACES                     TO PDMD-CONTA
003340     STRING PHI-BANCO " " PHI-AGENCIA " " PHI-CONTA "-"
003350            PHI-CONTA-DV
003360            DELIMITED BY SIZE INTO PDMD-CONTA
003370     WRITE LINHA-DEMONST             FROM PDM-DETALHE
003380     COMPUTE QTDE-PROCESSO = QTDE-PROCESSO + 1
003390     COMPUTE CALCULADO-PROCESSO =
003400        CALCULADO-PROCESSO + PHI-VALOR-CALCULADO
003410     COMPUTE RETIDO-PROCESSO = RETIDO-PROCESSO + PHI-VALOR-RETIDO
003420     COMPUTE CONTPAGAMENTOS = CONTPAGAMENTOS + 1
003430     .
003440 2000-LISTAR-DESCONTO-LER.
003450
003460     PERFORM 1500-LER-PENHIST THRU 1500-LER-PENHIST-EXIT
003470     .
003480 2000-LISTAR-DESCONTO-EXIT.
003490     EXIT.
003500
003510*----------------------------------------------------------------*
003520*                   Abrir o Bloco de um Processo: Alimentante
003530*                   (FUNCMSTR), Beneficiario, Base e Conta
003540*                   (PENSAO, ou o Proprio Historico se a Pensao
003550*                   Ja Foi Excluida do Cadastro)
003560*----------------------------------------------------------------*
003570 2100-ABRIR-PROCESSO.
003580
003590     MOVE PHI-MATRICULA              TO MATRICULA-ANTERIOR
003600     MOVE PHI-PROCESSO               TO PROCESSO-ANTERIOR
003610     SET PROCESSO-ABERTO             TO TRUE
003620     MOVE ZERO                       TO QTDE-PROCESSO
003630     MOVE ZERO                       TO CALCULADO-PROCESSO
003640     MOVE ZERO                       TO RETIDO-PROCESSO
003650     COMPUTE CONTPROCESSOS = CONTPROCESSOS + 1
003660     MOVE SPACES                     TO PDM1-PROCESSO
003670     STRING PHI-PROCESSO (1:7)  "-"
003680            PHI-PROCESSO (8:2)  "."
003690            PHI-PROCESSO (10:4) "."
003700            PHI-PROCESSO (14:1) "."
003710            PHI-PROCESSO (15:2) "."
003720            PHI-PROCESSO (17:4)
003730            DELIMITED BY SIZE INTO PDM1-PROCESSO
003740     MOVE PHI-MATRICULA              TO PDM2-MATRICULA
003750     MOVE PHI-MATRICULA              TO FUNCMST-MATRICULA
003760     READ FUNCMSTR
003770         INVALID KEY
003780             MOVE "*** NAO CADASTRADO ***"
003790                  TO PDM2-NOME
003800             MOVE SPACES              TO PDM2-CPF
003810         NOT INVALID KEY
003820             MOVE FUNCMST-NOME        TO PDM2-NOME
003830             MOVE FUNCMST-CPF         TO PDM2-CPF
003840     END-READ
003850     MOVE PHI-MATRICULA              TO PEN-MATRICULA
003860     MOVE PHI-PROCESSO               TO PEN-PROCESSO
003870     READ PENSAO
003880         INVALID KEY
003890             MOVE PHI-BENEF-NOME      TO PEN-BENEF-NOME
003900             MOVE PHI-BENEF-CPF       TO PEN-BENEF-CPF
003910             MOVE PHI-BASE            TO PEN-BASE
003920             MOVE PHI-PERCENTUAL      TO PEN-PERCENTUAL
003930             MOVE ZERO                TO PEN-VALOR-FIXO
003940             IF PEN-BASE-FIXO
003950                MOVE PHI-VALOR-CALCULADO
003960                     TO PEN-VALOR-FIXO
003970             END-IF
003980             MOVE PHI-BANCO           TO PEN-BANCO
003990             MOVE PHI-AGENCIA         TO PEN-AGENCIA
004000             MOVE PHI-CONTA           TO PEN-CONTA
004010             MOVE PHI-CONTA-DV        TO PEN-CONTA-DV
004020     END-READ
004030     MOVE PEN-BENEF-NOME             TO PDM3-NOME
004040     MOVE PEN-BENEF-CPF              TO PDM3-CPF
004050     EVALUATE TRUE
004060         WHEN PEN-BASE-BRUTO
004070             MOVE "PERCENTUAL DO BRUTO"
004080                  TO PDM4-BASE
004090         WHEN PEN-BASE-LIQUIDO
004100             MOVE "PERCENTUAL DO LIQUIDO"
004110                  TO PDM4-BASE
004120         WHEN OTHER
004130             MOVE "VALOR FIXO MENSAL"
004140                  TO PDM4-BASE
004150     END-EVALUATE
004160     MOVE PEN-PERCENTUAL             TO PDM4-PERCENTUAL
004170     MOVE PEN-VALOR-FIXO             TO PDM4-VALOR-FIXO
004180     MOVE SPACES                     TO PDM4-CONTA
004190     STRING PEN-BANCO " " PEN-AGENCIA " " PEN-CONTA "-"
004200            PEN-CONTA-DV
004210            DELIMITED BY SIZE INTO PDM4-CONTA
004220     WRITE LINHA-DEMONST             FROM PDM-LINHA-SEPARADOR
004230     WRITE LINHA-DEMONST             FROM PDM-PROCESSO-1
004240     WRITE LINHA-DEMONST             FROM PDM-PROCESSO-2
004250     WRITE LINHA-DEMONST             FROM PDM-PROCESSO-3
004260     WRITE LINHA-DEMONST             FROM PDM-PROCESSO-4
004270     WRITE LINHA-DEMONST             FROM PDM-LINHA-BRANCO
004280     WRITE LINHA-DEMONST             FROM PDM-CABECALHO-3
004290     .
004300 2100-ABRIR-PROCESSO-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------------*
004340*                   Fechar o Bloco do Processo com o Total de
004350*                   Pagamentos, Valor Calculado e Descontado
004360*----------------------------------------------------------------*
004370 2300-FECHAR-PROCESSO.
004380
004390     MOVE QTDE-PROCESSO              TO PDMT-QTDE
004400     MOVE CALCULADO-PROCESSO         TO PDMT-VALOR-CALCULADO
004410     MOVE RETIDO-PROCESSO            TO PDMT-VALOR-RETIDO
004420     WRITE LINHA-DEMONST             FROM PDM-LINHA-BRANCO
004430     WRITE LINHA-DEMONST             FROM PDM-TOTAL-PROCESSO
004440     WRITE LINHA-DEMONST             FROM PDM-LINHA-BRANCO
004450     COMPUTE CALCULADO-TOTAL =
004460        CALCULADO-TOTAL + CALCULADO-PROCESSO
004470     COMPUTE RETIDO-TOTAL = RETIDO-TOTAL + RETIDO-PROCESSO
004480     SET NENHUM-PROCESSO-ABERTO      TO TRUE
004490     .
004500 2300-FECHAR-PROCESSO-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------------*
004540*                   Formatar uma Data AAAAMMDD como DD/MM/AAAA
004550*----------------------------------------------------------------*
004560 2600-FORMATAR-DATA.
004570
004580     MOVE SPACES                     TO DATA-FORMATADA
004590     STRING DATA-FORMATAR (7:2) "/"
004600            DATA-FORMATAR (5:2) "/"
004610            DATA-FORMATAR (1:4)
004620            DELIMITED BY SIZE INTO DATA-FORMATADA
004630     .
004640 2600-FORMATAR-DATA-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------------*
004680*                   Formatar uma Competencia AAAAMM como MM/AAAA
004690*----------------------------------------------------------------*
004700 2610-FORMATAR-COMPETENCIA.
004710
004720     MOVE SPACES                     TO COMP-FORMATADA
004730     STRING COMP-FORMATAR (5:2) "/"
004740            COMP-FORMATAR (1:4)
004750            DELIMITED BY SIZE INTO COMP-FORMATADA
004760     .
004770 2610-FORMATAR-COMPETENCIA-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------------*
004810*                   Terminar o Programa
004820*----------------------------------------------------------------*
004830 3000-TERMINO.
004840
004850     IF PROCESSO-ABERTO
004860        PERFORM 2300-FECHAR-PROCESSO
004870            THRU 2300-FECHAR-PROCESSO-EXIT
004880     END-IF
004890     MOVE CONTPROCESSOS              TO ROD-PDM-PROCESSOS
004900     MOVE CONTPAGAMENTOS             TO ROD-PDM-PAGAMENTOS
004910     MOVE CALCULADO-TOTAL            TO ROD-PDM-CALCULADO
004920     MOVE RETIDO-TOTAL               TO ROD-PDM-RETIDO
004930     WRITE LINHA-DEMONST             FROM PDM-LINHA-SEPARADOR
004940     WRITE LINHA-DEMONST             FROM PDM-RODAPE-1
004950     WRITE LINHA-DEMONST             FROM PDM-RODAPE-2
004960     WRITE LINHA-DEMONST             FROM PDM-RODAPE-3
004970     WRITE LINHA-DEMONST             FROM PDM-RODAPE-4
004980     MOVE ZERO                       TO RETURN-CODE
004990     IF CONTPROCESSOS = ZERO
005000        DISPLAY "RC 04 - NENHUM DESCONTO DE PENSAO NO PERIODO"
005010        MOVE 4                       TO RETURN-CODE
005020     END-IF
005030     IF RETURN-CODE = ZERO
005040        DISPLAY "*---------------------------------------*"
005050        DISPLAY "*          TERMINO NORMAL                *"
005060        DISPLAY "*---------------------------------------*"
005070     END-IF
005080     CLOSE PENHIST
005090     CLOSE PENSAO
005100     CLOSE FUNCMSTR
005110     CLOSE DEMONST
005120     .
