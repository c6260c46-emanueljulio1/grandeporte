000010*----------------------------------------------------------------*
000020* PROGRAMA: FUNCMOV
000030* AUTHOR  : EMANUEL
000040* INSTAL. : DEPARTAMENTO DE FOLHA DE PAGAMENTO
000050* DATA    : 11.03.2024
000060*----------------------------------------------------------------*
000070* OBJETIVO: EMITIR PARA O RH O RELATORIO DE MOVIMENTACOES
000080*           FUNCIONAIS (MOVREL) DE UM PERIODO, A PARTIR DO
000090*           HISTORICO FUNCIONAL (HISTFUN) MANTIDO PELO FUNCMNT:
000100*           UMA LINHA POR ADMISSAO/SITUACAO INICIAL, PROMOCAO,
000101*           RECLASSIFICACAO OU TRANSFERENCIA (DE CENTRO DE
000102*           CUSTO OU ENTRE EMPRESAS DO GRUPO) COM DATA DE
000103*           VIGENCIA NO PERIODO, COM A CLASSE, O CENTRO DE
000104*           CUSTO E A EMPRESA ANTERIORES E OS NOVOS E A DATA
000105*           EM QUE A MOVIMENTACAO FOI REGISTRADA, E OS TOTAIS
000140*           POR TIPO.
000150*           LISTADO POR MATRICULA E DATA DE VIGENCIA.
000160*
000170*           PARM: 'AAAAMMDD AAAAMMDD [TIPO]' - DATAS DE VIGENCIA
000180*           INICIAL E FINAL E, OPCIONALMENTE, O TIPO DE
000181*           MOVIMENTACAO ("A", "E", "P", "R" OU "T") A
000182*           LISTAR.
000200*----------------------------------------------------------------*
000210* HISTORICO DE ALTERACOES
000220*----------------------------------------------------------------*
000230* DATA       INIC.  DESCRICAO
000240* ---------- ------ -------------------------------------------
000250* 11.03.2024 EJ     VERSAO ORIGINAL.
000251* 08.04.2024 EJ     TRANSFERENCIA ENTRE EMPRESAS ("E"): NOVO
000252*                   TIPO NO FILTRO DO PARM, EMPRESA ANTERIOR E
000253*                   NOVA NO DETALHE E TOTAL PROPRIO NO RODAPE.
000260*----------------------------------------------------------------*
000270
000280*----------------------------------------------------------------*
000290 IDENTIFICATION                      DIVISION.
000300*----------------------------------------------------------------*
000310 PROGRAM-ID.                         FUNCMOV.
000320 AUTHOR.                             EMANUEL.
000330 INSTALLATION.                       DEPTO FOLHA DE PAGAMENTO.
000340 DATE-WRITTEN.                       11.03.2024.
000350 DATE-COMPILED.                      11.03.2024.
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
000460     SELECT HISTFUN                  ASSIGN TO "HISTFUN"
000470                                      ORGANIZATION IS INDEXED
000480                                      ACCESS MODE IS SEQUENTIAL
000490                                      RECORD KEY IS
000500                                         HFU-CHAVE
000510                                      FILE STATUS IS
000520                                         HISTFUN-STATUS.
000530     SELECT FUNCMSTR                 ASSIGN TO "FUNCMSTR"
000540                                      ORGANIZATION IS INDEXED
000550                                      ACCESS MODE IS RANDOM
000560                                      RECORD KEY IS
000570                                         FUNCMST-MATRICULA
000580                                      FILE STATUS IS
000590                                         FUNCMSTR-STATUS.
000600     SELECT MOVREL                   ASSIGN TO "MOVREL"
000610                                      ORGANIZATION IS
000620                                         LINE SEQUENTIAL
000630                                      FILE STATUS IS
000640                                         MOVREL-STATUS.
000650*----------------------------------------------------------------*
000660 DATA                                DIVISION.
000670*----------------------------------------------------------------*
000680 FILE                                SECTION.
000690 FD  HISTFUN.
000700     COPY HISTFUN.
000710 FD  FUNCMSTR.
000720     COPY FUNCMST.
000730 FD  MOVREL.
000740 01  LINHA-MOVREL                    PIC X(132).
000750*----------------------------------------------------------------*
000760 WORKING-STORAGE                     SECTION.
000770*----------------------------------------------------------------*
000780     COPY MOVLAY.
000790
000800 77  HISTFUN-STATUS                  PIC X(02).
000810 77  FUNCMSTR-STATUS                 PIC X(02).
000820 77  MOVREL-STATUS                   PIC X(02).
000830 77  PARM-LINHA-COMANDO              PIC X(40).
000840 77  PARM-DATA-INICIO                PIC X(08).
000850 77  PARM-DATA-FIM                   PIC X(08).
000860 77  PARM-TIPO                       PIC X(08).
000870 77  DATA-INICIO                     PIC 9(08).
000880 77  DATA-FIM                        PIC 9(08).
000890 77  TIPO-FILTRO                     PIC X(01).
000900 77  MATRICULA-ANTERIOR              PIC 9(06).
000910 77  NOME-ANTERIOR                   PIC X(30).
000920 77  CONTMOV                         PIC 9(05) COMP.
000930 77  CONTADM                         PIC 9(05) COMP.
000940 77  CONTPROM                        PIC 9(05) COMP.
000950 77  CONTRECL                        PIC 9(05) COMP.
000960 77  CONTTRAN                        PIC 9(05) COMP.
000961 77  CONTTREMP                       PIC 9(05) COMP.
000970 77  DATA-EXECUCAO                   PIC 9(08).
000980 77  DATA-EXECUCAO-FMT               PIC X(10).
000990 77  DATA-FORMATAR                   PIC 9(08).
001000 77  DATA-FORMATADA                  PIC X(10).
001010
001020 01  SW-ERRO-NA-ABERTURA             PIC X(01).
001030     88  ERRO-NA-ABERTURA                        VALUE "S".
001040     88  SEM-ERRO-NA-ABERTURA                    VALUE "N".
001050
001060 01  SW-FIM-HISTFUN                  PIC X(01).
001070     88  FIM-HISTFUN                              VALUE "S".
001080     88  NAO-FIM-HISTFUN                          VALUE "N".
001090*----------------------------------------------------------------*
001100 PROCEDURE                           DIVISION.
001110*----------------------------------------------------------------*
001120 0000-PRINCIPAL.
001130
001140     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
001150     IF SEM-ERRO-NA-ABERTURA
001160        PERFORM 2000-LISTAR-MOVIMENTO
001170            THRU 2000-LISTAR-MOVIMENTO-EXIT
001180            UNTIL FIM-HISTFUN
001190        PERFORM 3000-TERMINO
001200     END-IF
001210     STOP RUN
001220     .
001230
001240*----------------------------------------------------------------*
001250*                   Inicializar o Programa
001260*----------------------------------------------------------------*
001270 1000-INICIALIZAR.
001280
001290     MOVE ZERO                       TO CONTMOV
001300     MOVE ZERO                       TO CONTADM
001310     MOVE ZERO                       TO CONTPROM
001320     MOVE ZERO                       TO CONTRECL
001330     MOVE ZERO                       TO CONTTRAN
001331     MOVE ZERO                       TO CONTTREMP
001340     MOVE ZERO                       TO MATRICULA-ANTERIOR
001350     MOVE SPACES                     TO NOME-ANTERIOR
001360     SET NAO-FIM-HISTFUN             TO TRUE
001370     SET SEM-ERRO-NA-ABERTURA        TO TRUE
001380     ACCEPT DATA-EXECUCAO            FROM DATE YYYYMMDD
001390     STRING DATA-EXECUCAO (7:2) "/"
001400            DATA-EXECUCAO (5:2) "/"
001410            DATA-EXECUCAO (1:4)
001420            DELIMITED BY SIZE INTO DATA-EXECUCAO-FMT
001430     ACCEPT PARM-LINHA-COMANDO       FROM COMMAND-LINE
001440     MOVE SPACES                     TO PARM-DATA-INICIO
001450     MOVE SPACES                     TO PARM-DATA-FIM
001460     MOVE SPACES                     TO PARM-TIPO
001470     UNSTRING PARM-LINHA-COMANDO
001480         DELIMITED BY ALL " "
001490         INTO PARM-DATA-INICIO
001500              PARM-DATA-FIM
001510              PARM-TIPO
001520     IF PARM-DATA-INICIO NOT NUMERIC
001530        OR PARM-DATA-FIM NOT NUMERIC
001540        OR PARM-DATA-INICIO > PARM-DATA-FIM
001550        OR (PARM-TIPO NOT = SPACES
001560            AND PARM-TIPO NOT = "A"
001561            AND PARM-TIPO NOT = "E"
001570            AND PARM-TIPO NOT = "P"
001580            AND PARM-TIPO NOT = "R"
001590            AND PARM-TIPO NOT = "T")
001600        DISPLAY "RC 20 - PARM INVALIDO - ESPERADO "
001601           "'AAAAMMDD AAAAMMDD [A/E/P/R/T]'"
001620        MOVE 20                      TO RETURN-CODE
001630        SET ERRO-NA-ABERTURA         TO TRUE
001640        GO TO 1000-INICIALIZAR-EXIT
001650     END-IF
001660     MOVE PARM-DATA-INICIO           TO DATA-INICIO
001670     MOVE PARM-DATA-FIM              TO DATA-FIM
001680     MOVE PARM-TIPO                  TO TIPO-FILTRO
001690     OPEN INPUT HISTFUN
001700     IF HISTFUN-STATUS NOT = "00"
001710        DISPLAY "RC 24 - ERRO AO ABRIR HISTFUN - FILE STATUS "
001720           HISTFUN-STATUS
001730        MOVE 24                      TO RETURN-CODE
001740        SET ERRO-NA-ABERTURA         TO TRUE
001750        GO TO 1000-INICIALIZAR-EXIT
001760     END-IF
001770     OPEN INPUT FUNCMSTR
001780     IF FUNCMSTR-STATUS NOT = "00"
001790        DISPLAY "RC 24 - ERRO AO ABRIR FUNCMSTR - FILE STATUS "
001800           FUNCMSTR-STATUS
001810        MOVE 24                      TO RETURN-CODE
001820        SET ERRO-NA-ABERTURA         TO TRUE
001830        GO TO 1000-INICIALIZAR-EXIT
001840     END-IF
001850     OPEN OUTPUT MOVREL
001860     IF MOVREL-STATUS NOT = "00"
001870        DISPLAY "RC 24 - ERRO AO ABRIR MOVREL - FILE STATUS "
001880           MOVREL-STATUS
001890        MOVE 24                      TO RETURN-CODE
001900        SET ERRO-NA-ABERTURA         TO TRUE
001910        GO TO 1000-INICIALIZAR-EXIT
001920     END-IF
001930     MOVE DATA-EXECUCAO-FMT          TO MOV1-DATA
001940     MOVE DATA-INICIO                TO DATA-FORMATAR
001950     PERFORM 2600-FORMATAR-DATA THRU 2600-FORMATAR-DATA-EXIT
001960     MOVE DATA-FORMATADA             TO MOV2-INICIO
001970     MOVE DATA-FIM                   TO DATA-FORMATAR
001980     PERFORM 2600-FORMATAR-DATA THRU 2600-FORMATAR-DATA-EXIT
001990     MOVE DATA-FORMATADA             TO MOV2-FIM
002000     IF TIPO-FILTRO = SPACES
002010        MOVE "TODAS"                 TO MOV2-TIPO
002020     ELSE
002030        MOVE TIPO-FILTRO             TO HFU-TIPO-MOVIMENTO
002040        PERFORM 2610-DESCREVER-TIPO
002050            THRU 2610-DESCREVER-TIPO-EXIT
002060        MOVE MOVD-TIPO               TO MOV2-TIPO
002070     END-IF
002080     WRITE LINHA-MOVREL              FROM MOV-CABECALHO-1
002090     WRITE LINHA-MOVREL              FROM MOV-CABECALHO-2
002100     WRITE LINHA-MOVREL              FROM MOV-LINHA-BRANCO
002110     WRITE LINHA-MOVREL              FROM MOV-CABECALHO-3
002120     WRITE LINHA-MOVREL              FROM MOV-LINHA-SEPARADOR
002130     PERFORM 1500-LER-HISTFUN THRU 1500-LER-HISTFUN-EXIT
002140     .
002150 1000-INICIALIZAR-EXIT.
002160     EXIT.
002170
002180*----------------------------------------------------------------*
002190*                   Ler o Proximo Registro do Historico
002200*                   Funcional
002210*----------------------------------------------------------------*
002220 1500-LER-HISTFUN.
002230
002240     READ HISTFUN NEXT
002250         AT END
002260             SET FIM-HISTFUN          TO TRUE
002270     END-READ
002280     .
002290 1500-LER-HISTFUN-EXIT.
002300     EXIT.
002310
002320*----------------------------------------------------------------*
002330*                   Listar uma Movimentacao com Vigencia no
002340*                   Periodo (e do Tipo Pedido no PARM)
002350*----------------------------------------------------------------*
002360 2000-LISTAR-MOVIMENTO.
002370
002380     IF HFU-DATA-VIGENCIA < DATA-INICIO
002390        OR HFU-DATA-VIGENCIA > DATA-FIM
002400        GO TO 2000-LISTAR-MOVIMENTO-LER
002410     END-IF
002420     IF TIPO-FILTRO NOT = SPACES
002430        AND HFU-TIPO-MOVIMENTO NOT = TIPO-FILTRO
002440        GO TO 2000-LISTAR-MOVIMENTO-LER
002450     END-IF
002460     IF HFU-MATRICULA NOT = MATRICULA-ANTERIOR
002470        PERFORM 2100-LOCALIZAR-FUNCIONARIO
002480            THRU 2100-LOCALIZAR-FUNCIONARIO-EXIT
002490     END-IF
002500     MOVE HFU-MATRICULA              TO MOVD-MATRICULA
002510     MOVE NOME-ANTERIOR              TO MOVD-NOME
002520     PERFORM 2610-DESCREVER-TIPO THRU 2610-DESCREVER-TIPO-EXIT
002530     MOVE HFU-DATA-VIGENCIA          TO DATA-FORMATAR
002540     PERFORM 2600-FORMATAR-DATA THRU 2600-FORMATAR-DATA-EXIT
002550     MOVE DATA-FORMATADA             TO MOVD-VIGENCIA
002560     MOVE HFU-CLASSE-ANTERIOR        TO MOVD-CLASSE-ANTERIOR
002570     IF HFU-CLASSE = SPACES
002580        MOVE HFU-CLASSE-ANTERIOR     TO MOVD-CLASSE
002590     ELSE
002600        MOVE HFU-CLASSE              TO MOVD-CLASSE
002610     END-IF
002620     MOVE HFU-CC-ANTERIOR            TO MOVD-CC-ANTERIOR
002630     IF HFU-CENTRO-CUSTO = SPACES
002640        MOVE HFU-CC-ANTERIOR         TO MOVD-CENTRO-CUSTO
002650     ELSE
002660        MOVE HFU-CENTRO-CUSTO        TO MOVD-CENTRO-CUSTO
002670     END-IF
002680     MOVE HFU-DATA-INCLUSAO          TO DATA-FORMATAR
002690     PERFORM 2600-FORMATAR-DATA THRU 2600-FORMATAR-DATA-EXIT
002700     MOVE DATA-FORMATADA             TO MOVD-INCLUSAO
002701     IF HFU-EMPRESA-ANTERIOR NUMERIC
002702        AND HFU-EMPRESA-ANTERIOR NOT = ZERO
002703        MOVE HFU-EMPRESA-ANTERIOR    TO MOVD-EMPRESA-ANTERIOR
002704        MOVE HFU-EMPRESA-ANTERIOR    TO MOVD-EMPRESA
002705     ELSE
002706        MOVE SPACES                  TO MOVD-EMPRESA-ANTERIOR
002707        MOVE SPACES                  TO MOVD-EMPRESA
002708     END-IF
002709     IF HFU-EMPRESA NUMERIC
002710        AND HFU-EMPRESA NOT = ZERO
002711        MOVE HFU-EMPRESA             TO MOVD-EMPRESA
002712     END-IF
002713     WRITE LINHA-MOVREL              FROM MOV-DETALHE
002720     COMPUTE CONTMOV = CONTMOV + 1
002730     EVALUATE TRUE
002740         WHEN HFU-ADMISSAO
002750             COMPUTE CONTADM = CONTADM + 1
002760         WHEN HFU-PROMOCAO
002770             COMPUTE CONTPROM = CONTPROM + 1
002780         WHEN HFU-RECLASSIFICACAO
002790             COMPUTE CONTRECL = CONTRECL + 1
002800         WHEN HFU-TRANSFERENCIA
002810             COMPUTE CONTTRAN = CONTTRAN + 1
002811         WHEN HFU-TRANSF-EMPRESA
002812             COMPUTE CONTTREMP = CONTTREMP + 1
002820     END-EVALUATE
002830     .
002840 2000-LISTAR-MOVIMENTO-LER.
002850
002860     PERFORM 1500-LER-HISTFUN THRU 1500-LER-HISTFUN-EXIT
002870     .
002880 2000-LISTAR-MOVIMENTO-EXIT.
002890     EXIT.
002900
002910*----------------------------------------------------------------*
002920*                   Obter o Nome do Funcionario no Cadastro
002930*                   Mestre na Troca de Matricula
002940*----------------------------------------------------------------*
002950 2100-LOCALIZAR-FUNCIONARIO.
002960
002970     MOVE HFU-MATRICULA              TO MATRICULA-ANTERIOR
002980     MOVE HFU-MATRICULA              TO FUNCMST-MATRICULA
002990     READ FUNCMSTR
003000         INVALID KEY
003010             MOVE "*** NAO CADASTRADO ***"
003020                  TO NOME-ANTERIOR
003030         NOT INVALID KEY
003040             MOVE FUNCMST-NOME        TO NOME-ANTERIOR
003050     END-READ
003060     .
003070 2100-LOCALIZAR-FUNCIONARIO-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------------*
003110*                   Formatar uma Data AAAAMMDD como DD/MM/AAAA
003120*----------------------------------------------------------------*
003130 2600-FORMATAR-DATA.
003140
003150     MOVE SPACES                     TO DATA-FORMATADA
003160     STRING DATA-FORMATAR (7:2) "/"
003170            DATA-FORMATAR (5:2) "/"
003180            DATA-FORMATAR (1:4)
003190            DELIMITED BY SIZE INTO DATA-FORMATADA
003200     .
003210 2600-FORMATAR-DATA-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------------*
003250*                   Descrever o Tipo de Movimentacao
003260*----------------------------------------------------------------*
003270 2610-DESCREVER-TIPO.
003280
003290     EVALUATE TRUE
003300         WHEN HFU-ADMISSAO
003310             MOVE "ADMISSAO/INICIAL" TO MOVD-TIPO
003320         WHEN HFU-PROMOCAO
003330             MOVE "PROMOCAO"         TO MOVD-TIPO
003340         WHEN HFU-RECLASSIFICACAO
003350             MOVE "RECLASSIFICACAO"  TO MOVD-TIPO
003360         WHEN HFU-TRANSFERENCIA
003370             MOVE "TRANSFERENCIA"    TO MOVD-TIPO
003371         WHEN HFU-TRANSF-EMPRESA
003372             MOVE "TRANSF. EMPRESA"  TO MOVD-TIPO
003380         WHEN OTHER
003390             MOVE HFU-TIPO-MOVIMENTO TO MOVD-TIPO
003400     END-EVALUATE
003410     .
003420 2610-DESCREVER-TIPO-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------------*
003460*                   Terminar o Programa
003470*----------------------------------------------------------------*
003480 3000-TERMINO.
003490
003500     MOVE CONTMOV                    TO ROD-MOV-TOTAL
003510     MOVE CONTADM                    TO ROD-MOV-ADMISSOES
003520     MOVE CONTPROM                   TO ROD-MOV-PROMOCOES
003530     MOVE CONTRECL                   TO ROD-MOV-RECLASSIFICACOES
003540     MOVE CONTTRAN                   TO ROD-MOV-TRANSFERENCIAS
003541     MOVE CONTTREMP                  TO ROD-MOV-TRANSF-EMPRESA
003550     WRITE LINHA-MOVREL              FROM MOV-LINHA-SEPARADOR
003560     WRITE LINHA-MOVREL              FROM MOV-RODAPE-1
003570     WRITE LINHA-MOVREL              FROM MOV-RODAPE-2
003580     WRITE LINHA-MOVREL              FROM MOV-RODAPE-3
003590     WRITE LINHA-MOVREL              FROM MOV-RODAPE-4
003600     WRITE LINHA-MOVREL              FROM MOV-RODAPE-5
003601     WRITE LINHA-MOVREL              FROM MOV-RODAPE-6
003610     MOVE ZERO                       TO RETURN-CODE
003620     IF CONTMOV = ZERO
003630        DISPLAY "RC 04 - NENHUMA MOVIMENTACAO NO PERIODO"
003640        MOVE 4                       TO RETURN-CODE
003650     END-IF
003660     IF RETURN-CODE = ZERO
003670        DISPLAY "*---------------------------------------*"
003680        DISPLAY "*          TERMINO NORMAL                *"
003690        DISPLAY "*---------------------------------------*"
003700     END-IF
003710     CLOSE HISTFUN
003720     CLOSE FUNCMSTR
003730     CLOSE MOVREL
003740     .
