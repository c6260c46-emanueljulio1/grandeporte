000010*----------------------------------------------------------------*
000020* PROGRAMA: LEGMNT
000030* AUTHOR  : EMANUEL
000040* INSTAL. : DEPARTAMENTO DE FOLHA DE PAGAMENTO
000050* DATA    : 05.02.2024
000060*----------------------------------------------------------------*
000070* OBJETIVO: MANUTENCAO BATCH DA TABELA LEGAL DE DESCONTOS
000080*           (TABLEG, INDEXADA PELA COMPETENCIA DE INICIO DA
000090*           VIGENCIA) A PARTIR DE UM ARQUIVO DE TRANSACOES DE
000100*           INCLUSAO, ALTERACAO E EXCLUSAO (LEGTRAN), NO MESMO
000110*           PADRAO DO CALMNT - USADO A CADA REAJUSTE LEGAL DAS
000120*           FAIXAS DO INSS E DO IRRF, DA DEDUCAO POR DEPENDENTE
000130*           E DA COTA E DO TETO DO SALARIO-FAMILIA, QUE DEIXAM
000140*           DE SER CONSTANTES DOS PROGRAMAS DE CALCULO.
000150*
000160*           A TABELA E LIDA PELO EXEMPLO01 E PELO FOLHARSC NA
000170*           INICIALIZACAO: VALE O REGISTRO DE MAIOR INICIO DE
000180*           VIGENCIA NAO POSTERIOR A COMPETENCIA CALCULADA.
000190*
000200*           TRANSACOES INVALIDAS (VALOR NAO NUMERICO, CAMPO EM
000210*           BRANCO NA INCLUSAO, FAIXAS FORA DE ORDEM CRESCENTE)
000220*           SAO LISTADAS NO RELATORIO DE EXCECOES (EXCECOES) E
000230*           NAO SAO APLICADAS. TODA VIGENCIA TOCADA SAI NO
000240*           RELATORIO DE AUDITORIA (AUDITOR) COM A IMAGEM ANTES
000250*           E DEPOIS, UMA LINHA POR FAIXA E POR PARAMETRO.
000260*----------------------------------------------------------------*
000270* HISTORICO DE ALTERACOES
000280*----------------------------------------------------------------*
000290* DATA       INIC.  DESCRICAO
000300* ---------- ------ -------------------------------------------
000310* 05.02.2024 EJ     VERSAO ORIGINAL.
000320*----------------------------------------------------------------*
000330
000340*----------------------------------------------------------------*
000350 IDENTIFICATION                      DIVISION.
000360*----------------------------------------------------------------*
000370 PROGRAM-ID.                         LEGMNT.
000380 AUTHOR.                             EMANUEL.
000390 INSTALLATION.                       DEPTO FOLHA DE PAGAMENTO.
000400 DATE-WRITTEN.                       05.02.2024.
000410 DATE-COMPILED.                      05.02.2024.
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
000520     SELECT TABLEG                   ASSIGN TO "TABLEG"
000530                                      ORGANIZATION IS INDEXED
000540                                      ACCESS MODE IS RANDOM
000550                                      RECORD KEY IS
000560                                         LEG-COMP-INICIO
000570                                      FILE STATUS IS
000580                                         TABLEG-STATUS.
000590     SELECT LEGTRAN                  ASSIGN TO "LEGTRAN"
000600                                      ORGANIZATION IS
000610                                         LINE SEQUENTIAL
000620                                      FILE STATUS IS
000630                                         LEGTRAN-STATUS.
000640     SELECT AUDITOR                  ASSIGN TO "AUDITOR"
000650                                      ORGANIZATION IS
000660                                         LINE SEQUENTIAL
000670                                      FILE STATUS IS
000680                                         AUDITOR-STATUS.
000690     SELECT EXCECOES                 ASSIGN TO "EXCECOES"
000700                                      ORGANIZATION IS
000710                                         LINE SEQUENTIAL
000720                                      FILE STATUS IS
000730                                         EXCECOES-STATUS.
000740*----------------------------------------------------------------*
000750 DATA                                DIVISION.
000760*----------------------------------------------------------------*
000770 FILE                                SECTION.
000780 FD  TABLEG.
000790     COPY TABLEG.
000800 FD  LEGTRAN.
000810     COPY LEGTRN.
000820 FD  AUDITOR.
000830 01  LINHA-AUDITOR                   PIC X(132).
000840 FD  EXCECOES.
000850 01  LINHA-EXCECOES                  PIC X(132).
000860*----------------------------------------------------------------*
000870 WORKING-STORAGE                     SECTION.
000880*----------------------------------------------------------------*
000890     COPY LEGAUD.
000900
000910 77  TABLEG-STATUS                   PIC X(02).
000920 77  LEGTRAN-STATUS                  PIC X(02).
000930 77  AUDITOR-STATUS                  PIC X(02).
000940 77  EXCECOES-STATUS                 PIC X(02).
000950 77  CONTLIDAS                       PIC 9(05) COMP.
000960 77  CONTINCL                        PIC 9(05) COMP.
000970 77  CONTALT                         PIC 9(05) COMP.
000980 77  CONTEXCL                        PIC 9(05) COMP.
000990 77  CONTREJ                         PIC 9(05) COMP.
001000 77  DATA-EXECUCAO                   PIC 9(08).
001010 77  DATA-EXECUCAO-FMT               PIC X(10).
001020 77  DESCR-TRANSACAO                 PIC X(05).
001030 77  FAIXA-SUB                       PIC 9(02) COMP.
001040 77  QTD-CAMPOS-BRANCO               PIC 9(02) COMP.
001050
001060 01  SW-ERRO-NA-ABERTURA             PIC X(01).
001070     88  ERRO-NA-ABERTURA                        VALUE "S".
001080     88  SEM-ERRO-NA-ABERTURA                    VALUE "N".
001090
001100 01  SW-FIM-LEGTRAN                  PIC X(01).
001110     88  FIM-LEGTRAN                              VALUE "S".
001120     88  NAO-FIM-LEGTRAN                          VALUE "N".
001130
001140 01  SW-VIGENCIA-ACHADA              PIC X(01).
001150     88  VIGENCIA-ACHADA                         VALUE "S".
001160     88  VIGENCIA-NAO-ACHADA                     VALUE "N".
001170
001180 01  SW-TRANSACAO-VALIDA             PIC X(01).
001190     88  TRANSACAO-VALIDA                        VALUE "S".
001200     88  TRANSACAO-INVALIDA                      VALUE "N".
001210*----------------------------------------------------------------*
001220 PROCEDURE                           DIVISION.
001230*----------------------------------------------------------------*
001240 0000-PRINCIPAL.
001250
001260     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
001270     IF SEM-ERRO-NA-ABERTURA
001280        PERFORM 2000-PROCESSAR-TRANSACAO
001290            THRU 2000-PROCESSAR-TRANSACAO-EXIT
001300            UNTIL FIM-LEGTRAN
001310        PERFORM 3000-TERMINO
001320     END-IF
001330     STOP RUN
001340     .
001350
001360*----------------------------------------------------------------*
001370*                   Inicializar o Programa
001380*----------------------------------------------------------------*
001390 1000-INICIALIZAR.
001400
001410     MOVE ZERO                       TO CONTLIDAS
001420     MOVE ZERO                       TO CONTINCL
001430     MOVE ZERO                       TO CONTALT
001440     MOVE ZERO                       TO CONTEXCL
001450     MOVE ZERO                       TO CONTREJ
001460     SET NAO-FIM-LEGTRAN             TO TRUE
001470     SET SEM-ERRO-NA-ABERTURA        TO TRUE
001480     ACCEPT DATA-EXECUCAO            FROM DATE YYYYMMDD
001490     STRING DATA-EXECUCAO (7:2) "/"
001500            DATA-EXECUCAO (5:2) "/"
001510            DATA-EXECUCAO (1:4)
001520            DELIMITED BY SIZE INTO DATA-EXECUCAO-FMT
001530     OPEN I-O TABLEG
001540     IF TABLEG-STATUS NOT = "00"
001550        DISPLAY "RC 24 - ERRO AO ABRIR TABLEG - FILE STATUS "
001560           TABLEG-STATUS
001570        MOVE 24                      TO RETURN-CODE
001580        SET ERRO-NA-ABERTURA         TO TRUE
001590        GO TO 1000-INICIALIZAR-EXIT
001600     END-IF
001610     OPEN INPUT LEGTRAN
001620     IF LEGTRAN-STATUS NOT = "00"
001630        DISPLAY "RC 24 - ERRO AO ABRIR LEGTRAN - FILE STATUS "
001640           LEGTRAN-STATUS
001650        MOVE 24                      TO RETURN-CODE
001660        SET ERRO-NA-ABERTURA         TO TRUE
001670        GO TO 1000-INICIALIZAR-EXIT
001680     END-IF
001690     OPEN OUTPUT AUDITOR
001700     IF AUDITOR-STATUS NOT = "00"
001710        DISPLAY "RC 24 - ERRO AO ABRIR AUDITOR - FILE STATUS "
001720           AUDITOR-STATUS
001730        MOVE 24                      TO RETURN-CODE
001740        SET ERRO-NA-ABERTURA         TO TRUE
001750        GO TO 1000-INICIALIZAR-EXIT
001760     END-IF
001770     OPEN OUTPUT EXCECOES
001780     IF EXCECOES-STATUS NOT = "00"
001790        DISPLAY "RC 24 - ERRO AO ABRIR EXCECOES - FILE STATUS "
001800           EXCECOES-STATUS
001810        MOVE 24                      TO RETURN-CODE
001820        SET ERRO-NA-ABERTURA         TO TRUE
001830        GO TO 1000-INICIALIZAR-EXIT
001840     END-IF
001850     MOVE DATA-EXECUCAO-FMT          TO LAU1-DATA
001860     WRITE LINHA-AUDITOR             FROM LAU-CABECALHO-1
001870     WRITE LINHA-AUDITOR             FROM LAU-LINHA-BRANCO
001880     WRITE LINHA-AUDITOR             FROM LAU-CABECALHO-2
001890     WRITE LINHA-AUDITOR             FROM LAU-LINHA-BRANCO
001900     MOVE DATA-EXECUCAO-FMT          TO LEX1-DATA
001910     WRITE LINHA-EXCECOES            FROM LEX-CABECALHO-1
001920     WRITE LINHA-EXCECOES            FROM LEX-LINHA-BRANCO
001930     WRITE LINHA-EXCECOES            FROM LEX-CABECALHO-2
001940     WRITE LINHA-EXCECOES            FROM LEX-LINHA-BRANCO
001950     PERFORM 1500-LER-LEGTRAN THRU 1500-LER-LEGTRAN-EXIT
001960     .
001970 1000-INICIALIZAR-EXIT.
001980     EXIT.
001990
002000*----------------------------------------------------------------*
002010*                   Ler um Registro do Arquivo de Transacoes
002020*----------------------------------------------------------------*
002030 1500-LER-LEGTRAN.
002040
002050     READ LEGTRAN
002060         AT END
002070             SET FIM-LEGTRAN          TO TRUE
002080         NOT AT END
002090             COMPUTE CONTLIDAS = CONTLIDAS + 1
002100     END-READ
002110     .
002120 1500-LER-LEGTRAN-EXIT.
002130     EXIT.
002140
002150*----------------------------------------------------------------*
002160*                   Processar uma Transacao de Manutencao,
002170*                   Despachando Conforme o Tipo Informado
002180*----------------------------------------------------------------*
002190 2000-PROCESSAR-TRANSACAO.
002200
002210     IF LTRN-COMP-INICIO NOT NUMERIC
002220        OR LTRN-COMP-INICIO (5:2) < "01"
002230        OR LTRN-COMP-INICIO (5:2) > "12"
002240        MOVE "?????"                 TO DESCR-TRANSACAO
002250        MOVE "VIGENCIA INVALIDA NA TRANSACAO (AAAAMM)"
002260             TO LEXD-MOTIVO
002270        PERFORM 2700-IMPRIMIR-EXCECAO
002280            THRU 2700-IMPRIMIR-EXCECAO-EXIT
002290        PERFORM 1500-LER-LEGTRAN THRU 1500-LER-LEGTRAN-EXIT
002300        GO TO 2000-PROCESSAR-TRANSACAO-EXIT
002310     END-IF
002320     EVALUATE TRUE
002330         WHEN LTRN-INCLUSAO
002340             MOVE "INCL."            TO DESCR-TRANSACAO
002350             PERFORM 2100-INCLUIR-VIGENCIA
002360                 THRU 2100-INCLUIR-VIGENCIA-EXIT
002370         WHEN LTRN-ALTERACAO
002380             MOVE "ALTER"            TO DESCR-TRANSACAO
002390             PERFORM 2200-ALTERAR-VIGENCIA
002400                 THRU 2200-ALTERAR-VIGENCIA-EXIT
002410         WHEN LTRN-EXCLUSAO
002420             MOVE "EXCL."            TO DESCR-TRANSACAO
002430             PERFORM 2300-EXCLUIR-VIGENCIA
002440                 THRU 2300-EXCLUIR-VIGENCIA-EXIT
002450         WHEN OTHER
002460             MOVE "?????"            TO DESCR-TRANSACAO
002470             MOVE "TIPO DE TRANSACAO DESCONHECIDO"
002480                  TO LEXD-MOTIVO
002490             PERFORM 2700-IMPRIMIR-EXCECAO
002500                 THRU 2700-IMPRIMIR-EXCECAO-EXIT
002510     END-EVALUATE
002520     PERFORM 1500-LER-LEGTRAN THRU 1500-LER-LEGTRAN-EXIT
002530     .
002540 2000-PROCESSAR-TRANSACAO-EXIT.
002550     EXIT.
002560
002570*----------------------------------------------------------------*
002580*                   Incluir uma Vigencia na Tabela Legal,
002590*                   Rejeitando Vigencia Ja Cadastrada, Campo em
002600*                   Branco ou Faixas Fora de Ordem
002610*----------------------------------------------------------------*
002620 2100-INCLUIR-VIGENCIA.
002630
002640     PERFORM 2050-LOCALIZAR-VIGENCIA
002650         THRU 2050-LOCALIZAR-VIGENCIA-EXIT
002660     IF VIGENCIA-ACHADA
002670        MOVE "INCLUSAO DE VIGENCIA JA CADASTRADA"
002680             TO LEXD-MOTIVO
002690        PERFORM 2700-IMPRIMIR-EXCECAO
002700            THRU 2700-IMPRIMIR-EXCECAO-EXIT
002710        GO TO 2100-INCLUIR-VIGENCIA-EXIT
002720     END-IF
002730     PERFORM 2400-VALIDAR-VALORES
002740         THRU 2400-VALIDAR-VALORES-EXIT
002750     IF TRANSACAO-INVALIDA
002760        PERFORM 2700-IMPRIMIR-EXCECAO
002770            THRU 2700-IMPRIMIR-EXCECAO-EXIT
002780        GO TO 2100-INCLUIR-VIGENCIA-EXIT
002790     END-IF
002800     IF QTD-CAMPOS-BRANCO > ZERO
002810        MOVE "INCLUSAO COM FAIXA OU VALOR EM BRANCO"
002820             TO LEXD-MOTIVO
002830        PERFORM 2700-IMPRIMIR-EXCECAO
002840            THRU 2700-IMPRIMIR-EXCECAO-EXIT
002850        GO TO 2100-INCLUIR-VIGENCIA-EXIT
002860     END-IF
002870     MOVE SPACES                     TO TABLEG-REGISTRO
002880     MOVE LTRN-COMP-INICIO           TO LEG-COMP-INICIO
002890     PERFORM 2450-APLICAR-VALORES
002900         THRU 2450-APLICAR-VALORES-EXIT
002910     PERFORM 2480-CONFERIR-FAIXAS
002920         THRU 2480-CONFERIR-FAIXAS-EXIT
002930     IF TRANSACAO-INVALIDA
002940        PERFORM 2700-IMPRIMIR-EXCECAO
002950            THRU 2700-IMPRIMIR-EXCECAO-EXIT
002960        GO TO 2100-INCLUIR-VIGENCIA-EXIT
002970     END-IF
002980     MOVE "ANTES"                    TO LAUD-IMAGEM
002990     MOVE SPACES                     TO LAUD-TABELA
003000     MOVE ZERO                       TO LAUD-FAIXA
003010     MOVE "*** INEXISTENTE ***"      TO LAUD-VALORES-TEXTO
003020     PERFORM 2600-IMPRIMIR-AUDITORIA
003030         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
003040     WRITE TABLEG-REGISTRO
003050         INVALID KEY
003060             MOVE "ERRO DE GRAVACAO NO TABLEG"
003070                  TO LEXD-MOTIVO
003080             PERFORM 2700-IMPRIMIR-EXCECAO
003090                 THRU 2700-IMPRIMIR-EXCECAO-EXIT
003100             GO TO 2100-INCLUIR-VIGENCIA-EXIT
003110     END-WRITE
003120     COMPUTE CONTINCL = CONTINCL + 1
003130     MOVE "DEPOIS"                   TO LAUD-IMAGEM
003140     PERFORM 2500-IMPRIMIR-IMAGEM-ATUAL
003150         THRU 2500-IMPRIMIR-IMAGEM-ATUAL-EXIT
003160     .
003170 2100-INCLUIR-VIGENCIA-EXIT.
003180     EXIT.
003190
003200*----------------------------------------------------------------*
003210*                   Alterar uma Vigencia da Tabela Legal,
003220*                   Mantendo os Campos Nao Informados
003230*----------------------------------------------------------------*
003240 2200-ALTERAR-VIGENCIA.
003250
003260     PERFORM 2050-LOCALIZAR-VIGENCIA
003270         THRU 2050-LOCALIZAR-VIGENCIA-EXIT
003280     IF VIGENCIA-NAO-ACHADA
003290        MOVE "ALTERACAO DE VIGENCIA NAO CADASTRADA"
003300             TO LEXD-MOTIVO
003310        PERFORM 2700-IMPRIMIR-EXCECAO
003320            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003330        GO TO 2200-ALTERAR-VIGENCIA-EXIT
003340     END-IF
003350     PERFORM 2400-VALIDAR-VALORES
003360         THRU 2400-VALIDAR-VALORES-EXIT
003370     IF TRANSACAO-INVALIDA
003380        PERFORM 2700-IMPRIMIR-EXCECAO
003390            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003400        GO TO 2200-ALTERAR-VIGENCIA-EXIT
003410     END-IF
003420     MOVE "ANTES"                    TO LAUD-IMAGEM
003430     PERFORM 2500-IMPRIMIR-IMAGEM-ATUAL
003440         THRU 2500-IMPRIMIR-IMAGEM-ATUAL-EXIT
003450     PERFORM 2450-APLICAR-VALORES
003460         THRU 2450-APLICAR-VALORES-EXIT
003470     PERFORM 2480-CONFERIR-FAIXAS
003480         THRU 2480-CONFERIR-FAIXAS-EXIT
003490     IF TRANSACAO-INVALIDA
003500        PERFORM 2700-IMPRIMIR-EXCECAO
003510            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003520        GO TO 2200-ALTERAR-VIGENCIA-EXIT
003530     END-IF
003540     REWRITE TABLEG-REGISTRO
003550         INVALID KEY
003560             MOVE "ERRO DE REGRAVACAO NO TABLEG"
003570                  TO LEXD-MOTIVO
003580             PERFORM 2700-IMPRIMIR-EXCECAO
003590                 THRU 2700-IMPRIMIR-EXCECAO-EXIT
003600             GO TO 2200-ALTERAR-VIGENCIA-EXIT
003610     END-REWRITE
003620     COMPUTE CONTALT = CONTALT + 1
003630     MOVE "DEPOIS"                   TO LAUD-IMAGEM
003640     PERFORM 2500-IMPRIMIR-IMAGEM-ATUAL
003650         THRU 2500-IMPRIMIR-IMAGEM-ATUAL-EXIT
003660     .
003670 2200-ALTERAR-VIGENCIA-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------------*
003710*                   Excluir uma Vigencia da Tabela Legal
003720*----------------------------------------------------------------*
003730 2300-EXCLUIR-VIGENCIA.
003740
003750     PERFORM 2050-LOCALIZAR-VIGENCIA
003760         THRU 2050-LOCALIZAR-VIGENCIA-EXIT
003770     IF VIGENCIA-NAO-ACHADA
003780        MOVE "EXCLUSAO DE VIGENCIA NAO CADASTRADA"
003790             TO LEXD-MOTIVO
003800        PERFORM 2700-IMPRIMIR-EXCECAO
003810            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003820        GO TO 2300-EXCLUIR-VIGENCIA-EXIT
003830     END-IF
003840     MOVE "ANTES"                    TO LAUD-IMAGEM
003850     PERFORM 2500-IMPRIMIR-IMAGEM-ATUAL
003860         THRU 2500-IMPRIMIR-IMAGEM-ATUAL-EXIT
003870     DELETE TABLEG
003880         INVALID KEY
003890             MOVE "ERRO DE EXCLUSAO NO TABLEG"
003900                  TO LEXD-MOTIVO
003910             PERFORM 2700-IMPRIMIR-EXCECAO
003920                 THRU 2700-IMPRIMIR-EXCECAO-EXIT
003930             GO TO 2300-EXCLUIR-VIGENCIA-EXIT
003940     END-DELETE
003950     COMPUTE CONTEXCL = CONTEXCL + 1
003960     MOVE "DEPOIS"                   TO LAUD-IMAGEM
003970     MOVE SPACES                     TO LAUD-TABELA
003980     MOVE ZERO                       TO LAUD-FAIXA
003990     MOVE "*** EXCLUIDO ***"         TO LAUD-VALORES-TEXTO
004000     PERFORM 2600-IMPRIMIR-AUDITORIA
004010         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
004020     .
004030 2300-EXCLUIR-VIGENCIA-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------------*
004070*                   Localizar a Vigencia da Transacao na
004080*                   Tabela Legal
004090*----------------------------------------------------------------*
004100 2050-LOCALIZAR-VIGENCIA.
004110
004120     MOVE LTRN-COMP-INICIO           TO LEG-COMP-INICIO
004130     READ TABLEG
004140         INVALID KEY
004150             SET VIGENCIA-NAO-ACHADA  TO TRUE
004160             GO TO 2050-LOCALIZAR-VIGENCIA-EXIT
004170     END-READ
004180     SET VIGENCIA-ACHADA             TO TRUE
004190     .
004200 2050-LOCALIZAR-VIGENCIA-EXIT.
004210     EXIT.
004220
004230*----------------------------------------------------------------*
004240*                   Validar os Valores Informados na Transacao:
004250*                   Campo Preenchido Deve Ser Numerico; Conta os
004260*                   Campos em Branco (Obrigatorios na Inclusao)
004270*----------------------------------------------------------------*
004280 2400-VALIDAR-VALORES.
004290
004300     SET TRANSACAO-VALIDA            TO TRUE
004310     MOVE ZERO                       TO QTD-CAMPOS-BRANCO
004320     PERFORM 2410-VALIDAR-FAIXA-INSS
004330         THRU 2410-VALIDAR-FAIXA-INSS-EXIT
004340         VARYING FAIXA-SUB FROM 1 BY 1
004350         UNTIL FAIXA-SUB > 4
004360     PERFORM 2420-VALIDAR-FAIXA-IRRF
004370         THRU 2420-VALIDAR-FAIXA-IRRF-EXIT
004380         VARYING FAIXA-SUB FROM 1 BY 1
004390         UNTIL FAIXA-SUB > 5
004400     IF LTRN-DEDUCAO-DEPENDENTE-X = SPACES
004410        COMPUTE QTD-CAMPOS-BRANCO = QTD-CAMPOS-BRANCO + 1
004420     ELSE
004430        IF LTRN-DEDUCAO-DEPENDENTE NOT NUMERIC
004440           SET TRANSACAO-INVALIDA    TO TRUE
004450        END-IF
004460     END-IF
004470     IF LTRN-COTA-SALFAM-X = SPACES
004480        COMPUTE QTD-CAMPOS-BRANCO = QTD-CAMPOS-BRANCO + 1
004490     ELSE
004500        IF LTRN-COTA-SALFAM NOT NUMERIC
004510           SET TRANSACAO-INVALIDA    TO TRUE
004520        END-IF
004530     END-IF
004540     IF LTRN-TETO-SALFAM-X = SPACES
004550        COMPUTE QTD-CAMPOS-BRANCO = QTD-CAMPOS-BRANCO + 1
004560     ELSE
004570        IF LTRN-TETO-SALFAM NOT NUMERIC
004580           SET TRANSACAO-INVALIDA    TO TRUE
004590        END-IF
004600     END-IF
004610     IF TRANSACAO-INVALIDA
004620        MOVE "VALOR NAO NUMERICO NA TRANSACAO"
004630             TO LEXD-MOTIVO
004640     END-IF
004650     .
004660 2400-VALIDAR-VALORES-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------------*
004700*                   Validar o Limite e a Aliquota de uma Faixa
004710*                   de INSS da Transacao
004720*----------------------------------------------------------------*
004730 2410-VALIDAR-FAIXA-INSS.
004740
004750     IF LTRN-INSS-LIMITE-X (FAIXA-SUB) = SPACES
004760        COMPUTE QTD-CAMPOS-BRANCO = QTD-CAMPOS-BRANCO + 1
004770     ELSE
004780        IF LTRN-INSS-LIMITE (FAIXA-SUB) NOT NUMERIC
004790           SET TRANSACAO-INVALIDA    TO TRUE
004800        END-IF
004810     END-IF
004820     IF LTRN-INSS-ALIQUOTA-X (FAIXA-SUB) = SPACES
004830        COMPUTE QTD-CAMPOS-BRANCO = QTD-CAMPOS-BRANCO + 1
004840     ELSE
004850        IF LTRN-INSS-ALIQUOTA (FAIXA-SUB) NOT NUMERIC
004860           SET TRANSACAO-INVALIDA    TO TRUE
004870        END-IF
004880     END-IF
004890     .
004900 2410-VALIDAR-FAIXA-INSS-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------------*
004940*                   Validar o Limite, a Aliquota e a Parcela a
004950*                   Deduzir de uma Faixa de IRRF da Transacao
004960*----------------------------------------------------------------*
004970 2420-VALIDAR-FAIXA-IRRF.
004980
004990     IF LTRN-IRRF-LIMITE-X (FAIXA-SUB) = SPACES
005000        COMPUTE QTD-CAMPOS-BRANCO = QTD-CAMPOS-BRANCO + 1
005010     ELSE
005020        IF LTRN-IRRF-LIMITE (FAIXA-SUB) NOT NUMERIC
005030           SET TRANSACAO-INVALIDA    TO TRUE
005040        END-IF
005050     END-IF
005060     IF LTRN-IRRF-ALIQUOTA-X (FAIXA-SUB) = SPACES
005070        COMPUTE QTD-CAMPOS-BRANCO = QTD-CAMPOS-BRANCO + 1
005080     ELSE
005090        IF LTRN-IRRF-ALIQUOTA (FAIXA-SUB) NOT NUMERIC
005100           SET TRANSACAO-INVALIDA    TO TRUE
005110        END-IF
005120     END-IF
005130     IF LTRN-IRRF-PARCELA-X (FAIXA-SUB) = SPACES
005140        COMPUTE QTD-CAMPOS-BRANCO = QTD-CAMPOS-BRANCO + 1
005150     ELSE
005160        IF LTRN-IRRF-PARCELA (FAIXA-SUB) NOT NUMERIC
005170           SET TRANSACAO-INVALIDA    TO TRUE
005180        END-IF
005190     END-IF
005200     .
005210 2420-VALIDAR-FAIXA-IRRF-EXIT.
005220     EXIT.
005230
005240*----------------------------------------------------------------*
005250*                   Aplicar no Registro da Tabela os Valores
005260*                   Preenchidos na Transacao (Campo em Branco
005270*                   Mantem o Valor Cadastrado)
005280*----------------------------------------------------------------*
005290 2450-APLICAR-VALORES.
005300
005310     PERFORM 2460-APLICAR-FAIXA-INSS
005320         THRU 2460-APLICAR-FAIXA-INSS-EXIT
005330         VARYING FAIXA-SUB FROM 1 BY 1
005340         UNTIL FAIXA-SUB > 4
005350     PERFORM 2470-APLICAR-FAIXA-IRRF
005360         THRU 2470-APLICAR-FAIXA-IRRF-EXIT
005370         VARYING FAIXA-SUB FROM 1 BY 1
005380         UNTIL FAIXA-SUB > 5
005390     IF LTRN-DEDUCAO-DEPENDENTE-X NOT = SPACES
005400        MOVE LTRN-DEDUCAO-DEPENDENTE TO LEG-DEDUCAO-DEPENDENTE
005410     END-IF
005420     IF LTRN-COTA-SALFAM-X NOT = SPACES
005430        MOVE LTRN-COTA-SALFAM        TO LEG-COTA-SALFAM
005440     END-IF
005450     IF LTRN-TETO-SALFAM-X NOT = SPACES
005460        MOVE LTRN-TETO-SALFAM        TO LEG-TETO-SALFAM
005470     END-IF
005480     MOVE DATA-EXECUCAO              TO LEG-DATA-ATUALIZACAO
005490     .
005500 2450-APLICAR-VALORES-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------------*
005540*                   Aplicar uma Faixa de INSS da Transacao
005550*----------------------------------------------------------------*
005560 2460-APLICAR-FAIXA-INSS.
005570
005580     IF LTRN-INSS-LIMITE-X (FAIXA-SUB) NOT = SPACES
005590        MOVE LTRN-INSS-LIMITE (FAIXA-SUB)
005600             TO LEG-INSS-LIMITE (FAIXA-SUB)
005610     END-IF
005620     IF LTRN-INSS-ALIQUOTA-X (FAIXA-SUB) NOT = SPACES
005630        MOVE LTRN-INSS-ALIQUOTA (FAIXA-SUB)
005640             TO LEG-INSS-ALIQUOTA (FAIXA-SUB)
005650     END-IF
005660     .
005670 2460-APLICAR-FAIXA-INSS-EXIT.
005680     EXIT.
005690
005700*----------------------------------------------------------------*
005710*                   Aplicar uma Faixa de IRRF da Transacao
005720*----------------------------------------------------------------*
005730 2470-APLICAR-FAIXA-IRRF.
005740
005750     IF LTRN-IRRF-LIMITE-X (FAIXA-SUB) NOT = SPACES
005760        MOVE LTRN-IRRF-LIMITE (FAIXA-SUB)
005770             TO LEG-IRRF-LIMITE (FAIXA-SUB)
005780     END-IF
005790     IF LTRN-IRRF-ALIQUOTA-X (FAIXA-SUB) NOT = SPACES
005800        MOVE LTRN-IRRF-ALIQUOTA (FAIXA-SUB)
005810             TO LEG-IRRF-ALIQUOTA (FAIXA-SUB)
005820     END-IF
005830     IF LTRN-IRRF-PARCELA-X (FAIXA-SUB) NOT = SPACES
005840        MOVE LTRN-IRRF-PARCELA (FAIXA-SUB)
005850             TO LEG-IRRF-PARCELA (FAIXA-SUB)
005860     END-IF
005870     .
005880 2470-APLICAR-FAIXA-IRRF-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------------*
005920*                   Conferir a Tabela Resultante: Primeira Faixa
005930*                   com Limite e Limites em Ordem Crescente, Para
005940*                   que a Pesquisa das Faixas no Calculo Nao
005950*                   Pule Nenhuma
005960*----------------------------------------------------------------*
005970 2480-CONFERIR-FAIXAS.
005980
005990     SET TRANSACAO-VALIDA            TO TRUE
006000     IF LEG-INSS-LIMITE (1) = ZERO
006010        OR LEG-IRRF-LIMITE (1) = ZERO
006020        SET TRANSACAO-INVALIDA       TO TRUE
006030     END-IF
006040     PERFORM 2485-CONFERIR-FAIXA-INSS
006050         THRU 2485-CONFERIR-FAIXA-INSS-EXIT
006060         VARYING FAIXA-SUB FROM 2 BY 1
006070         UNTIL FAIXA-SUB > 4
006080     PERFORM 2490-CONFERIR-FAIXA-IRRF
006090         THRU 2490-CONFERIR-FAIXA-IRRF-EXIT
006100         VARYING FAIXA-SUB FROM 2 BY 1
006110         UNTIL FAIXA-SUB > 5
006120     IF TRANSACAO-INVALIDA
006130        MOVE "LIMITES DAS FAIXAS FORA DE ORDEM"
006140             TO LEXD-MOTIVO
006150     END-IF
006160     .
006170 2480-CONFERIR-FAIXAS-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------------*
006210*                   Conferir o Limite de uma Faixa de INSS
006220*                   Contra o da Faixa Anterior
006230*----------------------------------------------------------------*
006240 2485-CONFERIR-FAIXA-INSS.
006250
006260     IF LEG-INSS-LIMITE (FAIXA-SUB) NOT >
006270        LEG-INSS-LIMITE (FAIXA-SUB - 1)
006280        SET TRANSACAO-INVALIDA       TO TRUE
006290     END-IF
006300     .
006310 2485-CONFERIR-FAIXA-INSS-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------------*
006350*                   Conferir o Limite de uma Faixa de IRRF
006360*                   Contra o da Faixa Anterior
006370*----------------------------------------------------------------*
006380 2490-CONFERIR-FAIXA-IRRF.
006390
006400     IF LEG-IRRF-LIMITE (FAIXA-SUB) NOT >
006410        LEG-IRRF-LIMITE (FAIXA-SUB - 1)
006420        SET TRANSACAO-INVALIDA       TO TRUE
006430     END-IF
006440     .
006450 2490-CONFERIR-FAIXA-IRRF-EXIT.
006460     EXIT.
006470
006480*----------------------------------------------------------------*
006490*                   Imprimir a Imagem Atual do Registro do
006500*                   TABLEG no Relatorio de Auditoria: Faixas de
006510*                   INSS e IRRF, Deducao por Dependente e
006520*                   Salario-Familia (Cota e Teto)
006530*----------------------------------------------------------------*
006540 2500-IMPRIMIR-IMAGEM-ATUAL.
006550
006560     MOVE "INSS"                     TO LAUD-TABELA
006570     PERFORM 2510-IMPRIMIR-FAIXA-INSS
006580         THRU 2510-IMPRIMIR-FAIXA-INSS-EXIT
006590         VARYING FAIXA-SUB FROM 1 BY 1
006600         UNTIL FAIXA-SUB > 4
006610     MOVE "IRRF"                     TO LAUD-TABELA
006620     PERFORM 2520-IMPRIMIR-FAIXA-IRRF
006630         THRU 2520-IMPRIMIR-FAIXA-IRRF-EXIT
006640         VARYING FAIXA-SUB FROM 1 BY 1
006650         UNTIL FAIXA-SUB > 5
006660     MOVE "DEPEND"                   TO LAUD-TABELA
006670     MOVE ZERO                       TO LAUD-FAIXA
006680     MOVE SPACES                     TO LAUD-VALORES-TEXTO
006690     MOVE LEG-DEDUCAO-DEPENDENTE     TO LAUD-VALOR
006700     MOVE ZERO                       TO LAUD-ALIQUOTA
006710     MOVE ZERO                       TO LAUD-DEDUZIR
006720     PERFORM 2600-IMPRIMIR-AUDITORIA
006730         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
006740     MOVE "SALFAM"                   TO LAUD-TABELA
006750     MOVE SPACES                     TO LAUD-VALORES-TEXTO
006760     MOVE LEG-COTA-SALFAM            TO LAUD-VALOR
006770     MOVE ZERO                       TO LAUD-ALIQUOTA
006780     MOVE LEG-TETO-SALFAM            TO LAUD-DEDUZIR
006790     PERFORM 2600-IMPRIMIR-AUDITORIA
006800         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
006810     .
006820 2500-IMPRIMIR-IMAGEM-ATUAL-EXIT.
006830     EXIT.
006840
006850*----------------------------------------------------------------*
006860*                   Imprimir uma Faixa de INSS da Imagem Atual
006870*----------------------------------------------------------------*
006880 2510-IMPRIMIR-FAIXA-INSS.
006890
006900     MOVE FAIXA-SUB                  TO LAUD-FAIXA
006910     MOVE SPACES                     TO LAUD-VALORES-TEXTO
006920     MOVE LEG-INSS-LIMITE (FAIXA-SUB)
006930                                     TO LAUD-VALOR
006940     MOVE LEG-INSS-ALIQUOTA (FAIXA-SUB)
006950                                     TO LAUD-ALIQUOTA
006960     MOVE ZERO                       TO LAUD-DEDUZIR
006970     PERFORM 2600-IMPRIMIR-AUDITORIA
006980         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
006990     .
007000 2510-IMPRIMIR-FAIXA-INSS-EXIT.
007010     EXIT.
007020
007030*----------------------------------------------------------------*
007040*                   Imprimir uma Faixa de IRRF da Imagem Atual
007050*----------------------------------------------------------------*
007060 2520-IMPRIMIR-FAIXA-IRRF.
007070
007080     MOVE FAIXA-SUB                  TO LAUD-FAIXA
007090     MOVE SPACES                     TO LAUD-VALORES-TEXTO
007100     MOVE LEG-IRRF-LIMITE (FAIXA-SUB)
007110                                     TO LAUD-VALOR
007120     MOVE LEG-IRRF-ALIQUOTA (FAIXA-SUB)
007130                                     TO LAUD-ALIQUOTA
007140     MOVE LEG-IRRF-PARCELA (FAIXA-SUB)
007150                                     TO LAUD-DEDUZIR
007160     PERFORM 2600-IMPRIMIR-AUDITORIA
007170         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
007180     .
007190 2520-IMPRIMIR-FAIXA-IRRF-EXIT.
007200     EXIT.
007210
007220*----------------------------------------------------------------*
007230*                   Imprimir uma Linha no Relatorio de Auditoria
007240*----------------------------------------------------------------*
007250 2600-IMPRIMIR-AUDITORIA.
007260
007270     MOVE DESCR-TRANSACAO            TO LAUD-TRANSACAO
007280     MOVE LTRN-COMP-INICIO           TO LAUD-VIGENCIA
007290     WRITE LINHA-AUDITOR             FROM LAU-DETALHE
007300     .
007310 2600-IMPRIMIR-AUDITORIA-EXIT.
007320     EXIT.
007330
007340*----------------------------------------------------------------*
007350*                   Imprimir uma Linha no Relatorio de Excecoes
007360*                   e Contabilizar a Rejeicao
007370*----------------------------------------------------------------*
007380 2700-IMPRIMIR-EXCECAO.
007390
007400     MOVE DESCR-TRANSACAO            TO LEXD-TRANSACAO
007410     MOVE LTRN-COMP-INICIO           TO LEXD-VIGENCIA
007420     WRITE LINHA-EXCECOES            FROM LEX-DETALHE
007430     COMPUTE CONTREJ = CONTREJ + 1
007440     .
007450 2700-IMPRIMIR-EXCECAO-EXIT.
007460     EXIT.
007470
007480*----------------------------------------------------------------*
007490*                   Terminar o Programa
007500*----------------------------------------------------------------*
007510 3000-TERMINO.
007520
007530     MOVE CONTLIDAS                  TO ROD-LAU-LIDAS
007540     MOVE CONTINCL                   TO ROD-LAU-INCLUIDAS
007550     MOVE CONTALT                    TO ROD-LAU-ALTERADAS
007560     MOVE CONTEXCL                   TO ROD-LAU-EXCLUIDAS
007570     MOVE CONTREJ                    TO ROD-LAU-REJEITADAS
007580     WRITE LINHA-AUDITOR             FROM LAU-LINHA-BRANCO
007590     WRITE LINHA-AUDITOR             FROM LAU-RODAPE-1
007600     WRITE LINHA-AUDITOR             FROM LAU-RODAPE-2
007610     WRITE LINHA-AUDITOR             FROM LAU-RODAPE-3
007620     WRITE LINHA-AUDITOR             FROM LAU-RODAPE-4
007630     WRITE LINHA-AUDITOR             FROM LAU-RODAPE-5
007640     MOVE CONTREJ                    TO ROD-LEX-REJEITADAS
007650     WRITE LINHA-EXCECOES            FROM LEX-LINHA-BRANCO
007660     WRITE LINHA-EXCECOES            FROM LEX-RODAPE-1
007670     MOVE ZERO                       TO RETURN-CODE
007680     IF CONTLIDAS = ZERO
007690        DISPLAY "RC 16 - NENHUMA TRANSACAO LIDA NO LEGTRAN"
007700        MOVE 16                      TO RETURN-CODE
007710     ELSE
007720        IF CONTREJ > ZERO
007730           DISPLAY "RC 04 - TRANSACOES REJEITADAS: " CONTREJ
007740           MOVE 4                    TO RETURN-CODE
007750        END-IF
007760     END-IF
007770     IF RETURN-CODE = ZERO
007780        DISPLAY "*---------------------------------------*"
007790        DISPLAY "*          TERMINO NORMAL                *"
007800        DISPLAY "*---------------------------------------*"
007810     END-IF
007820     CLOSE TABLEG
007830     CLOSE LEGTRAN
007840     CLOSE AUDITOR
007850     CLOSE EXCECOES
007860     .
