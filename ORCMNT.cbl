000010*----------------------------------------------------------------*
000020* PROGRAMA: ORCMNT
000030* AUTHOR  : EMANUEL
000040* INSTAL. : DEPARTAMENTO DE FOLHA DE PAGAMENTO
000050* DATA    : 25.03.2024
000060*----------------------------------------------------------------*
000070* OBJETIVO: MANUTENCAO BATCH DO ORCAMENTO DE PESSOAL (ORCPES,
000080*           INDEXADO POR CENTRO DE CUSTO + COMPETENCIA) A
000090*           PARTIR DE UM ARQUIVO DE TRANSACOES DE INCLUSAO,
000100*           ALTERACAO E EXCLUSAO (ORCTRAN), NO MESMO PADRAO DO
000110*           CALMNT - USADO NA APROVACAO DO ORCAMENTO ANUAL
000120*           PELA CONTROLADORIA PARA CARREGAR O QUADRO, O BRUTO
000130*           E OS ENCARGOS ORCADOS DE CADA CENTRO DE CUSTO NAS
000140*           DOZE COMPETENCIAS DO ANO, E NAS REVISOES.
000150*
000160*           O ORCAMENTO E CONFRONTADO COM O REALIZADO DA FOLHA
000170*           PELO ORCREL.
000180*
000190*           TRANSACOES INVALIDAS SAO LISTADAS NO RELATORIO
000200*           DE EXCECOES (EXCECOES) E NAO SAO APLICADAS. TODO
000210*           ORCAMENTO TOCADO SAI NO RELATORIO DE AUDITORIA
000220*           (AUDITOR) COM A IMAGEM ANTES E DEPOIS.
000230*----------------------------------------------------------------*
000240* HISTORICO DE ALTERACOES
000250*----------------------------------------------------------------*
000260* DATA       INIC.  DESCRICAO
000270* ---------- ------ -------------------------------------------
000280* 25.03.2024 EJ     VERSAO ORIGINAL.
000290*----------------------------------------------------------------*
000300
000310*----------------------------------------------------------------*
000320 IDENTIFICATION                      DIVISION.
000330*----------------------------------------------------------------*
000340 PROGRAM-ID.                         ORCMNT.
000350 AUTHOR.                             EMANUEL.
000360 INSTALLATION.                       DEPTO FOLHA DE PAGAMENTO.
000370 DATE-WRITTEN.                       25.03.2024.
000380 DATE-COMPILED.                      25.03.2024.
000390*----------------------------------------------------------------*
000400 ENVIRONMENT                         DIVISION.
000410*----------------------------------------------------------------*
000420 CONFIGURATION                       SECTION.
000430 SPECIAL-NAMES.
000440     DECIMAL-POINT IS COMMA.
000450*----------------------------------------------------------------*
000460 INPUT-OUTPUT                        SECTION.
000470*----------------------------------------------------------------*
000480 FILE-CONTROL.
000490     SELECT ORCPES                   ASSIGN TO "ORCPES"
000500                                      ORGANIZATION IS INDEXED
000510                                      ACCESS MODE IS RANDOM
000520                                      RECORD KEY IS
000530                                         ORC-CHAVE
000540                                      FILE STATUS IS
000550                                         ORCPES-STATUS.
000560     SELECT ORCTRAN                  ASSIGN TO "ORCTRAN"
000570                                      ORGANIZATION IS
000580                                         LINE SEQUENTIAL
000590                                      FILE STATUS IS
000600                                         ORCTRAN-STATUS.
000610     SELECT AUDITOR                  ASSIGN TO "AUDITOR"
000620                                      ORGANIZATION IS
000630                                         LINE SEQUENTIAL
000640                                      FILE STATUS IS
000650                                         AUDITOR-STATUS.
000660     SELECT EXCECOES                 ASSIGN TO "EXCECOES"
000670                                      ORGANIZATION IS
000680                                         LINE SEQUENTIAL
000690                                      FILE STATUS IS
000700                                         EXCECOES-STATUS.
000710*----------------------------------------------------------------*
000720 DATA                                DIVISION.
000730*----------------------------------------------------------------*
000740 FILE                                SECTION.
000750 FD  ORCPES.
000760     COPY ORCPES.
000770 FD  ORCTRAN.
000780     COPY ORCTRN.
000790 FD  AUDITOR.
000800 01  LINHA-AUDITOR                   PIC X(132).
000810 FD  EXCECOES.
000820 01  LINHA-EXCECOES                  PIC X(132).
000830*----------------------------------------------------------------*
000840 WORKING-STORAGE                     SECTION.
000850*----------------------------------------------------------------*
000860     COPY ORCAUD.
000870
000880 77  ORCPES-STATUS                   PIC X(02).
000890 77  ORCTRAN-STATUS                  PIC X(02).
000900 77  AUDITOR-STATUS                  PIC X(02).
000910 77  EXCECOES-STATUS                 PIC X(02).
000920 77  CONTLIDAS                       PIC 9(05) COMP.
000930 77  CONTINCL                        PIC 9(05) COMP.
000940 77  CONTALT                         PIC 9(05) COMP.
000950 77  CONTEXCL                        PIC 9(05) COMP.
000960 77  CONTREJ                         PIC 9(05) COMP.
000970 77  DATA-EXECUCAO                   PIC 9(08).
000980 77  DATA-EXECUCAO-FMT               PIC X(10).
000990 77  DESCR-TRANSACAO                 PIC X(05).
001000 77  TOTAL-ORCADO                    PIC 9(12)V99.
001010 77  HEADCOUNT-EDITADO               PIC ZZ.ZZ9.
001020 77  VALOR-EDITADO                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
001030
001040 01  SW-ERRO-NA-ABERTURA             PIC X(01).
001050     88  ERRO-NA-ABERTURA                        VALUE "S".
001060     88  SEM-ERRO-NA-ABERTURA                    VALUE "N".
001070
001080 01  SW-FIM-ORCTRAN                  PIC X(01).
001090     88  FIM-ORCTRAN                              VALUE "S".
001100     88  NAO-FIM-ORCTRAN                          VALUE "N".
001110
001120 01  SW-ORCAMENTO-ACHADO             PIC X(01).
001130     88  ORCAMENTO-ACHADO                        VALUE "S".
001140     88  ORCAMENTO-NAO-ACHADO                    VALUE "N".
001150
001160 01  SW-VALORES                      PIC X(01).
001170     88  VALORES-VALIDOS                         VALUE "S".
001180     88  VALORES-INVALIDOS                       VALUE "N".
001190*----------------------------------------------------------------*
001200 PROCEDURE                           DIVISION.
001210*----------------------------------------------------------------*
001220 0000-PRINCIPAL.
001230
001240     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
001250     IF SEM-ERRO-NA-ABERTURA
001260        PERFORM 2000-PROCESSAR-TRANSACAO
001270            THRU 2000-PROCESSAR-TRANSACAO-EXIT
001280            UNTIL FIM-ORCTRAN
001290        PERFORM 3000-TERMINO
001300     END-IF
001310     STOP RUN
001320     .
001330
001340*----------------------------------------------------------------*
001350*                   Inicializar o Programa
001360*----------------------------------------------------------------*
001370 1000-INICIALIZAR.
001380
001390     MOVE ZERO                       TO CONTLIDAS
001400     MOVE ZERO                       TO CONTINCL
001410     MOVE ZERO                       TO CONTALT
001420     MOVE ZERO                       TO CONTEXCL
001430     MOVE ZERO                       TO CONTREJ
001440     SET NAO-FIM-ORCTRAN             TO TRUE
001450     SET SEM-ERRO-NA-ABERTURA        TO TRUE
001460     ACCEPT DATA-EXECUCAO            FROM DATE YYYYMMDD
001470     STRING DATA-EXECUCAO (7:2) "/"
001480            DATA-EXECUCAO (5:2) "/"
001490            DATA-EXECUCAO (1:4)
001500            DELIMITED BY SIZE INTO DATA-EXECUCAO-FMT
001510     OPEN I-O ORCPES
001520     IF ORCPES-STATUS NOT = "00"
001530        DISPLAY "RC 24 - ERRO AO ABRIR ORCPES - FILE STATUS "
001540           ORCPES-STATUS
001550        MOVE 24                      TO RETURN-CODE
001560        SET ERRO-NA-ABERTURA         TO TRUE
001570        GO TO 1000-INICIALIZAR-EXIT
001580     END-IF
001590     OPEN INPUT ORCTRAN
001600     IF ORCTRAN-STATUS NOT = "00"
001610        DISPLAY "RC 24 - ERRO AO ABRIR ORCTRAN - FILE STATUS "
001620           ORCTRAN-STATUS
001630        MOVE 24                      TO RETURN-CODE
001640        SET ERRO-NA-ABERTURA         TO TRUE
001650        GO TO 1000-INICIALIZAR-EXIT
001660     END-IF
001670     OPEN OUTPUT AUDITOR
001680     IF AUDITOR-STATUS NOT = "00"
001690        DISPLAY "RC 24 - ERRO AO ABRIR AUDITOR - FILE STATUS "
001700           AUDITOR-STATUS
001710        MOVE 24                      TO RETURN-CODE
001720        SET ERRO-NA-ABERTURA         TO TRUE
001730        GO TO 1000-INICIALIZAR-EXIT
001740     END-IF
001750     OPEN OUTPUT EXCECOES
001760     IF EXCECOES-STATUS NOT = "00"
001770        DISPLAY "RC 24 - ERRO AO ABRIR EXCECOES - FILE STATUS "
001780           EXCECOES-STATUS
001790        MOVE 24                      TO RETURN-CODE
001800        SET ERRO-NA-ABERTURA         TO TRUE
001810        GO TO 1000-INICIALIZAR-EXIT
001820     END-IF
001830     MOVE DATA-EXECUCAO-FMT          TO OAU1-DATA
001840     WRITE LINHA-AUDITOR             FROM OAU-CABECALHO-1
001850     WRITE LINHA-AUDITOR             FROM OAU-LINHA-BRANCO
001860     WRITE LINHA-AUDITOR             FROM OAU-CABECALHO-2
001870     WRITE LINHA-AUDITOR             FROM OAU-LINHA-BRANCO
001880     MOVE DATA-EXECUCAO-FMT          TO OEX1-DATA
001890     WRITE LINHA-EXCECOES            FROM OEX-CABECALHO-1
001900     WRITE LINHA-EXCECOES            FROM OEX-LINHA-BRANCO
001910     WRITE LINHA-EXCECOES            FROM OEX-CABECALHO-2
001920     WRITE LINHA-EXCECOES            FROM OEX-LINHA-BRANCO
001930     PERFORM 1500-LER-ORCTRAN THRU 1500-LER-ORCTRAN-EXIT
001940     .
001950 1000-INICIALIZAR-EXIT.
001960     EXIT.
001970
001980*----------------------------------------------------------------*
001990*                   Ler um Registro do Arquivo de Transacoes
002000*----------------------------------------------------------------*
002010 1500-LER-ORCTRAN.
002020
002030     READ ORCTRAN
002040         AT END
002050             SET FIM-ORCTRAN          TO TRUE
002060         NOT AT END
002070             COMPUTE CONTLIDAS = CONTLIDAS + 1
002080     END-READ
002090     .
002100 1500-LER-ORCTRAN-EXIT.
002110     EXIT.
002120
002130*----------------------------------------------------------------*
002140*                   Processar uma Transacao de Manutencao,
002150*                   Despachando Conforme o Tipo Informado
002160*----------------------------------------------------------------*
002170 2000-PROCESSAR-TRANSACAO.
002180
002190     IF OTRN-CENTRO-CUSTO = SPACES
002200        MOVE "?????"                 TO DESCR-TRANSACAO
002210        MOVE "CENTRO DE CUSTO NAO INFORMADO"
002220             TO OEXD-MOTIVO
002230        PERFORM 2700-IMPRIMIR-EXCECAO
002240            THRU 2700-IMPRIMIR-EXCECAO-EXIT
002250        PERFORM 1500-LER-ORCTRAN THRU 1500-LER-ORCTRAN-EXIT
002260        GO TO 2000-PROCESSAR-TRANSACAO-EXIT
002270     END-IF
002280     IF OTRN-COMPETENCIA NOT NUMERIC
002290        MOVE "?????"                 TO DESCR-TRANSACAO
002300        MOVE "COMPETENCIA NAO NUMERICA NA TRANSACAO"
002310             TO OEXD-MOTIVO
002320        PERFORM 2700-IMPRIMIR-EXCECAO
002330            THRU 2700-IMPRIMIR-EXCECAO-EXIT
002340        PERFORM 1500-LER-ORCTRAN THRU 1500-LER-ORCTRAN-EXIT
002350        GO TO 2000-PROCESSAR-TRANSACAO-EXIT
002360     END-IF
002370     IF OTRN-ANO = ZERO
002380        OR OTRN-MES = ZERO
002390        OR OTRN-MES > 12
002400        MOVE "?????"                 TO DESCR-TRANSACAO
002410        MOVE "COMPETENCIA INVALIDA NA TRANSACAO"
002420             TO OEXD-MOTIVO
002430        PERFORM 2700-IMPRIMIR-EXCECAO
002440            THRU 2700-IMPRIMIR-EXCECAO-EXIT
002450        PERFORM 1500-LER-ORCTRAN THRU 1500-LER-ORCTRAN-EXIT
002460        GO TO 2000-PROCESSAR-TRANSACAO-EXIT
002470     END-IF
002480     EVALUATE TRUE
002490         WHEN OTRN-INCLUSAO
002500             MOVE "INCL."            TO DESCR-TRANSACAO
002510             PERFORM 2100-INCLUIR-ORCAMENTO
002520                 THRU 2100-INCLUIR-ORCAMENTO-EXIT
002530         WHEN OTRN-ALTERACAO
002540             MOVE "ALTER"            TO DESCR-TRANSACAO
002550             PERFORM 2200-ALTERAR-ORCAMENTO
002560                 THRU 2200-ALTERAR-ORCAMENTO-EXIT
002570         WHEN OTRN-EXCLUSAO
002580             MOVE "EXCL."            TO DESCR-TRANSACAO
002590             PERFORM 2300-EXCLUIR-ORCAMENTO
002600                 THRU 2300-EXCLUIR-ORCAMENTO-EXIT
002610         WHEN OTHER
002620             MOVE "?????"            TO DESCR-TRANSACAO
002630             MOVE "TIPO DE TRANSACAO DESCONHECIDO"
002640                  TO OEXD-MOTIVO
002650             PERFORM 2700-IMPRIMIR-EXCECAO
002660                 THRU 2700-IMPRIMIR-EXCECAO-EXIT
002670     END-EVALUATE
002680     PERFORM 1500-LER-ORCTRAN THRU 1500-LER-ORCTRAN-EXIT
002690     .
002700 2000-PROCESSAR-TRANSACAO-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------------*
002740*                   Localizar o Orcamento do Centro de Custo e
002750*                   Competencia da Transacao
002760*----------------------------------------------------------------*
002770 2050-LOCALIZAR-ORCAMENTO.
002780
002790     MOVE OTRN-CENTRO-CUSTO          TO ORC-CENTRO-CUSTO
002800     MOVE OTRN-COMPETENCIA-N         TO ORC-COMPETENCIA
002810     READ ORCPES
002820         INVALID KEY
002830             SET ORCAMENTO-NAO-ACHADO TO TRUE
002840             GO TO 2050-LOCALIZAR-ORCAMENTO-EXIT
002850     END-READ
002860     SET ORCAMENTO-ACHADO            TO TRUE
002870     .
002880 2050-LOCALIZAR-ORCAMENTO-EXIT.
002890     EXIT.
002900
002910*----------------------------------------------------------------*
002920*                   Incluir o Orcamento de um Centro de Custo
002930*                   na Competencia, Rejeitando Orcamento Ja
002940*                   Cadastrado ou Valores Invalidos
002950*----------------------------------------------------------------*
002960 2100-INCLUIR-ORCAMENTO.
002970
002980     PERFORM 2050-LOCALIZAR-ORCAMENTO
002990         THRU 2050-LOCALIZAR-ORCAMENTO-EXIT
003000     IF ORCAMENTO-ACHADO
003010        MOVE "INCLUSAO DE ORCAMENTO JA CADASTRADO"
003020             TO OEXD-MOTIVO
003030        PERFORM 2700-IMPRIMIR-EXCECAO
003040            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003050        GO TO 2100-INCLUIR-ORCAMENTO-EXIT
003060     END-IF
003070     PERFORM 2150-VALIDAR-VALORES
003080         THRU 2150-VALIDAR-VALORES-EXIT
003090     IF VALORES-INVALIDOS
003100        MOVE "INCLUSAO COM VALORES INVALIDOS"
003110             TO OEXD-MOTIVO
003120        PERFORM 2700-IMPRIMIR-EXCECAO
003130            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003140        GO TO 2100-INCLUIR-ORCAMENTO-EXIT
003150     END-IF
003160     MOVE "ANTES"                    TO OAUD-IMAGEM
003170     MOVE SPACES                     TO OAUD-HEADCOUNT
003180     MOVE SPACES                     TO OAUD-BRUTO
003190     MOVE SPACES                     TO OAUD-ENCARGOS
003200     MOVE SPACES                     TO OAUD-TOTAL
003210     PERFORM 2600-IMPRIMIR-AUDITORIA
003220         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
003230     MOVE SPACES                     TO ORCPES-REGISTRO
003240     MOVE OTRN-CENTRO-CUSTO          TO ORC-CENTRO-CUSTO
003250     MOVE OTRN-COMPETENCIA-N         TO ORC-COMPETENCIA
003260     MOVE ZERO                       TO ORC-HEADCOUNT
003270     MOVE ZERO                       TO ORC-BRUTO
003280     MOVE ZERO                       TO ORC-ENCARGOS
003290     IF OTRN-HEADCOUNT-X NUMERIC
003300        MOVE OTRN-HEADCOUNT          TO ORC-HEADCOUNT
003310     END-IF
003320     IF OTRN-BRUTO-X NUMERIC
003330        MOVE OTRN-BRUTO              TO ORC-BRUTO
003340     END-IF
003350     IF OTRN-ENCARGOS-X NUMERIC
003360        MOVE OTRN-ENCARGOS           TO ORC-ENCARGOS
003370     END-IF
003380     MOVE DATA-EXECUCAO              TO ORC-DATA-ATUALIZACAO
003390     WRITE ORCPES-REGISTRO
003400         INVALID KEY
003410             MOVE "ERRO DE GRAVACAO NO ORCPES"
003420                  TO OEXD-MOTIVO
003430             PERFORM 2700-IMPRIMIR-EXCECAO
003440                 THRU 2700-IMPRIMIR-EXCECAO-EXIT
003450             GO TO 2100-INCLUIR-ORCAMENTO-EXIT
003460     END-WRITE
003470     COMPUTE CONTINCL = CONTINCL + 1
003480     PERFORM 2500-FORMATAR-IMAGEM-ATUAL
003490         THRU 2500-FORMATAR-IMAGEM-ATUAL-EXIT
003500     MOVE "DEPOIS"                   TO OAUD-IMAGEM
003510     PERFORM 2600-IMPRIMIR-AUDITORIA
003520         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
003530     .
003540 2100-INCLUIR-ORCAMENTO-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------*
003580*                   Validar os Valores da Transacao: Campos em
003590*                   Branco Sao Aceitos, mas Quando Informados
003600*                   Devem Ser Numericos
003610*----------------------------------------------------------------*
003620 2150-VALIDAR-VALORES.
003630
003640     SET VALORES-VALIDOS             TO TRUE
003650     IF OTRN-HEADCOUNT-X NOT = SPACES
003660        AND OTRN-HEADCOUNT-X NOT NUMERIC
003670        SET VALORES-INVALIDOS        TO TRUE
003680        GO TO 2150-VALIDAR-VALORES-EXIT
003690     END-IF
003700     IF OTRN-BRUTO-X NOT = SPACES
003710        AND OTRN-BRUTO-X NOT NUMERIC
003720        SET VALORES-INVALIDOS        TO TRUE
003730        GO TO 2150-VALIDAR-VALORES-EXIT
003740     END-IF
003750     IF OTRN-ENCARGOS-X NOT = SPACES
003760        AND OTRN-ENCARGOS-X NOT NUMERIC
003770        SET VALORES-INVALIDOS        TO TRUE
003780     END-IF
003790     .
003800 2150-VALIDAR-VALORES-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------------*
003840*                   Alterar o Orcamento de um Centro de Custo
003850*                   na Competencia, Mantendo os Valores Nao
003860*                   Informados
003870*----------------------------------------------------------------*
003880 2200-ALTERAR-ORCAMENTO.
003890
003900     PERFORM 2050-LOCALIZAR-ORCAMENTO
003910         THRU 2050-LOCALIZAR-ORCAMENTO-EXIT
003920     IF ORCAMENTO-NAO-ACHADO
003930        MOVE "ALTERACAO DE ORCAMENTO NAO CADASTRADO"
003940             TO OEXD-MOTIVO
003950        PERFORM 2700-IMPRIMIR-EXCECAO
003960            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003970        GO TO 2200-ALTERAR-ORCAMENTO-EXIT
003980     END-IF
003990     PERFORM 2150-VALIDAR-VALORES
004000         THRU 2150-VALIDAR-VALORES-EXIT
004010     IF VALORES-INVALIDOS
004020        MOVE "ALTERACAO COM VALORES INVALIDOS"
004030             TO OEXD-MOTIVO
004040        PERFORM 2700-IMPRIMIR-EXCECAO
004050            THRU 2700-IMPRIMIR-EXCECAO-EXIT
004060        GO TO 2200-ALTERAR-ORCAMENTO-EXIT
004070     END-IF
004080     PERFORM 2500-FORMATAR-IMAGEM-ATUAL
004090         THRU 2500-FORMATAR-IMAGEM-ATUAL-EXIT
004100     MOVE "ANTES"                    TO OAUD-IMAGEM
004110     PERFORM 2600-IMPRIMIR-AUDITORIA
004120         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
004130     IF OTRN-HEADCOUNT-X NUMERIC
004140        MOVE OTRN-HEADCOUNT          TO ORC-HEADCOUNT
004150     END-IF
004160     IF OTRN-BRUTO-X NUMERIC
004170        MOVE OTRN-BRUTO              TO ORC-BRUTO
004180     END-IF
004190     IF OTRN-ENCARGOS-X NUMERIC
004200        MOVE OTRN-ENCARGOS           TO ORC-ENCARGOS
004210     END-IF
004220     MOVE DATA-EXECUCAO              TO ORC-DATA-ATUALIZACAO
004230     REWRITE ORCPES-REGISTRO
004240         INVALID KEY
004250             MOVE "ERRO DE REGRAVACAO NO ORCPES"
004260                  TO OEXD-MOTIVO
004270             PERFORM 2700-IMPRIMIR-EXCECAO
004280                 THRU 2700-IMPRIMIR-EXCECAO-EXIT
004290             GO TO 2200-ALTERAR-ORCAMENTO-EXIT
004300     END-REWRITE
004310     COMPUTE CONTALT = CONTALT + 1
004320     PERFORM 2500-FORMATAR-IMAGEM-ATUAL
004330         THRU 2500-FORMATAR-IMAGEM-ATUAL-EXIT
004340     MOVE "DEPOIS"                   TO OAUD-IMAGEM
004350     PERFORM 2600-IMPRIMIR-AUDITORIA
004360         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
004370     .
004380 2200-ALTERAR-ORCAMENTO-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------------*
004420*                   Excluir o Orcamento de um Centro de Custo
004430*                   na Competencia
004440*----------------------------------------------------------------*
004450 2300-EXCLUIR-ORCAMENTO.
004460
004470     PERFORM 2050-LOCALIZAR-ORCAMENTO
004480         THRU 2050-LOCALIZAR-ORCAMENTO-EXIT
004490     IF ORCAMENTO-NAO-ACHADO
004500        MOVE "EXCLUSAO DE ORCAMENTO NAO CADASTRADO"
004510             TO OEXD-MOTIVO
004520        PERFORM 2700-IMPRIMIR-EXCECAO
004530            THRU 2700-IMPRIMIR-EXCECAO-EXIT
004540        GO TO 2300-EXCLUIR-ORCAMENTO-EXIT
004550     END-IF
004560     PERFORM 2500-FORMATAR-IMAGEM-ATUAL
004570         THRU 2500-FORMATAR-IMAGEM-ATUAL-EXIT
004580     MOVE "ANTES"                    TO OAUD-IMAGEM
004590     PERFORM 2600-IMPRIMIR-AUDITORIA
004600         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
004610     DELETE ORCPES
004620         INVALID KEY
004630             MOVE "ERRO DE EXCLUSAO NO ORCPES"
004640                  TO OEXD-MOTIVO
004650             PERFORM 2700-IMPRIMIR-EXCECAO
004660                 THRU 2700-IMPRIMIR-EXCECAO-EXIT
004670             GO TO 2300-EXCLUIR-ORCAMENTO-EXIT
004680     END-DELETE
004690     COMPUTE CONTEXCL = CONTEXCL + 1
004700     MOVE "DEPOIS"                   TO OAUD-IMAGEM
004710     MOVE SPACES                     TO OAUD-HEADCOUNT
004720     MOVE "*EXCLUIDO*"               TO OAUD-BRUTO
004730     MOVE SPACES                     TO OAUD-ENCARGOS
004740     MOVE SPACES                     TO OAUD-TOTAL
004750     PERFORM 2600-IMPRIMIR-AUDITORIA
004760         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
004770     .
004780 2300-EXCLUIR-ORCAMENTO-EXIT.
004790     EXIT.
004800
004810*----------------------------------------------------------------*
004820*                   Formatar a Imagem Atual do Registro do
004830*                   ORCPES para o Relatorio de Auditoria
004840*----------------------------------------------------------------*
004850 2500-FORMATAR-IMAGEM-ATUAL.
004860
004870     MOVE ORC-HEADCOUNT              TO HEADCOUNT-EDITADO
004880     MOVE HEADCOUNT-EDITADO          TO OAUD-HEADCOUNT
004890     MOVE ORC-BRUTO                  TO VALOR-EDITADO
004900     MOVE VALOR-EDITADO              TO OAUD-BRUTO
004910     MOVE ORC-ENCARGOS               TO VALOR-EDITADO
004920     MOVE VALOR-EDITADO              TO OAUD-ENCARGOS
004930     COMPUTE TOTAL-ORCADO = ORC-BRUTO + ORC-ENCARGOS
004940     MOVE TOTAL-ORCADO               TO VALOR-EDITADO
004950     MOVE VALOR-EDITADO              TO OAUD-TOTAL
004960     .
004970 2500-FORMATAR-IMAGEM-ATUAL-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------------*
005010*                   Imprimir uma Linha no Relatorio de Auditoria
005020*----------------------------------------------------------------*
005030 2600-IMPRIMIR-AUDITORIA.
005040
005050     MOVE DESCR-TRANSACAO            TO OAUD-TRANSACAO
005060     MOVE OTRN-CENTRO-CUSTO          TO OAUD-CENTRO-CUSTO
005070     MOVE SPACES                     TO OAUD-COMPETENCIA
005080     STRING OTRN-COMPETENCIA (5:2) "/"
005090            OTRN-COMPETENCIA (1:4)
005100            DELIMITED BY SIZE INTO OAUD-COMPETENCIA
005110     WRITE LINHA-AUDITOR             FROM OAU-DETALHE
005120     .
005130 2600-IMPRIMIR-AUDITORIA-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------------*
005170*                   Imprimir uma Linha no Relatorio de Excecoes
005180*                   e Contabilizar a Rejeicao
005190*----------------------------------------------------------------*
005200 2700-IMPRIMIR-EXCECAO.
005210
005220     MOVE DESCR-TRANSACAO            TO OEXD-TRANSACAO
005230     MOVE OTRN-CENTRO-CUSTO          TO OEXD-CENTRO-CUSTO
005240     MOVE OTRN-COMPETENCIA           TO OEXD-COMPETENCIA
005250     WRITE LINHA-EXCECOES            FROM OEX-DETALHE
005260     COMPUTE CONTREJ = CONTREJ + 1
005270     .
005280 2700-IMPRIMIR-EXCECAO-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------------*
005320*                   Terminar o Programa
005330*----------------------------------------------------------------*
005340 3000-TERMINO.
005350
005360     MOVE CONTLIDAS                  TO ROD-OAU-LIDAS
005370     MOVE CONTINCL                   TO ROD-OAU-INCLUIDAS
005380     MOVE CONTALT                    TO ROD-OAU-ALTERADAS
005390     MOVE CONTEXCL                   TO ROD-OAU-EXCLUIDAS
005400     MOVE CONTREJ                    TO ROD-OAU-REJEITADAS
005410     WRITE LINHA-AUDITOR             FROM OAU-LINHA-BRANCO
005420     WRITE LINHA-AUDITOR             FROM OAU-RODAPE-1
005430     WRITE LINHA-AUDITOR             FROM OAU-RODAPE-2
005440     WRITE LINHA-AUDITOR             FROM OAU-RODAPE-3
005450     WRITE LINHA-AUDITOR             FROM OAU-RODAPE-4
005460     WRITE LINHA-AUDITOR             FROM OAU-RODAPE-5
005470     MOVE CONTREJ                    TO ROD-OEX-REJEITADAS
005480     WRITE LINHA-EXCECOES            FROM OEX-LINHA-BRANCO
005490     WRITE LINHA-EXCECOES            FROM OEX-RODAPE-1
005500     MOVE ZERO                       TO RETURN-CODE
005510     IF CONTLIDAS = ZERO
005520        DISPLAY "RC 16 - NENHUMA TRANSACAO LIDA NO ORCTRAN"
005530        MOVE 16                      TO RETURN-CODE
005540     ELSE
005550        IF CONTREJ > ZERO
005560           DISPLAY "RC 04 - TRANSACOES REJEITADAS: " CONTREJ
005570           MOVE 4                    TO RETURN-CODE
005580        END-IF
005590     END-IF
005600     IF RETURN-CODE = ZERO
005610        DISPLAY "*---------------------------------------*"
005620        DISPLAY "*          TERMINO NORMAL                *"
005630        DISPLAY "*---------------------------------------*"
005640     END-IF
005650     CLOSE ORCPES
005660     CLOSE ORCTRAN
005670     CLOSE AUDITOR
005680     CLOSE EXCECOES
005690     .
