000010*----------------------------------------------------------------*
000020* PROGRAMA: PENMNT
000030* AUTHOR  : EMANUEL
000040* INSTAL. : DEPARTAMENTO DE FOLHA DE PAGAMENTO
000050* DATA    : 04.03.2024
000060*----------------------------------------------------------------*
000070* OBJETIVO: MANUTENCAO BATCH DO CADASTRO DE PENSOES
000080*           ALIMENTICIAS JUDICIAIS (PENSAO, INDEXADO POR
000090*           MATRICULA + NUMERO DO PROCESSO) A PARTIR DE UM
000100*           ARQUIVO DE TRANSACOES DE INCLUSAO, ALTERACAO E
000110*           EXCLUSAO (PENTRAN), NO MESMO PADRAO DO CONSMNT.
000120*
000130*           A MATRICULA DO ALIMENTANTE DEVE EXISTIR NO
000140*           FUNCMSTR. O CPF E A CONTA DO BENEFICIARIO SAO
000150*           VALIDADOS COMO NO FUNCMNT (DIGITOS VERIFICADORES).
000160*           A BASE DE CALCULO E UM PERCENTUAL DO BRUTO ("B")
000170*           OU DO LIQUIDO ("L"), MAIOR QUE ZERO E ATE 100%, OU
000180*           UM VALOR FIXO ("F") MAIOR QUE ZERO. O CADASTRO
000190*           ALIMENTA O DESCONTO AUTOMATICO NO CALCULO DE FOLHA
000200*           (EXEMPLO01) E NA RESCISAO (FOLHARSC), QUE CREDITAM
000210*           O VALOR NA CONTA DO BENEFICIARIO PELA REMESSA.
000220*
000230*           TRANSACOES INVALIDAS SAO LISTADAS NO RELATORIO
000240*           DE EXCECOES (EXCECOES) E NAO SAO APLICADAS. TODA
000250*           PENSAO TOCADA SAI NO RELATORIO DE AUDITORIA
000260*           (AUDITOR) COM A IMAGEM ANTES E DEPOIS. A EXCLUSAO
000270*           REMOVE A PENSAO DO CADASTRO; OS DESCONTOS JA
000280*           FEITOS CONTINUAM NO HISTORICO (PENHIST).
000290*----------------------------------------------------------------*
000300* HISTORICO DE ALTERACOES
000310*----------------------------------------------------------------*
000320* DATA       INIC.  DESCRICAO
000330* ---------- ------ -------------------------------------------
000340* 04.03.2024 EJ     VERSAO ORIGINAL.
000350*----------------------------------------------------------------*
000360
000370*----------------------------------------------------------------*
000380 IDENTIFICATION                      DIVISION.
000390*----------------------------------------------------------------*
000400 PROGRAM-ID.                         PENMNT.
000410 AUTHOR.                             EMANUEL.
000420 INSTALLATION.                       DEPTO FOLHA DE PAGAMENTO.
000430 DATE-WRITTEN.                       04.03.2024.
000440 DATE-COMPILED.                      04.03.2024.
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
000550     SELECT PENSAO                   ASSIGN TO "PENSAO"
000560                                      ORGANIZATION IS INDEXED
000570                                      ACCESS MODE IS RANDOM
000580                                      RECORD KEY IS
000590                                         PEN-CHAVE
000600                                      FILE STATUS IS
000610                                         PENSAO-STATUS.
000620     SELECT FUNCMSTR                 ASSIGN TO "FUNCMSTR"
000630                                      ORGANIZATION IS INDEXED
000640                                      ACCESS MODE IS RANDOM
000650                                      RECORD KEY IS
000660                                         FUNCMST-MATRICULA
000670                                      FILE STATUS IS
000680                                         FUNCMSTR-STATUS.
000690     SELECT PENTRAN                  ASSIGN TO "PENTRAN"
000700                                      ORGANIZATION IS
000710                                         LINE SEQUENTIAL
000720                                      FILE STATUS IS
000730                                         PENTRAN-STATUS.
000740     SELECT AUDITOR                  ASSIGN TO "AUDITOR"
000750                                      ORGANIZATION IS
000760                                         LINE SEQUENTIAL
000770                                      FILE STATUS IS
000780                                         AUDITOR-STATUS.
000790     SELECT EXCECOES                 ASSIGN TO "EXCECOES"
000800                                      ORGANIZATION IS
000810                                         LINE SEQUENTIAL
000820                                      FILE STATUS IS
000830                                         EXCECOES-STATUS.
000840*----------------------------------------------------------------*
000850 DATA                                DIVISION.
000860*----------------------------------------------------------------*
000870 FILE                                SECTION.
000880 FD  PENSAO.
000890     COPY PENSAO.
000900 FD  FUNCMSTR.
000910     COPY FUNCMST.
000920 FD  PENTRAN.
000930     COPY PENTRN.
000940 FD  AUDITOR.
000950 01  LINHA-AUDITOR                   PIC X(132).
000960 FD  EXCECOES.
000970 01  LINHA-EXCECOES                  PIC X(132).
000980*----------------------------------------------------------------*
000990 WORKING-STORAGE                     SECTION.
001000*----------------------------------------------------------------*
001010     COPY PENAUD.
001020
001030 77  PENSAO-STATUS                   PIC X(02).
001040 77  FUNCMSTR-STATUS                 PIC X(02).
001050 77  PENTRAN-STATUS                  PIC X(02).
001060 77  AUDITOR-STATUS                  PIC X(02).
001070 77  EXCECOES-STATUS                 PIC X(02).
001080 77  CONTLIDAS                       PIC 9(05) COMP.
001090 77  CONTINCL                        PIC 9(05) COMP.
001100 77  CONTALT                         PIC 9(05) COMP.
001110 77  CONTEXCL                        PIC 9(05) COMP.
001120 77  CONTREJ                         PIC 9(05) COMP.
001130 77  DATA-EXECUCAO                   PIC 9(08).
001140 77  DATA-EXECUCAO-FMT               PIC X(10).
001150 77  DESCR-TRANSACAO                 PIC X(05).
001160
001170 01  COMPETENCIA-VALIDAR             PIC 9(06).
001180 01  FILLER REDEFINES COMPETENCIA-VALIDAR.
001190     05  COMP-VALIDAR-ANO            PIC 9(04).
001200     05  COMP-VALIDAR-MES            PIC 9(02).
001210
001220 01  CALCULO-DIGITO.
001230     05  DIG-AGENCIA-CONTA           PIC 9(12).
001240     05  DIG-ALGARISMOS REDEFINES DIG-AGENCIA-CONTA.
001250         10  DIG-ALGARISMO           PIC 9(01) OCCURS 12 TIMES.
001260     05  DIG-PESO                    PIC 9(02) COMP.
001270     05  DIG-SOMA                    PIC 9(05) COMP.
001280     05  DIG-RESTO                   PIC 9(02) COMP.
001290     05  DIG-VALOR                   PIC 9(02) COMP.
001300     05  DIG-VALOR-D                 PIC 9(01).
001310     05  DIG-SUB                     PIC S9(02) COMP.
001320     05  DIG-ESPERADO                PIC X(01).
001330
001340 01  CALCULO-CPF.
001350     05  CPF-NUMERO                  PIC 9(11).
001360     05  CPF-ALGARISMOS REDEFINES CPF-NUMERO.
001370         10  CPF-ALGARISMO           PIC 9(01) OCCURS 11 TIMES.
001380     05  CPF-PESO                    PIC 9(02) COMP.
001390     05  CPF-SOMA                    PIC 9(05) COMP.
001400     05  CPF-QUOCIENTE               PIC 9(05) COMP.
001410     05  CPF-RESTO                   PIC 9(02) COMP.
001420     05  CPF-DIGITO                  PIC 9(01).
001430     05  CPF-LIMITE                  PIC 9(02) COMP.
001440     05  CPF-SUB                     PIC 9(02) COMP.
001450
001460 01  SW-ERRO-NA-ABERTURA             PIC X(01).
001470     88  ERRO-NA-ABERTURA                        VALUE "S".
001480     88  SEM-ERRO-NA-ABERTURA                    VALUE "N".
001490
001500 01  SW-FIM-PENTRAN                  PIC X(01).
001510     88  FIM-PENTRAN                              VALUE "S".
001520     88  NAO-FIM-PENTRAN                          VALUE "N".
001530
001540 01  SW-PENSAO-ACHADA                PIC X(01).
001550     88  PENSAO-ACHADA                           VALUE "S".
001560     88  PENSAO-NAO-ACHADA                       VALUE "N".
001570
001580 01  SW-FUNCIONARIO-ACHADO           PIC X(01).
001590     88  FUNCIONARIO-ACHADO                      VALUE "S".
001600     88  FUNCIONARIO-NAO-ACHADO                  VALUE "N".
001610
001620 01  SW-CONTA-VALIDA                 PIC X(01).
001630     88  CONTA-VALIDA                            VALUE "S".
001640     88  CONTA-INVALIDA                          VALUE "N".
001650
001660 01  SW-CPF-VALIDO                   PIC X(01).
001670     88  CPF-VALIDO                              VALUE "S".
001680     88  CPF-INVALIDO                            VALUE "N".
001690
001700 01  SW-PENSAO-CONSISTENTE           PIC X(01).
001710     88  PENSAO-CONSISTENTE                      VALUE "S".
001720     88  PENSAO-INCONSISTENTE                    VALUE "N".
001730*----------------------------------------------------------------*
001740 PROCEDURE                           DIVISION.
001750*----------------------------------------------------------------*
001760 0000-PRINCIPAL.
001770
001780     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
001790     IF SEM-ERRO-NA-ABERTURA
001800        PERFORM 2000-PROCESSAR-TRANSACAO
001810            THRU 2000-PROCESSAR-TRANSACAO-EXIT
001820            UNTIL FIM-PENTRAN
001830        PERFORM 3000-TERMINO
001840     END-IF
001850     STOP RUN
001860     .
001870
001880*----------------------------------------------------------------*
001890*                   Inicializar o Programa
001900*----------------------------------------------------------------*
001910 1000-INICIALIZAR.
001920
001930     MOVE ZERO                       TO CONTLIDAS
001940     MOVE ZERO                       TO CONTINCL
001950     MOVE ZERO                       TO CONTALT
001960     MOVE ZERO                       TO CONTEXCL
001970     MOVE ZERO                       TO CONTREJ
001980     SET NAO-FIM-PENTRAN             TO TRUE
001990     SET SEM-ERRO-NA-ABERTURA        TO TRUE
002000     ACCEPT DATA-EXECUCAO            FROM DATE YYYYMMDD
002010     STRING DATA-EXECUCAO (7:2) "/"
002020            DATA-EXECUCAO (5:2) "/"
002030            DATA-EXECUCAO (1:4)
002040            DELIMITED BY SIZE INTO DATA-EXECUCAO-FMT
002050     OPEN I-O PENSAO
002060     IF PENSAO-STATUS NOT = "00"
002070        DISPLAY "RC 24 - ERRO AO ABRIR PENSAO - FILE STATUS "
002080           PENSAO-STATUS
002090        MOVE 24                      TO RETURN-CODE
002100        SET ERRO-NA-ABERTURA         TO TRUE
002110        GO TO 1000-INICIALIZAR-EXIT
002120     END-IF
002130     OPEN INPUT FUNCMSTR
002140     IF FUNCMSTR-STATUS NOT = "00"
002150        DISPLAY "RC 24 - ERRO AO ABRIR FUNCMSTR - FILE STATUS "
002160           FUNCMSTR-STATUS
002170        MOVE 24                      TO RETURN-CODE
002180        SET ERRO-NA-ABERTURA         TO TRUE
002190        GO TO 1000-INICIALIZAR-EXIT
002200     END-IF
002210     OPEN INPUT PENTRAN
002220     IF PENTRAN-STATUS NOT = "00"
002230        DISPLAY "RC 24 - ERRO AO ABRIR PENTRAN - FILE STATUS "
002240           PENTRAN-STATUS
002250        MOVE 24                      TO RETURN-CODE
002260        SET ERRO-NA-ABERTURA         TO TRUE
002270        GO TO 1000-INICIALIZAR-EXIT
002280     END-IF
002290     OPEN OUTPUT AUDITOR
002300     IF AUDITOR-STATUS NOT = "00"
002310        DISPLAY "RC 24 - ERRO AO ABRIR AUDITOR - FILE STATUS "
002320           AUDITOR-STATUS
002330        MOVE 24                      TO RETURN-CODE
002340        SET ERRO-NA-ABERTURA         TO TRUE
002350        GO TO 1000-INICIALIZAR-EXIT
002360     END-IF
002370     OPEN OUTPUT EXCECOES
002380     IF EXCECOES-STATUS NOT = "00"
002390        DISPLAY "RC 24 - ERRO AO ABRIR EXCECOES - FILE STATUS "
002400           EXCECOES-STATUS
002410        MOVE 24                      TO RETURN-CODE
002420        SET ERRO-NA-ABERTURA         TO TRUE
002430        GO TO 1000-INICIALIZAR-EXIT
002440     END-IF
002450     MOVE DATA-EXECUCAO-FMT          TO PAU1-DATA
002460     WRITE LINHA-AUDITOR             FROM PAU-CABECALHO-1
002470     WRITE LINHA-AUDITOR             FROM PAU-LINHA-BRANCO
002480     WRITE LINHA-AUDITOR             FROM PAU-CABECALHO-2
002490     WRITE LINHA-AUDITOR             FROM PAU-LINHA-BRANCO
002500     MOVE DATA-EXECUCAO-FMT          TO PEX1-DATA
002510     WRITE LINHA-EXCECOES            FROM PEX-CABECALHO-1
002520     WRITE LINHA-EXCECOES            FROM PEX-LINHA-BRANCO
002530     WRITE LINHA-EXCECOES            FROM PEX-CABECALHO-2
002540     WRITE LINHA-EXCECOES            FROM PEX-LINHA-BRANCO
002550     PERFORM 1500-LER-PENTRAN THRU 1500-LER-PENTRAN-EXIT
002560     .
002570 1000-INICIALIZAR-EXIT.
002580     EXIT.
002590
002600*----------------------------------------------------------------*
002610*                   Ler um Registro do Arquivo de Transacoes
002620*----------------------------------------------------------------*
002630 1500-LER-PENTRAN.
002640
002650     READ PENTRAN
002660         AT END
002670             SET FIM-PENTRAN          TO TRUE
002680         NOT AT END
002690             COMPUTE CONTLIDAS = CONTLIDAS + 1
002700     END-READ
002710     .
002720 1500-LER-PENTRAN-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------------*
002760*                   Processar uma Transacao de Manutencao,
002770*                   Despachando Conforme o Tipo Informado
002780*----------------------------------------------------------------*
002790 2000-PROCESSAR-TRANSACAO.
002800
002810     IF PTRN-MATRICULA NOT NUMERIC
002820        OR PTRN-PROCESSO = SPACES
002830        MOVE "?????"                 TO DESCR-TRANSACAO
002840        MOVE "MATRICULA NAO NUMERICA OU SEM PROCESSO"
002850             TO PEXD-MOTIVO
002860        PERFORM 2700-IMPRIMIR-EXCECAO
002870            THRU 2700-IMPRIMIR-EXCECAO-EXIT
002880        PERFORM 1500-LER-PENTRAN THRU 1500-LER-PENTRAN-EXIT
002890        GO TO 2000-PROCESSAR-TRANSACAO-EXIT
002900     END-IF
002910     EVALUATE TRUE
002920         WHEN PTRN-INCLUSAO
002930             MOVE "INCL."            TO DESCR-TRANSACAO
002940             PERFORM 2100-INCLUIR-PENSAO
002950                 THRU 2100-INCLUIR-PENSAO-EXIT
002960         WHEN PTRN-ALTERACAO
002970             MOVE "ALTER"            TO DESCR-TRANSACAO
002980             PERFORM 2200-ALTERAR-PENSAO
002990                 THRU 2200-ALTERAR-PENSAO-EXIT
003000         WHEN PTRN-EXCLUSAO
003010             MOVE "EXCL."            TO DESCR-TRANSACAO
003020             PERFORM 2300-EXCLUIR-PENSAO
003030                 THRU 2300-EXCLUIR-PENSAO-EXIT
003040         WHEN OTHER
003050             MOVE "?????"            TO DESCR-TRANSACAO
003060             MOVE "TIPO DE TRANSACAO DESCONHECIDO"
003070                  TO PEXD-MOTIVO
003080             PERFORM 2700-IMPRIMIR-EXCECAO
003090                 THRU 2700-IMPRIMIR-EXCECAO-EXIT
003100     END-EVALUATE
003110     PERFORM 1500-LER-PENTRAN THRU 1500-LER-PENTRAN-EXIT
003120     .
003130 2000-PROCESSAR-TRANSACAO-EXIT.
003140     EXIT.
003150
003160*----------------------------------------------------------------*
003170*                   Incluir uma Pensao, Rejeitando Chave Ja
003180*                   Cadastrada, Matricula Sem Funcionario, CPF
003190*                   ou Conta Invalidos e Base de Calculo
003200*                   Inconsistente
003210*----------------------------------------------------------------*
003220 2100-INCLUIR-PENSAO.
003230
003240     PERFORM 2050-LOCALIZAR-PENSAO
003250         THRU 2050-LOCALIZAR-PENSAO-EXIT
003260     IF PENSAO-ACHADA
003270        MOVE "INCLUSAO DE PENSAO JA CADASTRADA"
003280             TO PEXD-MOTIVO
003290        PERFORM 2700-IMPRIMIR-EXCECAO
003300            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003310        GO TO 2100-INCLUIR-PENSAO-EXIT
003320     END-IF
003330     PERFORM 2060-LOCALIZAR-FUNCIONARIO
003340         THRU 2060-LOCALIZAR-FUNCIONARIO-EXIT
003350     IF FUNCIONARIO-NAO-ACHADO
003360        MOVE "MATRICULA NAO CADASTRADA NO FUNCMSTR"
003370             TO PEXD-MOTIVO
003380        PERFORM 2700-IMPRIMIR-EXCECAO
003390            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003400        GO TO 2100-INCLUIR-PENSAO-EXIT
003410     END-IF
003420     IF PTRN-BENEF-NOME = SPACES
003430        MOVE "NOME DO BENEFICIARIO NAO INFORMADO"
003440             TO PEXD-MOTIVO
003450        PERFORM 2700-IMPRIMIR-EXCECAO
003460            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003470        GO TO 2100-INCLUIR-PENSAO-EXIT
003480     END-IF
003490     PERFORM 2420-VALIDAR-CPF THRU 2420-VALIDAR-CPF-EXIT
003500     IF CPF-INVALIDO
003510        PERFORM 2700-IMPRIMIR-EXCECAO
003520            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003530        GO TO 2100-INCLUIR-PENSAO-EXIT
003540     END-IF
003550     PERFORM 2400-VALIDAR-DIGITO-CONTA
003560         THRU 2400-VALIDAR-DIGITO-CONTA-EXIT
003570     IF CONTA-INVALIDA
003580        PERFORM 2700-IMPRIMIR-EXCECAO
003590            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003600        GO TO 2100-INCLUIR-PENSAO-EXIT
003610     END-IF
003620     IF PTRN-COMP-INICIO NOT NUMERIC
003630        OR (PTRN-PERCENTUAL NOT = SPACES
003640            AND PTRN-PERCENTUAL NOT NUMERIC)
003650        OR (PTRN-VALOR-FIXO NOT = SPACES
003660            AND PTRN-VALOR-FIXO NOT NUMERIC)
003670        OR (PTRN-COMP-FIM NOT = SPACES
003680            AND PTRN-COMP-FIM NOT NUMERIC)
003690        MOVE "PERCENTUAL, VALOR OU COMPET. INVALIDOS"
003700             TO PEXD-MOTIVO
003710        PERFORM 2700-IMPRIMIR-EXCECAO
003720            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003730        GO TO 2100-INCLUIR-PENSAO-EXIT
003740     END-IF
003750     MOVE SPACES                     TO PENSAO-REGISTRO
003760     MOVE PTRN-MATRICULA             TO PEN-MATRICULA
003770     MOVE PTRN-PROCESSO              TO PEN-PROCESSO
003780     MOVE PTRN-BENEF-NOME            TO PEN-BENEF-NOME
003790     MOVE PTRN-BENEF-CPF             TO PEN-BENEF-CPF
003800     MOVE PTRN-BANCO                 TO PEN-BANCO
003810     MOVE PTRN-AGENCIA               TO PEN-AGENCIA
003820     MOVE PTRN-CONTA                 TO PEN-CONTA
003830     MOVE PTRN-CONTA-DV              TO PEN-CONTA-DV
003840     MOVE PTRN-TIPO-CONTA            TO PEN-TIPO-CONTA
003850     MOVE PTRN-BASE                  TO PEN-BASE
003860     MOVE ZERO                       TO PEN-PERCENTUAL
003870     IF PTRN-PERCENTUAL NOT = SPACES
003880        MOVE PTRN-PERCENTUAL-N       TO PEN-PERCENTUAL
003890     END-IF
003900     MOVE ZERO                       TO PEN-VALOR-FIXO
003910     IF PTRN-VALOR-FIXO NOT = SPACES
003920        MOVE PTRN-VALOR-FIXO-N       TO PEN-VALOR-FIXO
003930     END-IF
003940     MOVE "S"                        TO PEN-INCIDE-DECIMO
003950     IF PTRN-INCIDE-DECIMO NOT = SPACES
003960        MOVE PTRN-INCIDE-DECIMO      TO PEN-INCIDE-DECIMO
003970     END-IF
003980     MOVE "S"                        TO PEN-INCIDE-FERIAS
003990     IF PTRN-INCIDE-FERIAS NOT = SPACES
004000        MOVE PTRN-INCIDE-FERIAS      TO PEN-INCIDE-FERIAS
004010     END-IF
004020     MOVE "S"                        TO PEN-INCIDE-RESCISAO
004030     IF PTRN-INCIDE-RESCISAO NOT = SPACES
004040        MOVE PTRN-INCIDE-RESCISAO    TO PEN-INCIDE-RESCISAO
004050     END-IF
004060     MOVE "S"                        TO PEN-DEDUZ-IRRF
004070     IF PTRN-DEDUZ-IRRF NOT = SPACES
004080        MOVE PTRN-DEDUZ-IRRF         TO PEN-DEDUZ-IRRF
004090     END-IF
004100     MOVE PTRN-COMP-INICIO           TO PEN-COMP-INICIO
004110     MOVE ZERO                       TO PEN-COMP-FIM
004120     IF PTRN-COMP-FIM NOT = SPACES
004130        MOVE PTRN-COMP-FIM           TO PEN-COMP-FIM
004140     END-IF
004150     MOVE DATA-EXECUCAO              TO PEN-DATA-INCLUSAO
004160     PERFORM 2460-CONSISTIR-PENSAO
004170         THRU 2460-CONSISTIR-PENSAO-EXIT
004180     IF PENSAO-INCONSISTENTE
004190        PERFORM 2700-IMPRIMIR-EXCECAO
004200            THRU 2700-IMPRIMIR-EXCECAO-EXIT
004210        GO TO 2100-INCLUIR-PENSAO-EXIT
004220     END-IF
004230     MOVE "ANTES"                    TO PAUD-IMAGEM
004240     PERFORM 2510-LIMPAR-IMAGEM THRU 2510-LIMPAR-IMAGEM-EXIT
004250     PERFORM 2600-IMPRIMIR-AUDITORIA
004260         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
004270     WRITE PENSAO-REGISTRO
004280         INVALID KEY
004290             MOVE "ERRO DE GRAVACAO NO PENSAO"
004300                  TO PEXD-MOTIVO
004310             PERFORM 2700-IMPRIMIR-EXCECAO
004320                 THRU 2700-IMPRIMIR-EXCECAO-EXIT
004330             GO TO 2100-INCLUIR-PENSAO-EXIT
004340     END-WRITE
004350     COMPUTE CONTINCL = CONTINCL + 1
004360     PERFORM 2500-FORMATAR-IMAGEM-ATUAL
004370         THRU 2500-FORMATAR-IMAGEM-ATUAL-EXIT
004380     MOVE "DEPOIS"                   TO PAUD-IMAGEM
004390     PERFORM 2600-IMPRIMIR-AUDITORIA
004400         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
004410     .
004420 2100-INCLUIR-PENSAO-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------------*
004460*                   Alterar uma Pensao, Mantendo os Campos Nao
004470*                   Informados na Transacao. A Conta So E
004480*                   Trocada Quando Vem Informada, e Entao Todos
004490*                   os Dados Bancarios Sao Validados Juntos
004500*----------------------------------------------------------------*
004510 2200-ALTERAR-PENSAO.
004520
004530     PERFORM 2050-LOCALIZAR-PENSAO
004540         THRU 2050-LOCALIZAR-PENSAO-EXIT
004550     IF PENSAO-NAO-ACHADA
004560        MOVE "ALTERACAO DE PENSAO NAO CADASTRADA"
004570             TO PEXD-MOTIVO
004580        PERFORM 2700-IMPRIMIR-EXCECAO
004590            THRU 2700-IMPRIMIR-EXCECAO-EXIT
004600        GO TO 2200-ALTERAR-PENSAO-EXIT
004610     END-IF
004620     PERFORM 2500-FORMATAR-IMAGEM-ATUAL
004630         THRU 2500-FORMATAR-IMAGEM-ATUAL-EXIT
004640     MOVE "ANTES"                    TO PAUD-IMAGEM
004650     PERFORM 2600-IMPRIMIR-AUDITORIA
004660         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
004670     IF (PTRN-PERCENTUAL NOT = SPACES
004680         AND PTRN-PERCENTUAL NOT NUMERIC)
004690        OR (PTRN-VALOR-FIXO NOT = SPACES
004700            AND PTRN-VALOR-FIXO NOT NUMERIC)
004710        OR (PTRN-COMP-INICIO NOT = SPACES
004720            AND PTRN-COMP-INICIO NOT NUMERIC)
004730        OR (PTRN-COMP-FIM NOT = SPACES
004740            AND PTRN-COMP-FIM NOT NUMERIC)
004750        MOVE "PERCENTUAL, VALOR OU COMPET. INVALIDOS"
004760             TO PEXD-MOTIVO
004770        PERFORM 2700-IMPRIMIR-EXCECAO
004780            THRU 2700-IMPRIMIR-EXCECAO-EXIT
004790        GO TO 2200-ALTERAR-PENSAO-EXIT
004800     END-IF
004810     IF PTRN-BENEF-CPF NOT = SPACES
004820        PERFORM 2420-VALIDAR-CPF THRU 2420-VALIDAR-CPF-EXIT
004830        IF CPF-INVALIDO
004840           PERFORM 2700-IMPRIMIR-EXCECAO
004850               THRU 2700-IMPRIMIR-EXCECAO-EXIT
004860           GO TO 2200-ALTERAR-PENSAO-EXIT
004870        END-IF
004880        MOVE PTRN-BENEF-CPF          TO PEN-BENEF-CPF
004890     END-IF
004900     IF PTRN-CONTA NOT = SPACES
004910        PERFORM 2400-VALIDAR-DIGITO-CONTA
004920            THRU 2400-VALIDAR-DIGITO-CONTA-EXIT
004930        IF CONTA-INVALIDA
004940           PERFORM 2700-IMPRIMIR-EXCECAO
004950               THRU 2700-IMPRIMIR-EXCECAO-EXIT
004960           GO TO 2200-ALTERAR-PENSAO-EXIT
004970        END-IF
004980        MOVE PTRN-BANCO              TO PEN-BANCO
004990        MOVE PTRN-AGENCIA            TO PEN-AGENCIA
005000        MOVE PTRN-CONTA              TO PEN-CONTA
005010        MOVE PTRN-CONTA-DV           TO PEN-CONTA-DV
005020        MOVE PTRN-TIPO-CONTA         TO PEN-TIPO-CONTA
005030     END-IF
005040     IF PTRN-BENEF-NOME NOT = SPACES
005050        MOVE PTRN-BENEF-NOME         TO PEN-BENEF-NOME
005060     END-IF
005070     IF PTRN-BASE NOT = SPACES
005080        MOVE PTRN-BASE               TO PEN-BASE
005090     END-IF
005100     IF PTRN-PERCENTUAL NUMERIC
005110        AND PTRN-PERCENTUAL NOT = ZEROS
005120        MOVE PTRN-PERCENTUAL-N       TO PEN-PERCENTUAL
005130     END-IF
005140     IF PTRN-VALOR-FIXO NUMERIC
005150        AND PTRN-VALOR-FIXO NOT = ZEROS
005160        MOVE PTRN-VALOR-FIXO-N       TO PEN-VALOR-FIXO
005170     END-IF
005180     IF PTRN-INCIDE-DECIMO NOT = SPACES
005190        MOVE PTRN-INCIDE-DECIMO      TO PEN-INCIDE-DECIMO
005200     END-IF
005210     IF PTRN-INCIDE-FERIAS NOT = SPACES
005220        MOVE PTRN-INCIDE-FERIAS      TO PEN-INCIDE-FERIAS
005230     END-IF
005240     IF PTRN-INCIDE-RESCISAO NOT = SPACES
005250        MOVE PTRN-INCIDE-RESCISAO    TO PEN-INCIDE-RESCISAO
005260     END-IF
005270     IF PTRN-DEDUZ-IRRF NOT = SPACES
005280        MOVE PTRN-DEDUZ-IRRF         TO PEN-DEDUZ-IRRF
005290     END-IF
005300     IF PTRN-COMP-INICIO NUMERIC
005310        AND PTRN-COMP-INICIO NOT = ZEROS
005320        MOVE PTRN-COMP-INICIO        TO PEN-COMP-INICIO
005330     END-IF
005340     IF PTRN-COMP-FIM = "999999"
005350        MOVE ZERO                    TO PEN-COMP-FIM
005360     ELSE
005370        IF PTRN-COMP-FIM NUMERIC
005380           AND PTRN-COMP-FIM NOT = ZEROS
005390           MOVE PTRN-COMP-FIM        TO PEN-COMP-FIM
005400        END-IF
005410     END-IF
005420     PERFORM 2460-CONSISTIR-PENSAO
005430         THRU 2460-CONSISTIR-PENSAO-EXIT
005440     IF PENSAO-INCONSISTENTE
005450        PERFORM 2700-IMPRIMIR-EXCECAO
005460            THRU 2700-IMPRIMIR-EXCECAO-EXIT
005470        GO TO 2200-ALTERAR-PENSAO-EXIT
005480     END-IF
005490     REWRITE PENSAO-REGISTRO
005500         INVALID KEY
005510             MOVE "ERRO DE REGRAVACAO NO PENSAO"
005520                  TO PEXD-MOTIVO
005530             PERFORM 2700-IMPRIMIR-EXCECAO
005540                 THRU 2700-IMPRIMIR-EXCECAO-EXIT
005550             GO TO 2200-ALTERAR-PENSAO-EXIT
005560     END-REWRITE
005570     COMPUTE CONTALT = CONTALT + 1
005580     PERFORM 2500-FORMATAR-IMAGEM-ATUAL
005590         THRU 2500-FORMATAR-IMAGEM-ATUAL-EXIT
005600     MOVE "DEPOIS"                   TO PAUD-IMAGEM
005610     PERFORM 2600-IMPRIMIR-AUDITORIA
005620         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
005630     .
005640 2200-ALTERAR-PENSAO-EXIT.
005650     EXIT.
005660
005670*----------------------------------------------------------------*
005680*                   Excluir uma Pensao do Cadastro (Fim da
005690*                   Obrigacao ou Processo Lancado com Erro)
005700*----------------------------------------------------------------*
005710 2300-EXCLUIR-PENSAO.
005720
005730     PERFORM 2050-LOCALIZAR-PENSAO
005740         THRU 2050-LOCALIZAR-PENSAO-EXIT
005750     IF PENSAO-NAO-ACHADA
005760        MOVE "EXCLUSAO DE PENSAO NAO CADASTRADA"
005770             TO PEXD-MOTIVO
005780        PERFORM 2700-IMPRIMIR-EXCECAO
005790            THRU 2700-IMPRIMIR-EXCECAO-EXIT
005800        GO TO 2300-EXCLUIR-PENSAO-EXIT
005810     END-IF
005820     PERFORM 2500-FORMATAR-IMAGEM-ATUAL
005830         THRU 2500-FORMATAR-IMAGEM-ATUAL-EXIT
005840     MOVE "ANTES"                    TO PAUD-IMAGEM
005850     PERFORM 2600-IMPRIMIR-AUDITORIA
005860         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
005870     DELETE PENSAO
005880         INVALID KEY
005890             MOVE "ERRO DE EXCLUSAO NO PENSAO"
005900                  TO PEXD-MOTIVO
005910             PERFORM 2700-IMPRIMIR-EXCECAO
005920                 THRU 2700-IMPRIMIR-EXCECAO-EXIT
005930             GO TO 2300-EXCLUIR-PENSAO-EXIT
005940     END-DELETE
005950     COMPUTE CONTEXCL = CONTEXCL + 1
005960     MOVE "DEPOIS"                   TO PAUD-IMAGEM
005970     PERFORM 2510-LIMPAR-IMAGEM THRU 2510-LIMPAR-IMAGEM-EXIT
005980     MOVE "*** EXCLUIDA ***"         TO PAUD-BENEF-NOME
005990     PERFORM 2600-IMPRIMIR-AUDITORIA
006000         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
006010     .
006020 2300-EXCLUIR-PENSAO-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------*
006060*                   Localizar a Chave da Transacao no Cadastro
006070*                   de Pensoes
006080*----------------------------------------------------------------*
006090 2050-LOCALIZAR-PENSAO.
006100
006110     MOVE PTRN-MATRICULA             TO PEN-MATRICULA
006120     MOVE PTRN-PROCESSO              TO PEN-PROCESSO
006130     READ PENSAO
006140         INVALID KEY
006150             SET PENSAO-NAO-ACHADA    TO TRUE
006160             GO TO 2050-LOCALIZAR-PENSAO-EXIT
006170     END-READ
006180     SET PENSAO-ACHADA               TO TRUE
006190     .
006200 2050-LOCALIZAR-PENSAO-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------------*
006240*                   Localizar a Matricula da Transacao no
006250*                   Cadastro Mestre de Funcionarios
006260*----------------------------------------------------------------*
006270 2060-LOCALIZAR-FUNCIONARIO.
006280
006290     MOVE PTRN-MATRICULA             TO FUNCMST-MATRICULA
006300     READ FUNCMSTR
006310         INVALID KEY
006320             SET FUNCIONARIO-NAO-ACHADO TO TRUE
006330             GO TO 2060-LOCALIZAR-FUNCIONARIO-EXIT
006340     END-READ
006350     SET FUNCIONARIO-ACHADO          TO TRUE
006360     .
006370 2060-LOCALIZAR-FUNCIONARIO-EXIT.
006380     EXIT.
006390
006400*----------------------------------------------------------------*
006410*                   Validar os Dados Bancarios do Beneficiario
006420*                   Informados na Transacao: Banco, Agencia e
006430*                   Conta Numericos, Tipo de Conta Conhecido e
006440*                   Digito Verificador da Conta (Modulo 11
006450*                   Sobre Agencia + Conta, Resto 10 = "X" e
006460*                   Resto 11 = "0"), Como no FUNCMNT
006470*----------------------------------------------------------------*
006480 2400-VALIDAR-DIGITO-CONTA.
006490
006500     SET CONTA-VALIDA                TO TRUE
006510     IF PTRN-BANCO NOT NUMERIC
006520        OR PTRN-AGENCIA NOT NUMERIC
006530        OR PTRN-CONTA NOT NUMERIC
006540        MOVE "DADOS BANCARIOS NAO NUMERICOS"
006550             TO PEXD-MOTIVO
006560        SET CONTA-INVALIDA           TO TRUE
006570        GO TO 2400-VALIDAR-DIGITO-CONTA-EXIT
006580     END-IF
006590     IF PTRN-TIPO-CONTA NOT = "C"
006600        AND PTRN-TIPO-CONTA NOT = "P"
006610        MOVE "TIPO DE CONTA DESCONHECIDO (C/P)"
006620             TO PEXD-MOTIVO
006630        SET CONTA-INVALIDA           TO TRUE
006640        GO TO 2400-VALIDAR-DIGITO-CONTA-EXIT
006650     END-IF
006660     MOVE PTRN-AGENCIA               TO DIG-AGENCIA-CONTA (1:4)
006670     MOVE PTRN-CONTA                 TO DIG-AGENCIA-CONTA (5:8)
006680     MOVE ZERO                       TO DIG-SOMA
006690     MOVE 2                          TO DIG-PESO
006700     PERFORM 2450-SOMAR-ALGARISMO
006710         THRU 2450-SOMAR-ALGARISMO-EXIT
006720         VARYING DIG-SUB FROM 12 BY -1
006730         UNTIL DIG-SUB < 1
006740     DIVIDE DIG-SOMA BY 11
006750            GIVING DIG-VALOR
006760            REMAINDER DIG-RESTO
006770     COMPUTE DIG-VALOR = 11 - DIG-RESTO
006780     EVALUATE DIG-VALOR
006790         WHEN 10
006800             MOVE "X"                 TO DIG-ESPERADO
006810         WHEN 11
006820             MOVE "0"                 TO DIG-ESPERADO
006830         WHEN OTHER
006840             MOVE DIG-VALOR           TO DIG-VALOR-D
006850             MOVE DIG-VALOR-D         TO DIG-ESPERADO
006860     END-EVALUATE
006870     IF PTRN-CONTA-DV NOT = DIG-ESPERADO
006880        MOVE "DIGITO DA CONTA NAO CONFERE"
006890             TO PEXD-MOTIVO
006900        SET CONTA-INVALIDA           TO TRUE
006910     END-IF
006920     .
006930 2400-VALIDAR-DIGITO-CONTA-EXIT.
006940     EXIT.
006950
006960*----------------------------------------------------------------*
006970*                   Somar um Algarismo de Agencia + Conta no
006980*                   Calculo do Digito, com os Pesos 2 A 9
006990*                   Aplicados do Algarismo Mais A Direita para
007000*                   A Esquerda
007010*----------------------------------------------------------------*
007020 2450-SOMAR-ALGARISMO.
007030
007040     COMPUTE DIG-SOMA = DIG-SOMA +
007050        (DIG-ALGARISMO (DIG-SUB) * DIG-PESO)
007060     COMPUTE DIG-PESO = DIG-PESO + 1
007070     IF DIG-PESO > 9
007080        MOVE 2                       TO DIG-PESO
007090     END-IF
007100     .
007110 2450-SOMAR-ALGARISMO-EXIT.
007120     EXIT.
007130
007140*----------------------------------------------------------------*
007150*                   Validar o CPF do Beneficiario Informado na
007160*                   Transacao: Numerico, Nao Zerado e com os
007170*                   Dois Digitos Verificadores Conferindo
007180*                   (Modulo 11 com Pesos Decrescentes, Resto
007190*                   Menor que 2 = Zero)
007200*----------------------------------------------------------------*
007210 2420-VALIDAR-CPF.
007220
007230     SET CPF-VALIDO                  TO TRUE
007240     IF PTRN-BENEF-CPF NOT NUMERIC
007250        OR PTRN-BENEF-CPF = ZEROS
007260        MOVE "CPF NAO NUMERICO OU ZERADO"
007270             TO PEXD-MOTIVO
007280        SET CPF-INVALIDO             TO TRUE
007290        GO TO 2420-VALIDAR-CPF-EXIT
007300     END-IF
007310     MOVE PTRN-BENEF-CPF             TO CPF-NUMERO
007320     MOVE 9                          TO CPF-LIMITE
007330     PERFORM 2425-CALCULAR-DIGITO-CPF
007340         THRU 2425-CALCULAR-DIGITO-CPF-EXIT
007350     IF CPF-DIGITO NOT = CPF-ALGARISMO (10)
007360        MOVE "DIGITO DO CPF NAO CONFERE"
007370             TO PEXD-MOTIVO
007380        SET CPF-INVALIDO             TO TRUE
007390        GO TO 2420-VALIDAR-CPF-EXIT
007400     END-IF
007410     MOVE 10                         TO CPF-LIMITE
007420     PERFORM 2425-CALCULAR-DIGITO-CPF
007430         THRU 2425-CALCULAR-DIGITO-CPF-EXIT
007440     IF CPF-DIGITO NOT = CPF-ALGARISMO (11)
007450        MOVE "DIGITO DO CPF NAO CONFERE"
007460             TO PEXD-MOTIVO
007470        SET CPF-INVALIDO             TO TRUE
007480     END-IF
007490     .
007500 2420-VALIDAR-CPF-EXIT.
007510     EXIT.
007520
007530*----------------------------------------------------------------*
007540*                   Calcular um Digito Verificador do CPF Sobre
007550*                   os Algarismos Anteriores a Ele
007560*----------------------------------------------------------------*
007570 2425-CALCULAR-DIGITO-CPF.
007580
007590     MOVE ZERO                       TO CPF-SOMA
007600     COMPUTE CPF-PESO = CPF-LIMITE + 1
007610     PERFORM 2430-SOMAR-ALGARISMO-CPF
007620         THRU 2430-SOMAR-ALGARISMO-CPF-EXIT
007630         VARYING CPF-SUB FROM 1 BY 1
007640         UNTIL CPF-SUB > CPF-LIMITE
007650     DIVIDE CPF-SOMA BY 11
007660            GIVING CPF-QUOCIENTE
007670            REMAINDER CPF-RESTO
007680     IF CPF-RESTO < 2
007690        MOVE ZERO                    TO CPF-DIGITO
007700     ELSE
007710        COMPUTE CPF-DIGITO = 11 - CPF-RESTO
007720     END-IF
007730     .
007740 2425-CALCULAR-DIGITO-CPF-EXIT.
007750     EXIT.
007760
007770*----------------------------------------------------------------*
007780*                   Somar um Algarismo do CPF no Calculo do
007790*                   Digito, com o Peso Decrescendo da Esquerda
007800*                   para a Direita
007810*----------------------------------------------------------------*
007820 2430-SOMAR-ALGARISMO-CPF.
007830
007840     COMPUTE CPF-SOMA = CPF-SOMA +
007850        (CPF-ALGARISMO (CPF-SUB) * CPF-PESO)
007860     COMPUTE CPF-PESO = CPF-PESO - 1
007870     .
007880 2430-SOMAR-ALGARISMO-CPF-EXIT.
007890     EXIT.
007900
007910*----------------------------------------------------------------*
007920*                   Consistir a Pensao Montada na Area do
007930*                   Registro Antes de Gravar: Base Conhecida,
007940*                   Percentual de 0,01 a 100 nas Bases "B" e
007950*                   "L", Valor Fixo na Base "F", Indicadores
007960*                   "S"/"N" e Competencias de Inicio e Fim
007970*                   Validas e em Ordem
007980*----------------------------------------------------------------*
007990 2460-CONSISTIR-PENSAO.
008000
008010     SET PENSAO-INCONSISTENTE        TO TRUE
008020     IF NOT PEN-BASE-VALIDA
008030        MOVE "BASE DE CALCULO DESCONHECIDA (B/L/F)"
008040             TO PEXD-MOTIVO
008050        GO TO 2460-CONSISTIR-PENSAO-EXIT
008060     END-IF
008070     IF PEN-BASE-FIXO
008080        MOVE ZERO                    TO PEN-PERCENTUAL
008090        IF PEN-VALOR-FIXO = ZERO
008100           MOVE "VALOR FIXO DA PENSAO NAO INFORMADO"
008110                TO PEXD-MOTIVO
008120           GO TO 2460-CONSISTIR-PENSAO-EXIT
008130        END-IF
008140     ELSE
008150        MOVE ZERO                    TO PEN-VALOR-FIXO
008160        IF PEN-PERCENTUAL = ZERO
008170           OR PEN-PERCENTUAL > 100
008180           MOVE "PERCENTUAL DA PENSAO FORA DE 0,01 A 100"
008190                TO PEXD-MOTIVO
008200           GO TO 2460-CONSISTIR-PENSAO-EXIT
008210        END-IF
008220     END-IF
008230     IF (PEN-INCIDE-DECIMO NOT = "S"
008240         AND PEN-INCIDE-DECIMO NOT = "N")
008250        OR (PEN-INCIDE-FERIAS NOT = "S"
008260            AND PEN-INCIDE-FERIAS NOT = "N")
008270        OR (PEN-INCIDE-RESCISAO NOT = "S"
008280            AND PEN-INCIDE-RESCISAO NOT = "N")
008290        OR (PEN-DEDUZ-IRRF NOT = "S"
008300            AND PEN-DEDUZ-IRRF NOT = "N")
008310        MOVE "INDICADOR DE INCIDENCIA DIFERENTE DE S/N"
008320             TO PEXD-MOTIVO
008330        GO TO 2460-CONSISTIR-PENSAO-EXIT
008340     END-IF
008350     MOVE PEN-COMP-INICIO            TO COMPETENCIA-VALIDAR
008360     IF COMP-VALIDAR-ANO = ZERO
008370        OR COMP-VALIDAR-MES < 1
008380        OR COMP-VALIDAR-MES > 12
008390        MOVE "COMPETENCIA DE INICIO INVALIDA"
008400             TO PEXD-MOTIVO
008410        GO TO 2460-CONSISTIR-PENSAO-EXIT
008420     END-IF
008430     IF PEN-COMP-FIM NOT = ZERO
008440        MOVE PEN-COMP-FIM            TO COMPETENCIA-VALIDAR
008450        IF COMP-VALIDAR-MES < 1
008460           OR COMP-VALIDAR-MES > 12
008470           OR PEN-COMP-FIM < PEN-COMP-INICIO
008480           MOVE "COMPETENCIA DE FIM INVALIDA/ANTES INICIO"
008490                TO PEXD-MOTIVO
008500           GO TO 2460-CONSISTIR-PENSAO-EXIT
008510        END-IF
008520     END-IF
008530     SET PENSAO-CONSISTENTE          TO TRUE
008540     .
008550 2460-CONSISTIR-PENSAO-EXIT.
008560     EXIT.
008570
008580*----------------------------------------------------------------*
008590*                   Formatar a Imagem Atual da Pensao para o
008600*                   Relatorio de Auditoria
008610*----------------------------------------------------------------*
008620 2500-FORMATAR-IMAGEM-ATUAL.
008630
008640     MOVE PEN-BENEF-NOME             TO PAUD-BENEF-NOME
008650     MOVE PEN-BENEF-CPF              TO PAUD-BENEF-CPF
008660     MOVE PEN-BANCO                  TO PAUD-BANCO
008670     MOVE PEN-AGENCIA                TO PAUD-AGENCIA
008680     MOVE SPACES                     TO PAUD-CONTA
008690     STRING PEN-CONTA "-" PEN-CONTA-DV " " PEN-TIPO-CONTA
008700            DELIMITED BY SIZE INTO PAUD-CONTA
008710     MOVE PEN-BASE                   TO PAUD-BASE
008720     MOVE PEN-PERCENTUAL             TO PAUD-PERCENTUAL
008730     MOVE PEN-VALOR-FIXO             TO PAUD-VALOR-FIXO
008740     MOVE SPACES                     TO PAUD-INCIDENCIAS
008750     STRING PEN-INCIDE-DECIMO PEN-INCIDE-FERIAS
008760            PEN-INCIDE-RESCISAO PEN-DEDUZ-IRRF
008770            DELIMITED BY SIZE INTO PAUD-INCIDENCIAS
008780     MOVE PEN-COMP-INICIO            TO PAUD-COMP-INICIO
008790     IF PEN-COMP-FIM = ZERO
008800        MOVE SPACES                  TO PAUD-COMP-FIM
008810     ELSE
008820        MOVE PEN-COMP-FIM            TO PAUD-COMP-FIM
008830     END-IF
008840     .
008850 2500-FORMATAR-IMAGEM-ATUAL-EXIT.
008860     EXIT.
008870
008880*----------------------------------------------------------------*
008890*                   Limpar a Imagem da Pensao (ANTES da
008900*                   Inclusao e DEPOIS da Exclusao)
008910*----------------------------------------------------------------*
008920 2510-LIMPAR-IMAGEM.
008930
008940     MOVE SPACES                     TO PAUD-BENEF-NOME
008950     MOVE SPACES                     TO PAUD-BENEF-CPF
008960     MOVE SPACES                     TO PAUD-BANCO
008970     MOVE SPACES                     TO PAUD-AGENCIA
008980     MOVE SPACES                     TO PAUD-CONTA
008990     MOVE SPACES                     TO PAUD-BASE
009000     MOVE ZERO                       TO PAUD-PERCENTUAL
009010     MOVE ZERO                       TO PAUD-VALOR-FIXO
009020     MOVE SPACES                     TO PAUD-INCIDENCIAS
009030     MOVE SPACES                     TO PAUD-COMP-INICIO
009040     MOVE SPACES                     TO PAUD-COMP-FIM
009050     .
009060 2510-LIMPAR-IMAGEM-EXIT.
009070     EXIT.
009080
009090*----------------------------------------------------------------*
009100*                   Imprimir uma Linha no Relatorio de Auditoria
009110*----------------------------------------------------------------*
009120 2600-IMPRIMIR-AUDITORIA.
009130
009140     MOVE DESCR-TRANSACAO            TO PAUD-TRANSACAO
009150     MOVE PTRN-MATRICULA             TO PAUD-MATRICULA
009160     MOVE PTRN-PROCESSO              TO PAUD-PROCESSO
009170     WRITE LINHA-AUDITOR             FROM PAU-DETALHE
009180     .
009190 2600-IMPRIMIR-AUDITORIA-EXIT.
009200     EXIT.
009210
009220*----------------------------------------------------------------*
009230*                   Imprimir uma Linha no Relatorio de Excecoes
009240*                   e Contabilizar a Rejeicao
009250*----------------------------------------------------------------*
009260 2700-IMPRIMIR-EXCECAO.
009270
009280     MOVE DESCR-TRANSACAO            TO PEXD-TRANSACAO
009290     MOVE PTRN-MATRICULA             TO PEXD-MATRICULA
009300     MOVE PTRN-PROCESSO              TO PEXD-PROCESSO
009310     WRITE LINHA-EXCECOES            FROM PEX-DETALHE
009320     COMPUTE CONTREJ = CONTREJ + 1
009330     .
009340 2700-IMPRIMIR-EXCECAO-EXIT.
009350     EXIT.
009360
009370*----------------------------------------------------------------*
009380*                   Terminar o Programa
009390*----------------------------------------------------------------*
009400 3000-TERMINO.
009410
009420     MOVE CONTLIDAS                  TO ROD-PAU-LIDAS
009430     MOVE CONTINCL                   TO ROD-PAU-INCLUIDAS
009440     MOVE CONTALT                    TO ROD-PAU-ALTERADAS
009450     MOVE CONTEXCL                   TO ROD-PAU-EXCLUIDAS
009460     MOVE CONTREJ                    TO ROD-PAU-REJEITADAS
009470     WRITE LINHA-AUDITOR             FROM PAU-LINHA-BRANCO
009480     WRITE LINHA-AUDITOR             FROM PAU-RODAPE-1
009490     WRITE LINHA-AUDITOR             FROM PAU-RODAPE-2
009500     WRITE LINHA-AUDITOR             FROM PAU-RODAPE-3
009510     WRITE LINHA-AUDITOR             FROM PAU-RODAPE-4
009520     WRITE LINHA-AUDITOR             FROM PAU-RODAPE-5
009530     MOVE CONTREJ                    TO ROD-PEX-REJEITADAS
009540     WRITE LINHA-EXCECOES            FROM PEX-LINHA-BRANCO
009550     WRITE LINHA-EXCECOES            FROM PEX-RODAPE-1
009560     MOVE ZERO                       TO RETURN-CODE
009570     IF CONTLIDAS = ZERO
009580        DISPLAY "RC 16 - NENHUMA TRANSACAO LIDA NO PENTRAN"
009590        MOVE 16                      TO RETURN-CODE
009600     ELSE
009610        IF CONTREJ > ZERO
009620           DISPLAY "RC 04 - TRANSACOES REJEITADAS: " CONTREJ
009630           MOVE 4                    TO RETURN-CODE
009640        END-IF
009650     END-IF
009660     IF RETURN-CODE = ZERO
009670        DISPLAY "*---------------------------------------*"
009680        DISPLAY "*          TERMINO NORMAL                *"
009690        DISPLAY "*---------------------------------------*"
009700     END-IF
009710     CLOSE PENSAO
009720     CLOSE FUNCMSTR
009730     CLOSE PENTRAN
009740     CLOSE AUDITOR
009750     CLOSE EXCECOES
009760     .
