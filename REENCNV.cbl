000010*----------------------------------------------------------------*
000020* PROGRAMA: REENCNV
000030* AUTHOR  : EMANUEL
000040* INSTAL. : DEPARTAMENTO DE FOLHA DE PAGAMENTO
000050* DATA    : 15.04.2024
000060*----------------------------------------------------------------*
000070* OBJETIVO: CONVERSAO UNICA DO CICLO DE REAPRESENTACAO PARA O
000080*           TIPO DO CREDITO (PAGAMENTO DO FUNCIONARIO OU PENSAO
000090*           AO BENEFICIARIO) E O PROCESSO DA PENSAO:
000100*              - LE O CONTROLE DE TENTATIVAS ANTERIOR (RTCANT,
000110*                CHAVE MATRICULA + COMPETENCIA, 12 POSICOES) NA
000120*                ORDEM DA CHAVE E GRAVA CADA REGISTRO NO NOVO
000130*                CLUSTER (RETRYCTL, DEFINIDO VAZIO PELO JOB) NO
000140*                LAYOUT ATUAL, COMO PAGAMENTO DO FUNCIONARIO
000150*                ("S", PROCESSO EM BRANCO);
000160*              - COPIA O REENVIO PENDENTE (REEANT, 112
000170*                POSICOES) PARA A NOVA GERACAO (REENVIO, 132
000180*                POSICOES). O ITEM CUJO NOME E O DO BENEFICIARIO
000190*                DE UMA PENSAO DA MATRICULA NO CADASTRO DE
000200*                PENSOES SAI COMO CREDITO DE PENSAO ("P", COM O
000210*                PROCESSO); OS DEMAIS SAEM COMO PAGAMENTO DO
000220*                FUNCIONARIO ("S").
000230*
000240*           O JOB SO TROCA OS NOMES DOS CLUSTERS COM RC=00. UM
000250*           RTCANT JA CONVERTIDO (CHAVE DE 33 POSICOES) NAO
000260*           ABRE E TERMINA COM RC=24 SEM ALTERAR NADA.
000270*----------------------------------------------------------------*
000280* HISTORICO DE ALTERACOES
000290*----------------------------------------------------------------*
000300* DATA       INIC.  DESCRICAO
000310* ---------- ------ -------------------------------------------
000320* 15.04.2024 EJ     VERSAO ORIGINAL.
000330*----------------------------------------------------------------*
000340
000350*----------------------------------------------------------------*
000360 IDENTIFICATION                      DIVISION.
000370*----------------------------------------------------------------*
000380 PROGRAM-ID.                         REENCNV.
000390 AUTHOR.                             EMANUEL.
000400 INSTALLATION.                       DEPTO FOLHA DE PAGAMENTO.
000410 DATE-WRITTEN.                       15.04.2024.
000420 DATE-COMPILED.                      15.04.2024.
000430*----------------------------------------------------------------*
000440 ENVIRONMENT                         DIVISION.
000450*----------------------------------------------------------------*
000460 CONFIGURATION                       SECTION.
000470 SPECIAL-NAMES.
000480     DECIMAL-POINT IS COMMA.
000490*----------------------------------------------------------------*
000500 INPUT-OUTPUT                        SECTION.
000510*----------------------------------------------------------------*
000520 FILE-CONTROL.
000530     SELECT RTCANT                   ASSIGN TO "RTCANT"
000540                                      ORGANIZATION IS INDEXED
000550                                      ACCESS MODE IS SEQUENTIAL
000560                                      RECORD KEY IS
000570                                         RTA-CHAVE
000580                                      FILE STATUS IS
000590                                         RTCANT-STATUS.
000600     SELECT RETRYCTL                 ASSIGN TO "RETRYCTL"
000610                                      ORGANIZATION IS INDEXED
000620                                      ACCESS MODE IS SEQUENTIAL
000630                                      RECORD KEY IS
000640                                         RTC-CHAVE
000650                                      FILE STATUS IS
000660                                         RETRYCTL-STATUS.
000670     SELECT REEANT                   ASSIGN TO "REEANT"
000680                                      ORGANIZATION IS
000690                                         LINE SEQUENTIAL
000700                                      FILE STATUS IS
000710                                         REEANT-STATUS.
000720     SELECT REENVIO                  ASSIGN TO "REENVIO"
000730                                      ORGANIZATION IS
000740                                         LINE SEQUENTIAL
000750                                      FILE STATUS IS
000760                                         REENVIO-STATUS.
000770     SELECT PENSAO                   ASSIGN TO "PENSAO"
000780                                      ORGANIZATION IS INDEXED
000790                                      ACCESS MODE IS DYNAMIC
000800                                      RECORD KEY IS
000810                                         PEN-CHAVE
000820                                      FILE STATUS IS
000830                                         PENSAO-STATUS.
000840*----------------------------------------------------------------*
000850 DATA                                DIVISION.
000860*----------------------------------------------------------------*
000870 FILE                                SECTION.
000880*    LAYOUT DO RETRYCTL ANTERIOR AO TIPO DO CREDITO NA CHAVE
000890 FD  RTCANT.
000900 01  RTCANT-REGISTRO.
000910     05  RTA-CHAVE.
000920         10  RTA-MATRICULA           PIC 9(06).
000930         10  RTA-COMPETENCIA         PIC 9(06).
000940     05  RTA-QTD-TENTATIVAS          PIC 9(02).
000950     05  RTA-ULTIMO-MOTIVO           PIC X(30).
000960     05  RTA-DATA-PRIMEIRA           PIC 9(08).
000970     05  RTA-DATA-ULTIMA             PIC 9(08).
000980     05  RTA-VALOR                   PIC 9(11)V99.
000990     05  RTA-SITUACAO                PIC X(01).
001000     05  FILLER                      PIC X(12).
001010 FD  RETRYCTL.
001020     COPY RETRYCT.
001030*    LAYOUT DO REENVIO ANTERIOR AO TIPO DO CREDITO
001040 FD  REEANT.
001050 01  REEANT-REGISTRO.
001060     05  REA-MATRICULA               PIC 9(06).
001070     05  REA-NOME                    PIC X(30).
001080     05  REA-BANCO                   PIC 9(03).
001090     05  REA-AGENCIA                 PIC 9(04).
001100     05  REA-CONTA                   PIC 9(08).
001110     05  REA-CONTA-DV                PIC X(01).
001120     05  REA-TIPO-CONTA              PIC X(01).
001130     05  REA-VALOR-LIQUIDO           PIC 9(11)V99.
001140     05  REA-COMPETENCIA             PIC 9(06).
001150     05  REA-MOTIVO                  PIC X(30).
001160     05  FILLER                      PIC X(10).
001170 FD  REENVIO.
001180     COPY REENV.
001190 FD  PENSAO.
001200     COPY PENSAO.
001210*----------------------------------------------------------------*
001220 WORKING-STORAGE                     SECTION.
001230*----------------------------------------------------------------*
001240 77  RTCANT-STATUS                   PIC X(02).
001250 77  RETRYCTL-STATUS                 PIC X(02).
001260 77  REEANT-STATUS                   PIC X(02).
001270 77  REENVIO-STATUS                  PIC X(02).
001280 77  PENSAO-STATUS                   PIC X(02).
001290 77  CONTCTLLIDOS                    PIC 9(05) COMP.
001300 77  CONTCTLGRAVADOS                 PIC 9(05) COMP.
001310 77  CONTREELIDOS                    PIC 9(05) COMP.
001320 77  CONTREEPENSAO                   PIC 9(05) COMP.
001330 77  CONTERRO                        PIC 9(05) COMP.
001340
001350 01  SW-ERRO-NA-ABERTURA             PIC X(01).
001360     88  ERRO-NA-ABERTURA                        VALUE "S".
001370     88  SEM-ERRO-NA-ABERTURA                    VALUE "N".
001380
001390 01  SW-FIM-RTCANT                   PIC X(01).
001400     88  FIM-RTCANT                               VALUE "S".
001410     88  NAO-FIM-RTCANT                           VALUE "N".
001420
001430 01  SW-FIM-REEANT                   PIC X(01).
001440     88  FIM-REEANT                               VALUE "S".
001450     88  NAO-FIM-REEANT                           VALUE "N".
001460
001470 01  SW-FIM-PENSOES                  PIC X(01).
001480     88  FIM-PENSOES                              VALUE "S".
001490     88  NAO-FIM-PENSOES                          VALUE "N".
001500*----------------------------------------------------------------*
001510 PROCEDURE                           DIVISION.
001520*----------------------------------------------------------------*
001530 0000-PRINCIPAL.
001540
001550     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
001560     IF SEM-ERRO-NA-ABERTURA
001570        PERFORM 2000-CONVERTER-CONTROLE
001580            THRU 2000-CONVERTER-CONTROLE-EXIT
001590            UNTIL FIM-RTCANT
001600        PERFORM 2500-CONVERTER-REENVIO
001610            THRU 2500-CONVERTER-REENVIO-EXIT
001620            UNTIL FIM-REEANT
001630        PERFORM 3000-TERMINO
001640     END-IF
001650     STOP RUN
001660     .
001670
001680*----------------------------------------------------------------*
001690*                   Inicializar o Programa e Abrir os Arquivos
001700*                   Anteriores e os Novos
001710*----------------------------------------------------------------*
001720 1000-INICIALIZAR.
001730
001740     MOVE ZERO                       TO CONTCTLLIDOS
001750     MOVE ZERO                       TO CONTCTLGRAVADOS
001760     MOVE ZERO                       TO CONTREELIDOS
001770     MOVE ZERO                       TO CONTREEPENSAO
001780     MOVE ZERO                       TO CONTERRO
001790     SET NAO-FIM-RTCANT              TO TRUE
001800     SET NAO-FIM-REEANT              TO TRUE
001810     SET SEM-ERRO-NA-ABERTURA        TO TRUE
001820     OPEN INPUT RTCANT
001830     IF RTCANT-STATUS NOT = "00"
001840        DISPLAY "RC 24 - ERRO AO ABRIR RTCANT - FILE STATUS "
001850           RTCANT-STATUS
001860        MOVE 24                      TO RETURN-CODE
001870        SET ERRO-NA-ABERTURA         TO TRUE
001880        GO TO 1000-INICIALIZAR-EXIT
001890     END-IF
001900     OPEN OUTPUT RETRYCTL
001910     IF RETRYCTL-STATUS NOT = "00"
001920        DISPLAY "RC 24 - ERRO AO ABRIR RETRYCTL - FILE STATUS "
001930           RETRYCTL-STATUS
001940        MOVE 24                      TO RETURN-CODE
001950        SET ERRO-NA-ABERTURA         TO TRUE
001960        GO TO 1000-INICIALIZAR-EXIT
001970     END-IF
001980     OPEN INPUT REEANT
001990     IF REEANT-STATUS NOT = "00"
002000        DISPLAY "RC 24 - ERRO AO ABRIR REEANT - FILE STATUS "
002010           REEANT-STATUS
002020        MOVE 24                      TO RETURN-CODE
002030        SET ERRO-NA-ABERTURA         TO TRUE
002040        GO TO 1000-INICIALIZAR-EXIT
002050     END-IF
002060     OPEN OUTPUT REENVIO
002070     IF REENVIO-STATUS NOT = "00"
002080        DISPLAY "RC 24 - ERRO AO ABRIR REENVIO - FILE STATUS "
002090           REENVIO-STATUS
002100        MOVE 24                      TO RETURN-CODE
002110        SET ERRO-NA-ABERTURA         TO TRUE
002120        GO TO 1000-INICIALIZAR-EXIT
002130     END-IF
002140     OPEN INPUT PENSAO
002150     IF PENSAO-STATUS NOT = "00"
002160        DISPLAY "RC 24 - ERRO AO ABRIR PENSAO - FILE STATUS "
002170           PENSAO-STATUS
002180        MOVE 24                      TO RETURN-CODE
002190        SET ERRO-NA-ABERTURA         TO TRUE
002200        GO TO 1000-INICIALIZAR-EXIT
002210     END-IF
002220     .
002230 1000-INICIALIZAR-EXIT.
002240     EXIT.
002250
002260*----------------------------------------------------------------*
002270*                   Ler o Proximo Registro do Controle de
002280*                   Tentativas Anterior e Grava-Lo no Novo
002290*                   Layout como Pagamento do Funcionario
002300*----------------------------------------------------------------*
002310 2000-CONVERTER-CONTROLE.
002320
002330     READ RTCANT
002340         AT END
002350             SET FIM-RTCANT           TO TRUE
002360             GO TO 2000-CONVERTER-CONTROLE-EXIT
002370     END-READ
002380     COMPUTE CONTCTLLIDOS = CONTCTLLIDOS + 1
002390     MOVE SPACES                     TO RETRYCT-REGISTRO
002400     MOVE RTA-MATRICULA              TO RTC-MATRICULA
002410     MOVE RTA-COMPETENCIA            TO RTC-COMPETENCIA
002420     MOVE "S"                        TO RTC-TIPO-CREDITO
002430     MOVE SPACES                     TO RTC-PROCESSO
002440     MOVE RTA-QTD-TENTATIVAS         TO RTC-QTD-TENTATIVAS
002450     MOVE RTA-ULTIMO-MOTIVO          TO RTC-ULTIMO-MOTIVO
002460     MOVE RTA-DATA-PRIMEIRA          TO RTC-DATA-PRIMEIRA
002470     MOVE RTA-DATA-ULTIMA            TO RTC-DATA-ULTIMA
002480     MOVE RTA-VALOR                  TO RTC-VALOR
002490     MOVE RTA-SITUACAO               TO RTC-SITUACAO
002500     WRITE RETRYCT-REGISTRO
002510         INVALID KEY
002520             DISPLAY "MATRICULA " RTA-MATRICULA " COMPETENCIA "
002530                RTA-COMPETENCIA " ERRO NA GRAVACAO NO NOVO "
002540                "RETRYCTL - FILE STATUS " RETRYCTL-STATUS
002550             COMPUTE CONTERRO = CONTERRO + 1
002560             GO TO 2000-CONVERTER-CONTROLE-EXIT
002570     END-WRITE
002580     COMPUTE CONTCTLGRAVADOS = CONTCTLGRAVADOS + 1
002590     .
002600 2000-CONVERTER-CONTROLE-EXIT.
002610     EXIT.
002620
002630*----------------------------------------------------------------*
002640*                   Ler o Proximo Item do Reenvio Anterior e
002650*                   Grava-Lo no Novo Layout, Identificando o
002660*                   Credito de Pensao pelo Nome do Beneficiario
002670*----------------------------------------------------------------*
002680 2500-CONVERTER-REENVIO.
002690
002700     READ REEANT
002710         AT END
002720             SET FIM-REEANT           TO TRUE
002730             GO TO 2500-CONVERTER-REENVIO-EXIT
002740     END-READ
002750     COMPUTE CONTREELIDOS = CONTREELIDOS + 1
002760     MOVE SPACES                     TO REENVIO-REGISTRO
002770     MOVE REA-MATRICULA              TO REE-MATRICULA
002780     MOVE REA-NOME                   TO REE-NOME
002790     MOVE REA-BANCO                  TO REE-BANCO
002800     MOVE REA-AGENCIA                TO REE-AGENCIA
002810     MOVE REA-CONTA                  TO REE-CONTA
002820     MOVE REA-CONTA-DV               TO REE-CONTA-DV
002830     MOVE REA-TIPO-CONTA             TO REE-TIPO-CONTA
002840     MOVE REA-VALOR-LIQUIDO          TO REE-VALOR-LIQUIDO
002850     MOVE REA-COMPETENCIA            TO REE-COMPETENCIA
002860     MOVE REA-MOTIVO                 TO REE-MOTIVO
002870     MOVE "S"                        TO REE-TIPO-CREDITO
002880     MOVE SPACES                     TO REE-PROCESSO
002890     PERFORM 2600-IDENTIFICAR-PENSAO
002900         THRU 2600-IDENTIFICAR-PENSAO-EXIT
002910     WRITE REENVIO-REGISTRO
002920     .
002930 2500-CONVERTER-REENVIO-EXIT.
002940     EXIT.
002950
002960*----------------------------------------------------------------*
002970*                   Procurar entre as Pensoes da Matricula a do
002980*                   Beneficiario Creditado no Item do Reenvio
002990*----------------------------------------------------------------*
003000 2600-IDENTIFICAR-PENSAO.
003010
003020     SET NAO-FIM-PENSOES             TO TRUE
003030     MOVE REE-MATRICULA              TO PEN-MATRICULA
003040     MOVE LOW-VALUES                 TO PEN-PROCESSO
003050     START PENSAO KEY NOT LESS THAN PEN-CHAVE
003060         INVALID KEY
003070             GO TO 2600-IDENTIFICAR-PENSAO-EXIT
003080     END-START
003090     PERFORM 2650-COMPARAR-PENSAO
003100         THRU 2650-COMPARAR-PENSAO-EXIT
003110         UNTIL FIM-PENSOES
003120     .
003130 2600-IDENTIFICAR-PENSAO-EXIT.
003140     EXIT.
003150
003160*----------------------------------------------------------------*
003170*                   Comparar uma Pensao da Matricula com o
003180*                   Beneficiario do Item do Reenvio
003190*----------------------------------------------------------------*
003200 2650-COMPARAR-PENSAO.
003210
003220     READ PENSAO NEXT
003230         AT END
003240             SET FIM-PENSOES          TO TRUE
003250             GO TO 2650-COMPARAR-PENSAO-EXIT
003260     END-READ
003270     IF PEN-MATRICULA NOT = REE-MATRICULA
003280        SET FIM-PENSOES              TO TRUE
003290        GO TO 2650-COMPARAR-PENSAO-EXIT
003300     END-IF
003310     IF PEN-BENEF-NOME NOT = REE-NOME
003320        GO TO 2650-COMPARAR-PENSAO-EXIT
003330     END-IF
003340     MOVE "P"                        TO REE-TIPO-CREDITO
003350     MOVE PEN-PROCESSO               TO REE-PROCESSO
003360     COMPUTE CONTREEPENSAO = CONTREEPENSAO + 1
003370     SET FIM-PENSOES                 TO TRUE
003380     .
003390 2650-COMPARAR-PENSAO-EXIT.
003400     EXIT.
003410
003420*----------------------------------------------------------------*
003430*                   Terminar o Programa
003440*----------------------------------------------------------------*
003450 3000-TERMINO.
003460
003470     DISPLAY "REGISTROS LIDOS NO RTCANT......: " CONTCTLLIDOS
003480     DISPLAY "GRAVADOS NO NOVO RETRYCTL......: " CONTCTLGRAVADOS
003490     DISPLAY "ITENS COPIADOS DO REENVIO......: " CONTREELIDOS
003500     DISPLAY "ITENS IDENTIFICADOS COMO PENSAO: " CONTREEPENSAO
003510     DISPLAY "ERROS DE GRAVACAO..............: " CONTERRO
003520     MOVE ZERO                       TO RETURN-CODE
003530     IF CONTERRO > ZERO
003540        DISPLAY "RC 12 - ERRO NA GRAVACAO DO NOVO RETRYCTL - "
003550           "CLUSTERS NAO TROCADOS"
003560        MOVE 12                      TO RETURN-CODE
003570     END-IF
003580     IF RETURN-CODE = ZERO
003590        DISPLAY "*---------------------------------------*"
003600        DISPLAY "*          TERMINO NORMAL                *"
003610        DISPLAY "*---------------------------------------*"
003620     END-IF
003630     CLOSE RTCANT
003640     CLOSE RETRYCTL
003650     CLOSE REEANT
003660     CLOSE REENVIO
003670     CLOSE PENSAO
003680     .
