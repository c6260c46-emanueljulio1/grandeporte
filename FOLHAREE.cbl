000130*              - FUNDE OS ITENS DO REENVIO, ATUALIZANDO OS
000140*                DADOS BANCARIOS A PARTIR DO FUNCMSTR ANTES
000150*                DE REAPRESENTAR (CONTAS CORRIGIDAS NO
000160*                CADASTRO SAEM CORRIGIDAS NA REMESSA); O
000161*                CREDITO DE PENSAO REJEITADO VOLTA AO
000162*                BENEFICIARIO COM A CONTA ATUAL DO PROCESSO NO
000163*                CADASTRO DE PENSOES (PENSAO), NUNCA COM A
000164*                CONTA DO FUNCIONARIO;
000170*              - MANTEM O CONTROLE DE TENTATIVAS POR
000180*                MATRICULA + COMPETENCIA + TIPO DO CREDITO +
000181*                PROCESSO DA PENSAO (RETRYCTL), COM A
000190*                CONTAGEM E O MOTIVO DE CADA REJEICAO;
000200*              - APOS O LIMITE DE TENTATIVAS, MOVE O ITEM
000210*                PARA O RAZAO DE PAGAMENTOS EM ABERTO
000220*                (PGTOABER) E EMITE O AGING PARA A
000230*                TESOURARIA, EM VEZ DE REAPRESENTAR PARA
000240*                SEMPRE;
000250*              - REGRAVA O TRAILER DE CADA LOTE (UM POR
000260*                EMPRESA) COM A QTDE E O VALOR TOTAL DO LOTE
000261*                FUNDIDO, REAPRESENTANDO CADA ITEM NO LOTE DA
000262*                EMPRESA DO FUNCIONARIO; ITENS DE EMPRESA SEM
000263*                LOTE NA REMESSA VOLTAM PARA O REENVIO.
000270*----------------------------------------------------------------*
000280* HISTORICO DE ALTERACOES
000290*----------------------------------------------------------------*
000325*                   MESMA CHAVE DO CONTROLE DE TENTATIVAS E
000326*                   A CONTAGEM ALCANCE O LIMITE ATRAVES DAS
000327*                   COMPETENCIAS.
000328* 08.04.2024 EJ     REMESSA COM UM LOTE POR EMPRESA: OS ITENS
000329*                   DO REENVIO SAO FUNDIDOS NO LOTE DA EMPRESA
000330*                   DO FUNCIONARIO (FUNCMST-EMPRESA) E CADA
000331*                   TRAILER SAI COM OS TOTAIS DO PROPRIO LOTE.
000332*                   ITENS DE EMPRESA SEM LOTE NA REMESSA SAO
000333*                   GRAVADOS EM REENVPEN PARA O PROXIMO CICLO.
000334* 15.04.2024 EJ     CREDITO DE PENSAO REJEITADO (REE-CREDITO-
000335*                   PENSAO) E REAPRESENTADO AO BENEFICIARIO COM
000336*                   A CONTA DO PROCESSO NO CADASTRO DE PENSOES,
000337*                   E NAO MAIS COM A CONTA DO FUNCIONARIO; O
000338*                   CONTROLE DE TENTATIVAS PASSA A SEPARAR O
000339*                   PAGAMENTO DO FUNCIONARIO DE CADA PENSAO.
000340*----------------------------------------------------------------*
000341
000350*----------------------------------------------------------------*
000360 IDENTIFICATION                      DIVISION.
000370*----------------------------------------------------------------*
000890                                         LINE SEQUENTIAL
000900                                      FILE STATUS IS
000910                                         REENVREL-STATUS.
000911     SELECT REENVPEN                 ASSIGN TO "REENVPEN"
000912                                      ORGANIZATION IS
000913                                         LINE SEQUENTIAL
000914                                      FILE STATUS IS
000915                                         REENVPEN-STATUS.
000916     SELECT PENSAO                   ASSIGN TO "PENSAO"
000917                                      ORGANIZATION IS INDEXED
000918                                      ACCESS MODE IS RANDOM
000919                                      RECORD KEY IS
000920                                         PEN-CHAVE
000921                                      FILE STATUS IS
000922                                         PENSAO-STATUS.
000923*----------------------------------------------------------------*
000930 DATA                                DIVISION.
000940*----------------------------------------------------------------*
000950 FILE                                SECTION.
001020 FD  RETRYCTL.
001030     COPY RETRYCT.
001040 FD  REMSAIDA.
001050 01  REMSAIDA-REGISTRO               PIC X(110).
001060 FD  PGTOABER.
001070     COPY PGABER.
001080 FD  REENVREL.
001090 01  LINHA-REENVREL                  PIC X(132).
001091 FD  REENVPEN.
001092 01  REENVPEN-REGISTRO               PIC X(132).
001093 FD  PENSAO.
001094     COPY PENSAO.
001100*----------------------------------------------------------------*
001110 WORKING-STORAGE                     SECTION.
001120*----------------------------------------------------------------*
001190 77  REMSAIDA-STATUS                 PIC X(02).
001200 77  PGTOABER-STATUS                 PIC X(02).
001210 77  REENVREL-STATUS                 PIC X(02).
001211 77  REENVPEN-STATUS                 PIC X(02).
001212 77  PENSAO-STATUS                   PIC X(02).
001220 77  MAX-TENTATIVAS                  PIC 9(02) VALUE 03.
001230 77  QTD-SAIDA                       PIC 9(07) COMP.
001240 77  VAL-SAIDA                       PIC 9(13)V99.
001250 77  CONTREAPRES                     PIC 9(05) COMP.
001260 77  CONTABERTOS                     PIC 9(05) COMP.
001270 77  CONTAGING                       PIC 9(05) COMP.
001271 77  CONTPENDENTES                   PIC 9(05) COMP.
001272 77  EMPRESA-LOTE                    PIC 9(03).
001273 77  EMPRESA-ITEM                    PIC 9(03).
001274 77  TIPO-CREDITO-ITEM               PIC X(01).
001280 77  DATA-EXECUCAO                   PIC 9(08).
001290 77  DATA-EXECUCAO-FMT               PIC X(10).
001300 77  DIAS-ABERTO                     PIC 9(05).
001580 01  SW-FUNCIONARIO-ACHADO           PIC X(01).
001590     88  FUNCIONARIO-ACHADO                      VALUE "S".
001600     88  FUNCIONARIO-NAO-ACHADO                  VALUE "N".
001601
001602 01  SW-PENSAO-ACHADA                PIC X(01).
001603     88  PENSAO-ACHADA                           VALUE "S".
001604     88  PENSAO-NAO-ACHADA                       VALUE "N".
001605
001606 01  SW-LOTE-ABERTO                  PIC X(01).
001607     88  LOTE-ABERTO                             VALUE "S".
001608     88  LOTE-FECHADO                            VALUE "N".
001609
001610*----------------------------------------------------------------*
001611*    EMPRESAS CUJO LOTE JA RECEBEU OS ITENS DO REENVIO, PELO
001612*    CODIGO DA EMPRESA ("S" = FUNDIDO)
001613*----------------------------------------------------------------*
001614 01  TABELA-LOTES.
001615     05  TLO-FUNDIDO                 PIC X(01) OCCURS 999 TIMES.
001616*----------------------------------------------------------------*
001620 PROCEDURE                           DIVISION.
001630*----------------------------------------------------------------*
001640 0000-PRINCIPAL.
001680        PERFORM 2000-COPIAR-REMESSA
001690            THRU 2000-COPIAR-REMESSA-EXIT
001700            UNTIL FIM-REMESSA
001701        IF LOTE-ABERTO
001702           PERFORM 2200-FECHAR-LOTE THRU 2200-FECHAR-LOTE-EXIT
001703        END-IF
001704        PERFORM 2500-SEPARAR-PENDENTES
001705            THRU 2500-SEPARAR-PENDENTES-EXIT
001740        PERFORM 3000-TERMINO
001750     END-IF
001760     STOP RUN
001860     MOVE ZERO                       TO CONTREAPRES
001870     MOVE ZERO                       TO CONTABERTOS
001880     MOVE ZERO                       TO CONTAGING
001881     MOVE ZERO                       TO CONTPENDENTES
001882     MOVE 1                          TO EMPRESA-LOTE
001883     MOVE SPACES                     TO TABELA-LOTES
001884     SET LOTE-FECHADO                TO TRUE
001890     SET NAO-FIM-REMESSA             TO TRUE
001900     SET NAO-FIM-REENVIO             TO TRUE
001910     SET SEM-ERRO-NA-ABERTURA        TO TRUE
002100        SET ERRO-NA-ABERTURA         TO TRUE
002110        GO TO 1000-INICIALIZAR-EXIT
002120     END-IF
002121     CLOSE REENVIO
002130     OPEN INPUT FUNCMSTR
002140     IF FUNCMSTR-STATUS NOT = "00"
002150        DISPLAY "RC 24 - ERRO AO ABRIR FUNCMSTR - FILE STATUS "
002500        SET ERRO-NA-ABERTURA         TO TRUE
002510        GO TO 1000-INICIALIZAR-EXIT
002520     END-IF
002521     OPEN OUTPUT REENVPEN
002522     IF REENVPEN-STATUS NOT = "00"
002523        DISPLAY "RC 24 - ERRO AO ABRIR REENVPEN - FILE STATUS "
002524           REENVPEN-STATUS
002525        MOVE 24                      TO RETURN-CODE
002526        SET ERRO-NA-ABERTURA         TO TRUE
002527        GO TO 1000-INICIALIZAR-EXIT
002528     END-IF
002529     OPEN INPUT PENSAO
002530     IF PENSAO-STATUS NOT = "00"
002531        DISPLAY "RC 24 - ERRO AO ABRIR PENSAO - FILE STATUS "
002532           PENSAO-STATUS
002533        MOVE 24                      TO RETURN-CODE
002534        SET ERRO-NA-ABERTURA         TO TRUE
002535        GO TO 1000-INICIALIZAR-EXIT
002536     END-IF
002537     MOVE DATA-EXECUCAO-FMT          TO REN1-DATA
002540     WRITE LINHA-REENVREL            FROM REN-CABECALHO-1
002550     WRITE LINHA-REENVREL            FROM REN-LINHA-BRANCO
002560     WRITE LINHA-REENVREL            FROM REN-CABECALHO-2
002760*----------------------------------------------------------------*
002770*                   Copiar a Remessa da Competencia para o
002780*                   Arquivo FUNDIDO: Header e Detalhes Passam,
002790*                   o Trailer de Cada Lote e Regravado com os
002800*                   Totais do Lote FUNDIDO
002810*----------------------------------------------------------------*
002820 2000-COPIAR-REMESSA.
002830
002831     IF REM-REG-HEADER
002832        MOVE 1                       TO EMPRESA-LOTE
002833        IF REMH-EMPRESA NUMERIC
002834           AND REMH-EMPRESA > ZERO
002835           MOVE REMH-EMPRESA         TO EMPRESA-LOTE
002836        END-IF
002837        SET LOTE-ABERTO              TO TRUE
002838     END-IF
002840     IF REM-REG-TRAILER
002841        PERFORM 2200-FECHAR-LOTE THRU 2200-FECHAR-LOTE-EXIT
002850        GO TO 2000-COPIAR-REMESSA-LER
002860     END-IF
002870     IF REM-REG-DETALHE
002970 2000-COPIAR-REMESSA-EXIT.
002980     EXIT.
002990
002991*----------------------------------------------------------------*
002992*                   Fechar o Lote da Empresa: Fundir os Itens do
002993*                   Reenvio da Empresa (Uma Unica Vez por
002994*                   Empresa) e Gravar o Trailer com os Totais
002995*                   do Lote FUNDIDO
002996*----------------------------------------------------------------*
002997 2200-FECHAR-LOTE.
002998
002999     IF TLO-FUNDIDO (EMPRESA-LOTE) NOT = "S"
003000        MOVE "S"                     TO TLO-FUNDIDO (EMPRESA-LOTE)
003001        OPEN INPUT REENVIO
003002        SET NAO-FIM-REENVIO          TO TRUE
003003        PERFORM 2300-PROCESSAR-REENVIO
003004            THRU 2300-PROCESSAR-REENVIO-EXIT
003005            UNTIL FIM-REENVIO
003006        CLOSE REENVIO
003007     END-IF
003008     MOVE SPACES                     TO REGISTRO-REMESSA
003009     MOVE "9"                        TO REM-TIPO-REGISTRO
003010     MOVE QTD-SAIDA                  TO REMT-QTD-DETALHES
003011     MOVE VAL-SAIDA                  TO REMT-VALOR-TOTAL
003012     WRITE REMSAIDA-REGISTRO         FROM REGISTRO-REMESSA
003013     MOVE ZERO                       TO QTD-SAIDA
003014     MOVE ZERO                       TO VAL-SAIDA
003015     SET LOTE-FECHADO                TO TRUE
003016     .
003017 2200-FECHAR-LOTE-EXIT.
003018     EXIT.
003019
003020*----------------------------------------------------------------*
003021*                   Ler um Item do Arquivo de Reenvio
003022*----------------------------------------------------------------*
003030 1600-LER-REENVIO.
003040
003050     READ REENVIO
003130*----------------------------------------------------------------*
003140*                   Processar um Item do Reenvio: Atualizar o
003150*                   Controle de Tentativas e Reapresentar com
003160*                   os Dados Atualizados do FUNCMSTR (ou do
003161*                   Cadastro de Pensoes, no Credito da Pensao),
003170*                   ou Mover para o Razao de Pagamentos em Aberto
003180*----------------------------------------------------------------*
003190 2300-PROCESSAR-REENVIO.
003200
003250     IF FIM-REENVIO
003260        GO TO 2300-PROCESSAR-REENVIO-EXIT
003270     END-IF
003271     PERFORM 2320-APURAR-EMPRESA-ITEM
003272         THRU 2320-APURAR-EMPRESA-ITEM-EXIT
003273     IF EMPRESA-ITEM NOT = EMPRESA-LOTE
003274        GO TO 2300-PROCESSAR-REENVIO-EXIT
003275     END-IF
003280     PERFORM 2350-ATUALIZAR-CONTROLE
003290         THRU 2350-ATUALIZAR-CONTROLE-EXIT
003300     IF RTC-QTD-TENTATIVAS > MAX-TENTATIVAS
003320            THRU 2400-MOVER-PARA-ABERTO-EXIT
003330        GO TO 2300-PROCESSAR-REENVIO-GRAVAR
003340     END-IF
003341     IF REE-CREDITO-PENSAO
003342        PERFORM 2360-LER-PENSAO THRU 2360-LER-PENSAO-EXIT
003343        IF PENSAO-NAO-ACHADA
003344           OR PEN-CONTA NOT NUMERIC
003345           OR PEN-CONTA = ZERO
003346           MOVE "PENSAO SEM CONTA NO CADASTRO"
003347                TO RTC-ULTIMO-MOTIVO
003348           PERFORM 2400-MOVER-PARA-ABERTO
003349               THRU 2400-MOVER-PARA-ABERTO-EXIT
003350           GO TO 2300-PROCESSAR-REENVIO-GRAVAR
003351        END-IF
003352        GO TO 2300-PROCESSAR-REENVIO-REAPRES
003353     END-IF
003420     IF FUNCIONARIO-NAO-ACHADO
003421        OR FUNCMST-CONTA NOT NUMERIC
003430        OR FUNCMST-CONTA = ZERO
003470            THRU 2400-MOVER-PARA-ABERTO-EXIT
003480        GO TO 2300-PROCESSAR-REENVIO-GRAVAR
003490     END-IF
003491     .
003492 2300-PROCESSAR-REENVIO-REAPRES.
003493
003500     PERFORM 2380-GRAVAR-DETALHE-SAIDA
003510         THRU 2380-GRAVAR-DETALHE-SAIDA-EXIT
003520     MOVE "R"                        TO RTC-SITUACAO
003570     MOVE RTC-QTD-TENTATIVAS         TO REND-TENTATIVAS
003580     MOVE REE-MOTIVO                 TO REND-MOTIVO
003590     MOVE "REAPRESENTADO AO BANCO"   TO REND-DESTINO
003591     IF REE-CREDITO-PENSAO
003592        MOVE "PENSAO REAPRESENTADA AO BENEF."
003593             TO REND-DESTINO
003594     END-IF
003600     WRITE LINHA-REENVREL            FROM REN-DETALHE
003610     .
003620 2300-PROCESSAR-REENVIO-GRAVAR.
003710     .
003720 2300-PROCESSAR-REENVIO-EXIT.
003730     EXIT.
003731
003732*----------------------------------------------------------------*
003733*                   Apurar a Empresa do Item do Reenvio pelo
003734*                   Cadastro Mestre (Sem Cadastro ou Sem
003735*                   Empresa Informada = Empresa 001)
003736*----------------------------------------------------------------*
003737 2320-APURAR-EMPRESA-ITEM.
003738
003739     MOVE 1                          TO EMPRESA-ITEM
003740     MOVE REE-MATRICULA              TO FUNCMST-MATRICULA
003741     READ FUNCMSTR
003742         INVALID KEY
003743             SET FUNCIONARIO-NAO-ACHADO TO TRUE
003744         NOT INVALID KEY
003745             SET FUNCIONARIO-ACHADO   TO TRUE
003746     END-READ
003747     IF FUNCIONARIO-ACHADO
003748        AND FUNCMST-EMPRESA NUMERIC
003749        AND FUNCMST-EMPRESA > ZERO
003750        MOVE FUNCMST-EMPRESA         TO EMPRESA-ITEM
003751     END-IF
003752     .
003753 2320-APURAR-EMPRESA-ITEM-EXIT.
003754     EXIT.
003755
003756*----------------------------------------------------------------*
003760*                   Localizar ou Criar o Registro de Controle
003770*                   de Tentativas do Item e Registrar a
003780*                   Rejeicao Recebida (Contagem e Motivo)
003820     SET CONTROLE-NAO-ACHADO         TO TRUE
003830     MOVE REE-MATRICULA              TO RTC-MATRICULA
003840     MOVE REE-COMPETENCIA            TO RTC-COMPETENCIA
003841     MOVE "S"                        TO TIPO-CREDITO-ITEM
003842     IF REE-CREDITO-PENSAO
003843        MOVE "P"                     TO TIPO-CREDITO-ITEM
003844     END-IF
003845     MOVE TIPO-CREDITO-ITEM          TO RTC-TIPO-CREDITO
003846     MOVE REE-PROCESSO               TO RTC-PROCESSO
003850     READ RETRYCTL
003860         INVALID KEY
003870             MOVE SPACES              TO RETRYCT-REGISTRO
003880             MOVE REE-MATRICULA       TO RTC-MATRICULA
003890             MOVE REE-COMPETENCIA     TO RTC-COMPETENCIA
003891             MOVE TIPO-CREDITO-ITEM   TO RTC-TIPO-CREDITO
003892             MOVE REE-PROCESSO        TO RTC-PROCESSO
003900             MOVE ZERO                TO RTC-QTD-TENTATIVAS
003910             MOVE DATA-EXECUCAO       TO RTC-DATA-PRIMEIRA
003920         NOT INVALID KEY
003990     .
004000 2350-ATUALIZAR-CONTROLE-EXIT.
004010     EXIT.
004011
004012*----------------------------------------------------------------*
004013*                   Ler no Cadastro de Pensoes o Processo do
004014*                   Credito de Pensao Rejeitado, para a Conta
004015*                   Atual do Beneficiario
004016*----------------------------------------------------------------*
004017 2360-LER-PENSAO.
004018
004019     MOVE REE-MATRICULA              TO PEN-MATRICULA
004020     MOVE REE-PROCESSO               TO PEN-PROCESSO
004021     READ PENSAO
004022         INVALID KEY
004023             SET PENSAO-NAO-ACHADA    TO TRUE
004024         NOT INVALID KEY
004025             SET PENSAO-ACHADA        TO TRUE
004026     END-READ
004027     .
004028 2360-LER-PENSAO-EXIT.
004029     EXIT.
004030
004031*----------------------------------------------------------------*
004040*                   Gravar o Detalhe Reapresentado no Arquivo
004050*                   de Saida, com os Dados Bancarios
004060*                   Atualizados do Cadastro Mestre (ou do
004061*                   Cadastro de Pensoes, no Credito da Pensao)
004070*----------------------------------------------------------------*
004080 2380-GRAVAR-DETALHE-SAIDA.
004090
004100     MOVE SPACES                     TO REGISTRO-REMESSA
004110     MOVE "1"                        TO REM-TIPO-REGISTRO
004111     IF REE-CREDITO-PENSAO
004112        MOVE REE-MATRICULA           TO REM-MATRICULA
004113        MOVE PEN-BENEF-NOME          TO REM-NOME
004114        MOVE PEN-BANCO               TO REM-BANCO
004115        MOVE PEN-AGENCIA             TO REM-AGENCIA
004116        MOVE PEN-CONTA               TO REM-CONTA
004117        MOVE PEN-CONTA-DV            TO REM-CONTA-DV
004118        MOVE PEN-TIPO-CONTA          TO REM-TIPO-CONTA
004119        MOVE "P"                     TO REM-TIPO-CREDITO
004120        MOVE REE-PROCESSO            TO REM-PROCESSO
004121     ELSE
004122        MOVE FUNCMST-MATRICULA       TO REM-MATRICULA
004130        MOVE FUNCMST-NOME            TO REM-NOME
004140        MOVE FUNCMST-BANCO           TO REM-BANCO
004150        MOVE FUNCMST-AGENCIA         TO REM-AGENCIA
004160        MOVE FUNCMST-CONTA           TO REM-CONTA
004170        MOVE FUNCMST-CONTA-DV        TO REM-CONTA-DV
004180        MOVE FUNCMST-TIPO-CONTA      TO REM-TIPO-CONTA
004181        MOVE "S"                     TO REM-TIPO-CREDITO
004182     END-IF
004190     MOVE REE-VALOR-LIQUIDO          TO REM-VALOR-LIQUIDO
004191     MOVE ZERO                       TO REM-DATA-CREDITO
004192     MOVE REE-COMPETENCIA            TO REM-COMPETENCIA-ORIG
004410     MOVE RTC-ULTIMO-MOTIVO          TO PGA-ULTIMO-MOTIVO
004420     MOVE RTC-DATA-PRIMEIRA          TO PGA-DATA-PRIMEIRA
004430     MOVE DATA-EXECUCAO              TO PGA-DATA-MOVIDO
004431     MOVE RTC-TIPO-CREDITO           TO PGA-TIPO-CREDITO
004440     WRITE PGABER-REGISTRO
004450     COMPUTE CONTABERTOS = CONTABERTOS + 1
004460     MOVE REE-MATRICULA              TO REND-MATRICULA
004540     .
004550 2400-MOVER-PARA-ABERTO-EXIT.
004560     EXIT.
004561
004562*----------------------------------------------------------------*
004563*                   Separar os Itens do Reenvio de Empresas sem
004564*                   Lote na Remessa: Voltam Intactos para o
004565*                   Reenvio (REENVPEN), sem Contar Tentativa
004566*----------------------------------------------------------------*
004567 2500-SEPARAR-PENDENTES.
004568
004569     OPEN INPUT REENVIO
004570     SET NAO-FIM-REENVIO             TO TRUE
004571     PERFORM 2550-SEPARAR-ITEM THRU 2550-SEPARAR-ITEM-EXIT
004572         UNTIL FIM-REENVIO
004573     CLOSE REENVIO
004574     .
004575 2500-SEPARAR-PENDENTES-EXIT.
004576     EXIT.
004577
004578*----------------------------------------------------------------*
004579*                   Manter no Reenvio um Item cuja Empresa Nao
004580*                   Teve Lote Fundido nesta Remessa
004581*----------------------------------------------------------------*
004582 2550-SEPARAR-ITEM.
004583
004584     PERFORM 1600-LER-REENVIO THRU 1600-LER-REENVIO-EXIT
004585     IF FIM-REENVIO
004586        GO TO 2550-SEPARAR-ITEM-EXIT
004587     END-IF
004588     PERFORM 2320-APURAR-EMPRESA-ITEM
004589         THRU 2320-APURAR-EMPRESA-ITEM-EXIT
004590     IF TLO-FUNDIDO (EMPRESA-ITEM) = "S"
004591        GO TO 2550-SEPARAR-ITEM-EXIT
004592     END-IF
004593     WRITE REENVPEN-REGISTRO         FROM REENVIO-REGISTRO
004594     COMPUTE CONTPENDENTES = CONTPENDENTES + 1
004595     MOVE REE-MATRICULA              TO REND-MATRICULA
004596     MOVE REE-COMPETENCIA            TO REND-COMPETENCIA
004597     MOVE REE-VALOR-LIQUIDO          TO REND-VALOR
004598     MOVE ZERO                       TO REND-TENTATIVAS
004599     MOVE REE-MOTIVO                 TO REND-MOTIVO
004600     MOVE "MANTIDO NO REENVIO - S/ LOTE"
004601          TO REND-DESTINO
004602     WRITE LINHA-REENVREL            FROM REN-DETALHE
004603     .
004604 2550-SEPARAR-ITEM-EXIT.
004605     EXIT.
004606
004607*----------------------------------------------------------------*
004608*                   Terminar o Programa: Aging dos Pagamentos
004609*                   em Aberto, Rodape e RETURN-CODE
004620*----------------------------------------------------------------*
004630 3000-TERMINO.
004640
004700     PERFORM 3100-EMITIR-AGING
004710         THRU 3100-EMITIR-AGING-EXIT
004720     MOVE CONTREAPRES                TO ROD-REN-REAPRES
004740     WRITE LINHA-REENVREL            FROM REN-LINHA-BRANCO
004750     WRITE LINHA-REENVREL            FROM REN-RODAPE-1
004760     WRITE LINHA-REENVREL            FROM REN-RODAPE-2
004761     MOVE CONTPENDENTES              TO ROD-REN-PENDENTES
004762     WRITE LINHA-REENVREL            FROM REN-RODAPE-3
004770     MOVE ZERO                       TO RETURN-CODE
004780     IF CONTABERTOS > ZERO
004790        DISPLAY "RC 04 - PAGAMENTOS MOVIDOS PARA O RAZAO EM "
004800           "ABERTO: " CONTABERTOS
004810        MOVE 4                       TO RETURN-CODE
004820     END-IF
004821     IF CONTPENDENTES > ZERO
004822        DISPLAY "ITENS DE EMPRESA SEM LOTE NA REMESSA MANTIDOS "
004823           "NO REENVIO: " CONTPENDENTES
004824     END-IF
004830     IF RETURN-CODE = ZERO
004840        DISPLAY "*---------------------------------------*"
004850        DISPLAY "*          TERMINO NORMAL                *"
004860        DISPLAY "*---------------------------------------*"
004870     END-IF
004880     CLOSE REMESSA
004900     CLOSE FUNCMSTR
004910     CLOSE RETRYCTL
004920     CLOSE REMSAIDA
004930     CLOSE PGTOABER
004940     CLOSE REENVREL
004941     CLOSE REENVPEN
004942     CLOSE PENSAO
004950     .
004960
004970*----------------------------------------------------------------*
005090     SET NAO-FIM-CONTROLE            TO TRUE
005100     MOVE ZERO                       TO RTC-MATRICULA
005110     MOVE ZERO                       TO RTC-COMPETENCIA
005111     MOVE SPACES                     TO RTC-TIPO-CREDITO
005112     MOVE SPACES                     TO RTC-PROCESSO
005120     START RETRYCTL KEY NOT LESS THAN RTC-CHAVE
005130         INVALID KEY
005140             SET FIM-CONTROLE         TO TRUE
