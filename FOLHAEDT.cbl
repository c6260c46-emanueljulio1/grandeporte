000321*                   ESGOTADO, "24") ENCERRA O JOB COM RC=24
000322*                   EM VEZ DE RETER OS REGISTROS RESTANTES
000323*                   COMO FALSA DUPLICIDADE.
000324* 11.03.2024 EJ     CLASSE CRITICADA PASSA A SER A DO HISTORICO
000325*                   FUNCIONAL (HISTFUN) NA COMPETENCIA DO PARM
000326*                   (AAAAMM, OMITIDO = ANO/MES DA EXECUCAO): TODA
000327*                   CLASSE VIGENTE NO MES DEVE TER VALOR-HORA NA
000328*                   TABSAL. A CLASSE DO SYSIN SO E CRITICADA PARA
000329*                   QUEM NAO TEM HISTORICO; QUANDO DIVERGE DO
000330*                   HISTORICO, SAI COMO AVISO NA CRITICA, SEM
000331*                   RETER O REGISTRO, COM CONTADOR NO RODAPE.
000332*----------------------------------------------------------------*
000333
000334*----------------------------------------------------------------*
000340 IDENTIFICATION                      DIVISION.
000350*----------------------------------------------------------------*
000360 PROGRAM-ID.                         FOLHAEDT.
000825                                         MTW-MATRICULA
000826                                      FILE STATUS IS
000827                                         MATRWK-STATUS.
000828     SELECT HISTFUN                  ASSIGN TO "HISTFUN"
000829                                      ORGANIZATION IS INDEXED
000830                                      ACCESS MODE IS DYNAMIC
000831                                      RECORD KEY IS
000832                                         HFU-CHAVE
000833                                      FILE STATUS IS
000834                                         HISTFUN-STATUS.
000835*----------------------------------------------------------------*
000840 DATA                                DIVISION.
000850*----------------------------------------------------------------*
000860 FILE                                SECTION.
000981 FD  MATRWK.
000982 01  MATRWK-REGISTRO.
000983     05  MTW-MATRICULA               PIC 9(06).
000984 FD  HISTFUN.
000985     COPY HISTFUN.
000990*----------------------------------------------------------------*
001000 WORKING-STORAGE                     SECTION.
001010*----------------------------------------------------------------*
001430 77  SOMA-HORAS-ACEITAS              PIC S9(08) COMP.
001440 77  DATA-EXECUCAO                   PIC 9(08).
001450 77  DATA-EXECUCAO-FMT               PIC X(10).
001451 77  HISTFUN-STATUS                  PIC X(02).
001452 77  PARM-LINHA-COMANDO              PIC X(40).
001453 77  PARM-COMPETENCIA                PIC X(06).
001454 77  COMPETENCIA-CRITICA             PIC 9(06).
001455 77  DATA-INICIO-COMP                PIC 9(08).
001456 77  DATA-FIM-COMP                   PIC 9(08).
001457 77  CLASSE-CRITICA                  PIC X(03).
001458 77  CLASSE-HISTORICO                PIC X(03).
001459 77  CLASSE-HIST-INVALIDA            PIC X(03).
001460 77  CONTAVISO                       PIC 9(05) COMP.
001461
001470 01  SW-ERRO-NA-ABERTURA             PIC X(01).
001480     88  ERRO-NA-ABERTURA                        VALUE "S".
001490     88  SEM-ERRO-NA-ABERTURA                    VALUE "N".
001710 01  SW-RUBRICA-VALIDA               PIC X(01).
001720     88  RUBRICA-VALIDA                          VALUE "S".
001730     88  RUBRICA-INVALIDA                        VALUE "N".
001731
001732 01  SW-FIM-HISTFUN                  PIC X(01).
001733     88  FIM-HISTFUN                             VALUE "S".
001734     88  NAO-FIM-HISTFUN                         VALUE "N".
001740*----------------------------------------------------------------*
001750 PROCEDURE                           DIVISION.
001760*----------------------------------------------------------------*
002000     MOVE ZERO                       TO CONTRUB-LID
002010     MOVE ZERO                       TO CONTRUB-ACE
002020     MOVE ZERO                       TO CONTRUB-RET
002021     MOVE ZERO                       TO CONTAVISO
002030     SET NAO-FIM-SYSIN               TO TRUE
002040     SET TRAILER-NAO-ACHADO          TO TRUE
002050     SET SEM-ERRO-NA-ABERTURA        TO TRUE
002080            DATA-EXECUCAO (5:2) "/"
002090            DATA-EXECUCAO (1:4)
002100            DELIMITED BY SIZE INTO DATA-EXECUCAO-FMT
002101     ACCEPT PARM-LINHA-COMANDO       FROM COMMAND-LINE
002102     MOVE SPACES                     TO PARM-COMPETENCIA
002103     UNSTRING PARM-LINHA-COMANDO
002104         DELIMITED BY ALL " "
002105         INTO PARM-COMPETENCIA
002106     IF PARM-COMPETENCIA NUMERIC
002107        AND PARM-COMPETENCIA NOT = "000000"
002108        MOVE PARM-COMPETENCIA        TO COMPETENCIA-CRITICA
002109     ELSE
002110        MOVE DATA-EXECUCAO (1:6)     TO COMPETENCIA-CRITICA
002111     END-IF
002112     COMPUTE DATA-INICIO-COMP = (COMPETENCIA-CRITICA * 100) + 1
002113     COMPUTE DATA-FIM-COMP = (COMPETENCIA-CRITICA * 100) + 31
002114     OPEN INPUT FUNCMSTR
002120     IF FUNCMSTR-STATUS NOT = "00"
002130        DISPLAY "RC 24 - ERRO AO ABRIR FUNCMSTR - FILE STATUS "
002140           FUNCMSTR-STATUS
002426        SET ERRO-NA-ABERTURA         TO TRUE
002427        GO TO 1000-INICIALIZAR-EXIT
002428     END-IF
002429     OPEN INPUT HISTFUN
002430     IF HISTFUN-STATUS NOT = "00"
002431        DISPLAY "RC 24 - ERRO AO ABRIR HISTFUN - FILE STATUS "
002432           HISTFUN-STATUS
002433        MOVE 24                      TO RETURN-CODE
002434        SET ERRO-NA-ABERTURA         TO TRUE
002435        GO TO 1000-INICIALIZAR-EXIT
002436     END-IF
002437     PERFORM 1600-CARREGAR-TABELA-SALARIOS
002440         THRU 1600-CARREGAR-TABELA-SALARIOS-EXIT
002450     PERFORM 1610-CARREGAR-TABELA-RUBRICAS
002460         THRU 1610-CARREGAR-TABELA-RUBRICAS-EXIT
003746            THRU 2700-IMPRIMIR-CRITICA-EXIT
003747        GO TO 2000-CRITICAR-REGISTRO-LER
003748     END-IF
003749     PERFORM 2120-APURAR-CLASSE-HISTORICO
003750         THRU 2120-APURAR-CLASSE-HISTORICO-EXIT
003751     IF CLASSE-HIST-INVALIDA NOT = SPACES
003752        MOVE SPACES                  TO EDTD-MOTIVO
003753        STRING "CLASSE DO HISTORICO SEM TABSAL: "
003754               CLASSE-HIST-INVALIDA
003755               DELIMITED BY SIZE
003756               INTO EDTD-MOTIVO
003757        END-STRING
003758        PERFORM 2700-IMPRIMIR-CRITICA
003759            THRU 2700-IMPRIMIR-CRITICA-EXIT
003760        GO TO 2000-CRITICAR-REGISTRO-LER
003761     END-IF
003762     IF CLASSE-HISTORICO = SPACES
003763        MOVE SYSIN-CLASSE            TO CLASSE-CRITICA
003764        PERFORM 2150-LOCALIZAR-CLASSE
003765            THRU 2150-LOCALIZAR-CLASSE-EXIT
003770        IF CLASSE-NAO-ACHADA
003780           MOVE "CLASSE SEM VALOR-HORA NA TABSAL"
003790                TO EDTD-MOTIVO
003800           PERFORM 2700-IMPRIMIR-CRITICA
003810               THRU 2700-IMPRIMIR-CRITICA-EXIT
003820           GO TO 2000-CRITICAR-REGISTRO-LER
003830        END-IF
003831     END-IF
003840     PERFORM 2200-VERIFICAR-DUPLICIDADE
003850         THRU 2200-VERIFICAR-DUPLICIDADE-EXIT
003851     IF ERRO-NA-ABERTURA
003900            THRU 2700-IMPRIMIR-CRITICA-EXIT
003910        GO TO 2000-CRITICAR-REGISTRO-LER
003920     END-IF
003921     IF CLASSE-HISTORICO NOT = SPACES
003922        AND SYSIN-CLASSE NOT = SPACES
003923        AND SYSIN-CLASSE NOT = CLASSE-HISTORICO
003924        PERFORM 2710-IMPRIMIR-AVISO-CLASSE
003925            THRU 2710-IMPRIMIR-AVISO-CLASSE-EXIT
003926     END-IF
004020     COMPUTE CONTACEIT = CONTACEIT + 1
004030     COMPUTE SOMA-HORAS-ACEITAS =
004040        SOMA-HORAS-ACEITAS + SYSIN-QTDHRSTRAB
004270     .
004280 2100-LOCALIZAR-FUNCIONARIO-EXIT.
004290     EXIT.
004291
004292*----------------------------------------------------------------*
004293*                   Apurar no Historico Funcional (HISTFUN) a
004294*                   Classe Vigente no Fim da Competencia e
004295*                   Conferir na TABSAL Cada Classe Vigente em
004296*                   Algum Dia do Mes; Sem Classe no Historico,
004297*                   a Critica Segue pela Classe do SYSIN
004298*----------------------------------------------------------------*
004299 2120-APURAR-CLASSE-HISTORICO.
004300
004301     MOVE SPACES                     TO CLASSE-HISTORICO
004302     MOVE SPACES                     TO CLASSE-HIST-INVALIDA
004303     SET NAO-FIM-HISTFUN             TO TRUE
004304     MOVE SYSIN-MATRICULA            TO HFU-MATRICULA
004305     MOVE ZERO                       TO HFU-DATA-VIGENCIA
004306     START HISTFUN KEY NOT LESS THAN HFU-CHAVE
004307         INVALID KEY
004308             SET FIM-HISTFUN          TO TRUE
004309     END-START
004310     PERFORM 2125-LER-HISTFUN
004311         THRU 2125-LER-HISTFUN-EXIT
004312         UNTIL FIM-HISTFUN
004313     PERFORM 2130-CONFERIR-CLASSE-HISTORICO
004314         THRU 2130-CONFERIR-CLASSE-HISTORICO-EXIT
004315     .
004316 2120-APURAR-CLASSE-HISTORICO-EXIT.
004317     EXIT.
004318
004319*----------------------------------------------------------------*
004320*                   Ler uma Movimentacao do Historico Funcional;
004321*                   Troca de Classe Depois do Dia 1 Confere a
004322*                   Classe que Vigorou Ate a Troca
004323*----------------------------------------------------------------*
004324 2125-LER-HISTFUN.
004325
004326     READ HISTFUN NEXT
004327         AT END
004328             SET FIM-HISTFUN          TO TRUE
004329             GO TO 2125-LER-HISTFUN-EXIT
004330     END-READ
004331     IF HFU-MATRICULA NOT = SYSIN-MATRICULA
004332        OR HFU-DATA-VIGENCIA > DATA-FIM-COMP
004333        SET FIM-HISTFUN              TO TRUE
004334        GO TO 2125-LER-HISTFUN-EXIT
004335     END-IF
004336     IF HFU-CLASSE = SPACES
004337        GO TO 2125-LER-HISTFUN-EXIT
004338     END-IF
004339     IF HFU-DATA-VIGENCIA > DATA-INICIO-COMP
004340        PERFORM 2130-CONFERIR-CLASSE-HISTORICO
004341            THRU 2130-CONFERIR-CLASSE-HISTORICO-EXIT
004342     END-IF
004343     MOVE HFU-CLASSE                 TO CLASSE-HISTORICO
004344     .
004345 2125-LER-HISTFUN-EXIT.
004346     EXIT.
004347
004348*----------------------------------------------------------------*
004349*                   Conferir na TABSAL a Classe do Historico
004350*                   Apurada Ate o Momento, Guardando a Primeira
004351*                   Sem Valor-Hora
004352*----------------------------------------------------------------*
004353 2130-CONFERIR-CLASSE-HISTORICO.
004354
004355     IF CLASSE-HISTORICO = SPACES
004356        OR CLASSE-HIST-INVALIDA NOT = SPACES
004357        GO TO 2130-CONFERIR-CLASSE-HISTORICO-EXIT
004358     END-IF
004359     MOVE CLASSE-HISTORICO           TO CLASSE-CRITICA
004360     PERFORM 2150-LOCALIZAR-CLASSE
004361         THRU 2150-LOCALIZAR-CLASSE-EXIT
004362     IF CLASSE-NAO-ACHADA
004363        MOVE CLASSE-HISTORICO        TO CLASSE-HIST-INVALIDA
004364     END-IF
004365     .
004366 2130-CONFERIR-CLASSE-HISTORICO-EXIT.
004367     EXIT.
004368
004369*----------------------------------------------------------------*
004370*                   Pesquisar a Classe a Criticar na Tabela
004371*                   de Valor-Hora Carregada da TABSAL
004372*----------------------------------------------------------------*
004373 2150-LOCALIZAR-CLASSE.
004374
004375     SET CLASSE-NAO-ACHADA           TO TRUE
004380     IF TVH-QTDE = ZERO
004390        GO TO 2150-LOCALIZAR-CLASSE-EXIT
004400     END-IF
004440             CONTINUE
004450         WHEN TVH-IDX > TVH-QTDE
004460             CONTINUE
004470         WHEN TVH-CLASSE (TVH-IDX) = CLASSE-CRITICA
004480             SET CLASSE-ACHADA        TO TRUE
004490     END-SEARCH
004500     .
005720     .
005730 2700-IMPRIMIR-CRITICA-EXIT.
005740     EXIT.
005741
005742*----------------------------------------------------------------*
005743*                   Imprimir um Aviso de Classe do SYSIN
005744*                   Divergente do Historico Funcional, Sem
005745*                   Reter o Registro
005746*----------------------------------------------------------------*
005747 2710-IMPRIMIR-AVISO-CLASSE.
005748
005749     MOVE SYSIN-MATRICULA            TO EDTD-MATRICULA
005750     MOVE SYSIN-QTDHRSTRAB           TO EDTD-HORAS-INFORMADAS
005751     MOVE SYSIN-CLASSE               TO EDTD-CLASSE
005752     MOVE SPACES                     TO EDTD-MOTIVO
005753     STRING "AVISO - HISTORICO FUNCIONAL INDICA "
005754            CLASSE-HISTORICO
005755            DELIMITED BY SIZE
005756            INTO EDTD-MOTIVO
005757     END-STRING
005758     WRITE LINHA-CRITICA             FROM EDT-DETALHE
005759     COMPUTE CONTAVISO = CONTAVISO + 1
005760     .
005761 2710-IMPRIMIR-AVISO-CLASSE-EXIT.
005762     EXIT.
005763
005764*----------------------------------------------------------------*
005770*                   Terminar o Programa
005780*----------------------------------------------------------------*
005790 3000-TERMINO.
005940     WRITE LINHA-CRITICA             FROM EDT-RODAPE-4
005950     WRITE LINHA-CRITICA             FROM EDT-RODAPE-5
005960     WRITE LINHA-CRITICA             FROM EDT-RODAPE-6
005961     MOVE CONTAVISO                  TO ROD-EDT-AVISOS
005962     WRITE LINHA-CRITICA             FROM EDT-RODAPE-7
005970     PERFORM 3050-VALIDAR-CONTROLE
005980         THRU 3050-VALIDAR-CONTROLE-EXIT
005990     IF RETURN-CODE = ZERO
006060     CLOSE HORASOK
006070     CLOSE CRITICA
006071     CLOSE MATRWK
006072     CLOSE HISTFUN
006080     .
006090
006100*----------------------------------------------------------------*
