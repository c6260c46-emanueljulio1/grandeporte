000200*           DE EXCECOES (EXCECOES) E NAO SAO APLICADAS. TODA
000210*           COMPETENCIA TOCADA SAI NO RELATORIO DE AUDITORIA
000220*           (AUDITOR) COM A IMAGEM ANTES E DEPOIS.
000221*
000222*           CADA COMPETENCIA PODE TRAZER AINDA OS DADOS DA
000223*           FOLHA DE ADIANTAMENTO QUINZENAL DO EXEMPLO01
000224*           (PARM=ADIANT): DATA DE PAGAMENTO DO ADIANTAMENTO,
000225*           PERCENTUAL DO SALARIO PREVISTO E DIA DE CORTE DE
000226*           ADMISSAO.
000230*----------------------------------------------------------------*
000240* HISTORICO DE ALTERACOES
000250*----------------------------------------------------------------*
000260* DATA       INIC.  DESCRICAO
000270* ---------- ------ -------------------------------------------
000280* 03.01.2024 EJ     VERSAO ORIGINAL.
000281* 19.02.2024 EJ     CALENDARIO GANHA A DATA DE PAGAMENTO, O
000282*                   PERCENTUAL E O DIA DE CORTE DE ADMISSAO DA
000283*                   FOLHA DE ADIANTAMENTO QUINZENAL, OPCIONAIS
000284*                   NA INCLUSAO E NA ALTERACAO E MOSTRADOS NA
000285*                   AUDITORIA.
000290*----------------------------------------------------------------*
000300
000310*----------------------------------------------------------------*
000980 77  DATA-EXECUCAO-FMT               PIC X(10).
000990 77  DATA-CORTE-FMT                  PIC X(10).
001000 77  DATA-PAGAMENTO-FMT              PIC X(10).
001001 77  DATA-ADIANTAMENTO-FMT           PIC X(10).
001010 77  DESCR-TRANSACAO                 PIC X(05).
001020
001030 01  SW-ERRO-NA-ABERTURA             PIC X(01).
001110 01  SW-COMPETENCIA-ACHADA           PIC X(01).
001120     88  COMPETENCIA-ACHADA                      VALUE "S".
001130     88  COMPETENCIA-NAO-ACHADA                  VALUE "N".
001131
001132 01  SW-ADIANTAMENTO                 PIC X(01).
001133     88  ADIANTAMENTO-VALIDO                     VALUE "S".
001134     88  ADIANTAMENTO-INVALIDO                   VALUE "N".
001140*----------------------------------------------------------------*
001150 PROCEDURE                           DIVISION.
001160*----------------------------------------------------------------*
002690            THRU 2700-IMPRIMIR-EXCECAO-EXIT
002700        GO TO 2100-INCLUIR-COMPETENCIA-EXIT
002710     END-IF
002711     PERFORM 2150-VALIDAR-ADIANTAMENTO
002712         THRU 2150-VALIDAR-ADIANTAMENTO-EXIT
002713     IF ADIANTAMENTO-INVALIDO
002714        MOVE "INCLUSAO COM ADIANTAMENTO INVALIDO"
002715             TO KEXD-MOTIVO
002716        PERFORM 2700-IMPRIMIR-EXCECAO
002717            THRU 2700-IMPRIMIR-EXCECAO-EXIT
002718        GO TO 2100-INCLUIR-COMPETENCIA-EXIT
002719     END-IF
002720     MOVE "ANTES"                    TO KAUD-IMAGEM
002730     MOVE SPACES                     TO KAUD-DATA-CORTE
002740     MOVE SPACES                     TO KAUD-DATA-PAGAMENTO
002741     MOVE SPACES                     TO KAUD-DATA-ADIANTAMENTO
002742     MOVE SPACES                     TO KAUD-PERC-ADIANTAMENTO
002743     MOVE SPACES                     TO KAUD-DIA-CORTE-ADIANT
002750     PERFORM 2600-IMPRIMIR-AUDITORIA
002760         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
002770     MOVE SPACES                     TO CALFOL-REGISTRO
002780     MOVE KTRN-COMPETENCIA           TO CAL-COMPETENCIA
002790     MOVE KTRN-DATA-CORTE            TO CAL-DATA-CORTE
002800     MOVE KTRN-DATA-PAGAMENTO        TO CAL-DATA-PAGAMENTO
002801     MOVE ZERO                       TO CAL-DATA-ADIANTAMENTO
002802     MOVE ZERO                       TO CAL-PERC-ADIANTAMENTO
002803     MOVE ZERO                       TO CAL-DIA-CORTE-ADIANT
002804     IF KTRN-DATA-ADIANTAMENTO NUMERIC
002805        MOVE KTRN-DATA-ADIANTAMENTO  TO CAL-DATA-ADIANTAMENTO
002806     END-IF
002807     IF KTRN-PERC-ADIANTAMENTO NUMERIC
002808        MOVE KTRN-PERC-ADIANTAMENTO  TO CAL-PERC-ADIANTAMENTO
002809     END-IF
002810     IF KTRN-DIA-CORTE-ADIANT NUMERIC
002811        MOVE KTRN-DIA-CORTE-ADIANT   TO CAL-DIA-CORTE-ADIANT
002812     END-IF
002813     WRITE CALFOL-REGISTRO
002820         INVALID KEY
002830             MOVE "ERRO DE GRAVACAO NO CALFOL"
002840                  TO KEXD-MOTIVO
003110            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003120        GO TO 2200-ALTERAR-COMPETENCIA-EXIT
003130     END-IF
003131     PERFORM 2150-VALIDAR-ADIANTAMENTO
003132         THRU 2150-VALIDAR-ADIANTAMENTO-EXIT
003133     IF ADIANTAMENTO-INVALIDO
003134        MOVE "ALTERACAO COM ADIANTAMENTO INVALIDO"
003135             TO KEXD-MOTIVO
003136        PERFORM 2700-IMPRIMIR-EXCECAO
003137            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003138        GO TO 2200-ALTERAR-COMPETENCIA-EXIT
003139     END-IF
003140     PERFORM 2500-FORMATAR-IMAGEM-ATUAL
003150         THRU 2500-FORMATAR-IMAGEM-ATUAL-EXIT
003160     MOVE "ANTES"                    TO KAUD-IMAGEM
003240        AND KTRN-DATA-PAGAMENTO NOT = ZEROS
003250        MOVE KTRN-DATA-PAGAMENTO     TO CAL-DATA-PAGAMENTO
003260     END-IF
003261     IF KTRN-DATA-ADIANTAMENTO NUMERIC
003262        AND KTRN-DATA-ADIANTAMENTO NOT = ZEROS
003263        MOVE KTRN-DATA-ADIANTAMENTO  TO CAL-DATA-ADIANTAMENTO
003264     END-IF
003265     IF KTRN-PERC-ADIANTAMENTO NUMERIC
003266        AND KTRN-PERC-ADIANTAMENTO NOT = ZEROS
003267        MOVE KTRN-PERC-ADIANTAMENTO  TO CAL-PERC-ADIANTAMENTO
003268     END-IF
003269     IF KTRN-DIA-CORTE-ADIANT NUMERIC
003270        AND KTRN-DIA-CORTE-ADIANT NOT = ZEROS
003271        MOVE KTRN-DIA-CORTE-ADIANT   TO CAL-DIA-CORTE-ADIANT
003272     END-IF
003273     REWRITE CALFOL-REGISTRO
003280         INVALID KEY
003290             MOVE "ERRO DE REGRAVACAO NO CALFOL"
003300                  TO KEXD-MOTIVO
003730     MOVE "DEPOIS"                   TO KAUD-IMAGEM
003740     MOVE "*EXCLUIDO*"               TO KAUD-DATA-CORTE
003750     MOVE SPACES                     TO KAUD-DATA-PAGAMENTO
003751     MOVE SPACES                     TO KAUD-DATA-ADIANTAMENTO
003752     MOVE SPACES                     TO KAUD-PERC-ADIANTAMENTO
003753     MOVE SPACES                     TO KAUD-DIA-CORTE-ADIANT
003760     PERFORM 2600-IMPRIMIR-AUDITORIA
003770         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
003780     .
003790 2300-EXCLUIR-COMPETENCIA-EXIT.
003800     EXIT.
003810
003811*----------------------------------------------------------------*
003812*                   Validar os Dados do Adiantamento Quinzenal
003813*                   da Transacao: Campos Opcionais, mas Quando
003814*                   Informados Devem Ser Numericos e o Dia de
003815*                   Corte Nao Pode Passar de 31
003816*----------------------------------------------------------------*
003817 2150-VALIDAR-ADIANTAMENTO.
003818
003819     SET ADIANTAMENTO-VALIDO         TO TRUE
003820     IF KTRN-DATA-ADIANTAMENTO NOT = SPACES
003821        AND KTRN-DATA-ADIANTAMENTO NOT NUMERIC
003822        SET ADIANTAMENTO-INVALIDO    TO TRUE
003823        GO TO 2150-VALIDAR-ADIANTAMENTO-EXIT
003824     END-IF
003825     IF KTRN-PERC-ADIANTAMENTO NOT = SPACES
003826        AND KTRN-PERC-ADIANTAMENTO NOT NUMERIC
003827        SET ADIANTAMENTO-INVALIDO    TO TRUE
003828        GO TO 2150-VALIDAR-ADIANTAMENTO-EXIT
003829     END-IF
003830     IF KTRN-DIA-CORTE-ADIANT = SPACES
003831        GO TO 2150-VALIDAR-ADIANTAMENTO-EXIT
003832     END-IF
003833     IF KTRN-DIA-CORTE-ADIANT NOT NUMERIC
003834        OR KTRN-DIA-CORTE-ADIANT > "31"
003835        SET ADIANTAMENTO-INVALIDO    TO TRUE
003836     END-IF
003837     .
003838 2150-VALIDAR-ADIANTAMENTO-EXIT.
003839     EXIT.
003840
003841*----------------------------------------------------------------*
003842*                   Localizar a Competencia da Transacao no
003843*                   Calendario de Folha
003850*----------------------------------------------------------------*
003860 2050-LOCALIZAR-COMPETENCIA.
003870
004120            CAL-DATA-PAGAMENTO (1:4)
004130            DELIMITED BY SIZE INTO DATA-PAGAMENTO-FMT
004140     MOVE DATA-PAGAMENTO-FMT         TO KAUD-DATA-PAGAMENTO
004141     IF CAL-DATA-ADIANTAMENTO NUMERIC
004142        AND CAL-DATA-ADIANTAMENTO NOT = ZERO
004143        STRING CAL-DATA-ADIANTAMENTO (7:2) "/"
004144               CAL-DATA-ADIANTAMENTO (5:2) "/"
004145               CAL-DATA-ADIANTAMENTO (1:4)
004146               DELIMITED BY SIZE INTO DATA-ADIANTAMENTO-FMT
004147        MOVE DATA-ADIANTAMENTO-FMT   TO KAUD-DATA-ADIANTAMENTO
004148     ELSE
004149        MOVE SPACES                  TO KAUD-DATA-ADIANTAMENTO
004150     END-IF
004151     IF CAL-PERC-ADIANTAMENTO NUMERIC
004152        MOVE CAL-PERC-ADIANTAMENTO   TO KAUD-PERC-ADIANTAMENTO
004153     ELSE
004154        MOVE SPACES                  TO KAUD-PERC-ADIANTAMENTO
004155     END-IF
004156     IF CAL-DIA-CORTE-ADIANT NUMERIC
004157        MOVE CAL-DIA-CORTE-ADIANT    TO KAUD-DIA-CORTE-ADIANT
004158     ELSE
004159        MOVE SPACES                  TO KAUD-DIA-CORTE-ADIANT
004160     END-IF
004161     .
004162 2500-FORMATAR-IMAGEM-ATUAL-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------*
