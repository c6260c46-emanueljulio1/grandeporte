000160*           RELATORIO DE EXCECOES (EXCECOES) E NAO SAO APLICADAS.
000170*           TODO REGISTRO TOCADO SAI NO RELATORIO DE AUDITORIA
000180*           (AUDITOR) COM A IMAGEM ANTES E DEPOIS DA TRANSACAO.
000181*           AS MOVIMENTACOES FUNCIONAIS (CLASSE E CENTRO DE CUSTO
000182*           COM DATA DE VIGENCIA) VAO PARA O HISTORICO FUNCIONAL
000183*           (HISTFUN) E TAMBEM SAEM NA AUDITORIA.
000184*           A EMPRESA DO GRUPO DO FUNCIONARIO E CONFERIDA NA
000185*           TABELA DE EMPRESAS (EMPTAB).
000190*----------------------------------------------------------------*
000200* HISTORICO DE ALTERACOES
000210*----------------------------------------------------------------*
000308*                   EXCLUI O FUNCIONARIO - O DINHEIRO DA
000309*                   RESCISAO DEIXA DE SER DIGITADO COMO
000310*                   RUBRICA AVULSA NO MOVIMENTO DE HORAS.
000311* 26.02.2024 EJ     TRANSACOES PASSAM A TRAZER O CPF DO
000312*                   FUNCIONARIO (COLUNAS 78-88), VALIDADO
000313*                   PELOS DOIS DIGITOS VERIFICADORES (MODULO
000314*                   11), GRAVADO NO NOVO CAMPO FUNCMST-CPF E
000315*                   EXIBIDO NA AUDITORIA - IDENTIFICACAO DO
000316*                   TRABALHADOR NOS EVENTOS DO ESOCIAL. NA
000317*                   ALTERACAO, CPF EM BRANCO MANTEM O VALOR
000318*                   ATUAL.
000319* 11.03.2024 EJ     HISTORICO FUNCIONAL (HISTFUN): NOVA
000320*                   TRANSACAO "M" DE MOVIMENTACAO (PROMOCAO,
000321*                   RECLASSIFICACAO, TRANSFERENCIA DE CENTRO
000322*                   DE CUSTO OU SITUACAO INICIAL), COM DATA DE
000323*                   VIGENCIA, CLASSE CONFERIDA NA TABSAL E
000324*                   LINHA PROPRIA NA AUDITORIA. A INCLUSAO ABRE
000325*                   O HISTORICO NA ADMISSAO E A TROCA DO
000326*                   CENTRO DE CUSTO NA ALTERACAO PASSA A SER
000327*                   GRAVADA COMO TRANSFERENCIA. O CENTRO DE
000328*                   CUSTO DO FUNCMSTR ACOMPANHA A SITUACAO
000329*                   VIGENTE NA DATA DO PROCESSAMENTO.
000330* 08.04.2024 EJ     EMPRESA DO GRUPO (COLUNAS 101-103),
000331*                   CONFERIDA NA NOVA TABELA EMPTAB: INFORMADA
000332*                   NA INCLUSAO (EM BRANCO = 001) E ALTERADA SO
000333*                   PELA NOVA MOVIMENTACAO "E" DE TRANSFERENCIA
000334*                   ENTRE EMPRESAS, GRAVADA NO HISTFUN COM A
000335*                   EMPRESA ANTERIOR. A EMPRESA DO FUNCMSTR
000336*                   ACOMPANHA A SITUACAO VIGENTE NA DATA DO
000337*                   PROCESSAMENTO E SAI NA AUDITORIA.
000338*----------------------------------------------------------------*
000339
000340*----------------------------------------------------------------*
000341 IDENTIFICATION                      DIVISION.
000342*----------------------------------------------------------------*
000350 PROGRAM-ID.                         FUNCMNT.
000360 AUTHOR.                             EMANUEL.
000370 INSTALLATION.                       DEPTO FOLHA DE PAGAMENTO.
000713                                         LINE SEQUENTIAL
000714                                      FILE STATUS IS
000715                                         DESLIG-STATUS.
000716     SELECT HISTFUN                  ASSIGN TO "HISTFUN"
000717                                      ORGANIZATION IS INDEXED
000718                                      ACCESS MODE IS DYNAMIC
000719                                      RECORD KEY IS
000720                                         HFU-CHAVE
000721                                      FILE STATUS IS
000722                                         HISTFUN-STATUS.
000723     SELECT TABSAL                   ASSIGN TO "TABSAL"
000724                                      ORGANIZATION IS
000725                                         LINE SEQUENTIAL
000726                                      FILE STATUS IS
000727                                         TABSAL-STATUS.
000728     SELECT EMPTAB                   ASSIGN TO "EMPTAB"
000729                                      ORGANIZATION IS
000730                                         LINE SEQUENTIAL
000731                                      FILE STATUS IS
000732                                         EMPTAB-STATUS.
000733*----------------------------------------------------------------*
000734 DATA                                DIVISION.
000740*----------------------------------------------------------------*
000750 FILE                                SECTION.
000760 FD  FUNCMSTR.
000830 01  LINHA-EXCECOES                  PIC X(132).
000831 FD  DESLIG.
000832     COPY DESLIG.
000833 FD  HISTFUN.
000834     COPY HISTFUN.
000835 FD  TABSAL.
000836     COPY TABSAL.
000837 FD  EMPTAB.
000838     COPY EMPTAB.
000840*----------------------------------------------------------------*
000850 WORKING-STORAGE                     SECTION.
000860*----------------------------------------------------------------*
000920 77  AUDITOR-STATUS                  PIC X(02).
000930 77  EXCECOES-STATUS                 PIC X(02).
000931 77  DESLIG-STATUS                   PIC X(02).
000932 77  HISTFUN-STATUS                  PIC X(02).
000933 77  TABSAL-STATUS                   PIC X(02).
000934 77  EMPTAB-STATUS                   PIC X(02).
000940 77  CONTLIDAS                       PIC 9(05) COMP.
000950 77  CONTINCL                        PIC 9(05) COMP.
000960 77  CONTALT                         PIC 9(05) COMP.
000970 77  CONTEXCL                        PIC 9(05) COMP.
000980 77  CONTREJ                         PIC 9(05) COMP.
000981 77  CONTMOV                         PIC 9(05) COMP.
000982 77  TCL-QTDE                        PIC 9(03) COMP.
000990 77  DATA-EXECUCAO                   PIC 9(08).
001000 77  DATA-EXECUCAO-FMT               PIC X(10).
001010 77  DATA-ADMISSAO-FMT               PIC X(10).
001020 77  DESCR-TRANSACAO                 PIC X(05).
001021 77  CONTA-FORMATADA                 PIC X(10).
001022 77  DATA-VIGENCIA-MOVTO             PIC 9(08).
001023 77  DATA-VIGENCIA-FMT               PIC X(10).
001024 77  DATA-LIMITE-SITUACAO            PIC 9(08).
001025 77  TIPO-MOVTO                      PIC X(01).
001026 77  CLASSE-MOVTO                    PIC X(03).
001027 77  CC-MOVTO                        PIC X(06).
001028 77  CLASSE-SITUACAO                 PIC X(03).
001029 77  CC-SITUACAO                     PIC X(06).
001030 77  CLASSE-PESQUISA                 PIC X(03).
001031 77  EMPRESA-MOVTO                   PIC 9(03).
001032 77  EMPRESA-SITUACAO                PIC 9(03).
001033 77  EMPRESA-PESQUISA                PIC 9(03).
001034
001035 01  TABELA-CLASSES.
001036     05  TCL-OCORRENCIA              OCCURS 50 TIMES
001037                                     INDEXED BY TCL-IDX.
001038         10  TCL-CLASSE              PIC X(03).
001039
001040*    EMPRESAS CADASTRADAS NA EMPTAB, INDEXADAS PELO CODIGO
001041 01  TABELA-EMPRESAS.
001042     05  TBE-CADASTRADA              PIC X(01)
001043                                     OCCURS 999 TIMES.
001044
001045 01  CALCULO-DIGITO.
001046     05  DIG-AGENCIA-CONTA           PIC 9(12).
001047     05  DIG-ALGARISMOS REDEFINES DIG-AGENCIA-CONTA.
001048         10  DIG-ALGARISMO           PIC 9(01) OCCURS 12 TIMES.
001049     05  DIG-PESO                    PIC 9(02) COMP.
001050     05  DIG-SOMA                    PIC 9(05) COMP.
001051     05  DIG-RESTO                   PIC 9(02) COMP.
001052     05  DIG-VALOR                   PIC 9(02) COMP.
001053     05  DIG-VALOR-D                 PIC 9(01).
001054     05  DIG-SUB                     PIC S9(02) COMP.
001055     05  DIG-ESPERADO                PIC X(01).
001056
001057 01  CALCULO-CPF.
001058     05  CPF-NUMERO                  PIC 9(11).
001059     05  CPF-ALGARISMOS REDEFINES CPF-NUMERO.
001060         10  CPF-ALGARISMO           PIC 9(01) OCCURS 11 TIMES.
001061     05  CPF-PESO                    PIC 9(02) COMP.
001062     05  CPF-SOMA                    PIC 9(05) COMP.
001063     05  CPF-QUOCIENTE               PIC 9(05) COMP.
001064     05  CPF-RESTO                   PIC 9(02) COMP.
001065     05  CPF-DIGITO                  PIC 9(01).
001066     05  CPF-LIMITE                  PIC 9(02) COMP.
001067     05  CPF-SUB                     PIC 9(02) COMP.
001068
001069 01  SW-ERRO-NA-ABERTURA             PIC X(01).
001070     88  ERRO-NA-ABERTURA                        VALUE "S".
001071     88  SEM-ERRO-NA-ABERTURA                    VALUE "N".
001072
001080 01  SW-FIM-FUNCTRAN                 PIC X(01).
001090     88  FIM-FUNCTRAN                             VALUE "S".
001100     88  NAO-FIM-FUNCTRAN                         VALUE "N".
001142 01  SW-CONTA-VALIDA                 PIC X(01).
001143     88  CONTA-VALIDA                            VALUE "S".
001144     88  CONTA-INVALIDA                          VALUE "N".
001145
001146 01  SW-CPF-VALIDO                   PIC X(01).
001147     88  CPF-VALIDO                              VALUE "S".
001148     88  CPF-INVALIDO                            VALUE "N".
001149
001150 01  SW-FIM-HISTFUN                  PIC X(01).
001151     88  FIM-HISTFUN                             VALUE "S".
001152     88  NAO-FIM-HISTFUN                         VALUE "N".
001153
001154 01  SW-VIGENCIA-VALIDA              PIC X(01).
001155     88  VIGENCIA-VALIDA                         VALUE "S".
001156     88  VIGENCIA-INVALIDA                       VALUE "N".
001157
001158 01  SW-CLASSE-ACHADA                PIC X(01).
001159     88  CLASSE-ACHADA                           VALUE "S".
001160     88  CLASSE-NAO-ACHADA                       VALUE "N".
001161
001162 01  SW-MOVIMENTO-EXISTENTE          PIC X(01).
001163     88  MOVIMENTO-EXISTENTE                     VALUE "S".
001164     88  MOVIMENTO-NOVO                          VALUE "N".
001165
001166 01  SW-FIM-EMPTAB                   PIC X(01).
001167     88  FIM-EMPTAB                              VALUE "S".
001168     88  NAO-FIM-EMPTAB                          VALUE "N".
001169
001170 01  SW-EMPRESA-VALIDA               PIC X(01).
001171     88  EMPRESA-VALIDA                          VALUE "S".
001172     88  EMPRESA-INVALIDA                        VALUE "N".
001173*----------------------------------------------------------------*
001174 PROCEDURE                           DIVISION.
001175*----------------------------------------------------------------*
001180 0000-PRINCIPAL.
001190
001200     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
001370     MOVE ZERO                       TO CONTALT
001380     MOVE ZERO                       TO CONTEXCL
001390     MOVE ZERO                       TO CONTREJ
001391     MOVE ZERO                       TO CONTMOV
001400     SET NAO-FIM-FUNCTRAN            TO TRUE
001410     SET SEM-ERRO-NA-ABERTURA        TO TRUE
001420     ACCEPT DATA-EXECUCAO            FROM DATE YYYYMMDD
001786        SET ERRO-NA-ABERTURA         TO TRUE
001787        GO TO 1000-INICIALIZAR-EXIT
001788     END-IF
001789     OPEN I-O HISTFUN
001790     IF HISTFUN-STATUS NOT = "00"
001791        DISPLAY "RC 24 - ERRO AO ABRIR HISTFUN - FILE STATUS "
001792           HISTFUN-STATUS
001793        MOVE 24                      TO RETURN-CODE
001794        SET ERRO-NA-ABERTURA         TO TRUE
001795        GO TO 1000-INICIALIZAR-EXIT
001796     END-IF
001797     OPEN INPUT TABSAL
001798     IF TABSAL-STATUS NOT = "00"
001799        DISPLAY "RC 24 - ERRO AO ABRIR TABSAL - FILE STATUS "
001800           TABSAL-STATUS
001801        MOVE 24                      TO RETURN-CODE
001802        SET ERRO-NA-ABERTURA         TO TRUE
001803        GO TO 1000-INICIALIZAR-EXIT
001804     END-IF
001805     PERFORM 1600-CARREGAR-TABELA-CLASSES
001806         THRU 1600-CARREGAR-TABELA-CLASSES-EXIT
001807     OPEN INPUT EMPTAB
001808     IF EMPTAB-STATUS NOT = "00"
001809        DISPLAY "RC 24 - ERRO AO ABRIR EMPTAB - FILE STATUS "
001810           EMPTAB-STATUS
001811        MOVE 24                      TO RETURN-CODE
001812        SET ERRO-NA-ABERTURA         TO TRUE
001813        GO TO 1000-INICIALIZAR-EXIT
001814     END-IF
001815     PERFORM 1700-CARREGAR-TABELA-EMPRESAS
001816         THRU 1700-CARREGAR-TABELA-EMPRESAS-EXIT
001817     MOVE DATA-EXECUCAO-FMT          TO AUD1-DATA
001818     WRITE LINHA-AUDITOR             FROM AUD-CABECALHO-1
001819     WRITE LINHA-AUDITOR             FROM AUD-LINHA-BRANCO
001820     WRITE LINHA-AUDITOR             FROM AUD-CABECALHO-2
001830     WRITE LINHA-AUDITOR             FROM AUD-LINHA-BRANCO
001840     MOVE DATA-EXECUCAO-FMT          TO MEX1-DATA
002050     .
002060 1500-LER-FUNCTRAN-EXIT.
002070     EXIT.
002071
002072*----------------------------------------------------------------*
002073*                   Carregar as Classes da Tabela de Valor-Hora
002074*                   em WORKING-STORAGE para a Conferencia da
002075*                   Classe das Movimentacoes
002076*----------------------------------------------------------------*
002077 1600-CARREGAR-TABELA-CLASSES.
002078
002079     MOVE ZERO                       TO TCL-QTDE
002080     PERFORM 1650-LER-TABSAL THRU 1650-LER-TABSAL-EXIT
002081         UNTIL TABSAL-STATUS = "10"
002082             OR TCL-QTDE = 50
002083     CLOSE TABSAL
002084     .
002085 1600-CARREGAR-TABELA-CLASSES-EXIT.
002086     EXIT.
002087
002088*----------------------------------------------------------------*
002089*                   Ler um Registro da Tabela de Valor-Hora e
002090*                   Incluir a Classe na Tabela de WORKING-STORAGE
002091*----------------------------------------------------------------*
002092 1650-LER-TABSAL.
002093
002094     READ TABSAL
002095         AT END
002096             MOVE "10"                TO TABSAL-STATUS
002097             GO TO 1650-LER-TABSAL-EXIT
002098     END-READ
002099     COMPUTE TCL-QTDE = TCL-QTDE + 1
002100     MOVE TABSAL-CLASSE              TO TCL-CLASSE (TCL-QTDE)
002101     .
002102 1650-LER-TABSAL-EXIT.
002103     EXIT.
002104
002105*----------------------------------------------------------------*
002106*                   Carregar as Empresas Cadastradas na EMPTAB
002107*                   em WORKING-STORAGE para a Conferencia da
002108*                   Empresa das Transacoes
002109*----------------------------------------------------------------*
002110 1700-CARREGAR-TABELA-EMPRESAS.
002111
002112     MOVE ALL "N"                    TO TABELA-EMPRESAS
002113     SET NAO-FIM-EMPTAB              TO TRUE
002114     PERFORM 1750-LER-EMPTAB THRU 1750-LER-EMPTAB-EXIT
002115         UNTIL FIM-EMPTAB
002116     CLOSE EMPTAB
002117     .
002118 1700-CARREGAR-TABELA-EMPRESAS-EXIT.
002119     EXIT.
002120
002121*----------------------------------------------------------------*
002122*                   Ler um Registro da Tabela de Empresas e
002123*                   Marcar a Empresa como Cadastrada
002124*----------------------------------------------------------------*
002125 1750-LER-EMPTAB.
002126
002127     READ EMPTAB
002128         AT END
002129             SET FIM-EMPTAB           TO TRUE
002130             GO TO 1750-LER-EMPTAB-EXIT
002131     END-READ
002132     IF EMP-CODIGO NUMERIC
002133        AND EMP-CODIGO NOT = ZERO
002134        MOVE "S"
002135             TO TBE-CADASTRADA (EMP-CODIGO)
002136     END-IF
002137     .
002138 1750-LER-EMPTAB-EXIT.
002139     EXIT.
002140
002141*----------------------------------------------------------------*
002142*                   Processar uma Transacao de Manutencao,
002143*                   Despachando Conforme o Tipo Informado
002144*----------------------------------------------------------------*
002145 2000-PROCESSAR-TRANSACAO.
002146
002150     IF TRAN-MATRICULA NOT NUMERIC
002160        MOVE "?????"                 TO DESCR-TRANSACAO
002170        MOVE "MATRICULA NAO NUMERICA NA TRANSACAO"
002340             MOVE "EXCL."            TO DESCR-TRANSACAO
002350             PERFORM 2300-EXCLUIR-FUNCIONARIO
002360                 THRU 2300-EXCLUIR-FUNCIONARIO-EXIT
002361         WHEN TRAN-MOVIMENTACAO
002362             MOVE "MOVTO"            TO DESCR-TRANSACAO
002363             PERFORM 2350-MOVIMENTAR-FUNCIONARIO
002364                 THRU 2350-MOVIMENTAR-FUNCIONARIO-EXIT
002370         WHEN OTHER
002380             MOVE "?????"            TO DESCR-TRANSACAO
002390             MOVE "TIPO DE TRANSACAO DESCONHECIDO"
002717           GO TO 2100-INCLUIR-FUNCIONARIO-EXIT
002718        END-IF
002719     END-IF
002720     IF TRAN-CPF NOT = SPACES
002721        PERFORM 2420-VALIDAR-CPF
002722            THRU 2420-VALIDAR-CPF-EXIT
002723        IF CPF-INVALIDO
002724           PERFORM 2700-IMPRIMIR-EXCECAO
002725               THRU 2700-IMPRIMIR-EXCECAO-EXIT
002726           GO TO 2100-INCLUIR-FUNCIONARIO-EXIT
002727        END-IF
002728     END-IF
002729     IF TRAN-CLASSE NOT = SPACES
002730        MOVE TRAN-CLASSE             TO CLASSE-PESQUISA
002731        PERFORM 2460-LOCALIZAR-CLASSE
002732            THRU 2460-LOCALIZAR-CLASSE-EXIT
002733        IF CLASSE-NAO-ACHADA
002734           MOVE "CLASSE SEM VALOR-HORA NA TABSAL"
002735                TO MEXD-MOTIVO
002736           PERFORM 2700-IMPRIMIR-EXCECAO
002737               THRU 2700-IMPRIMIR-EXCECAO-EXIT
002738           GO TO 2100-INCLUIR-FUNCIONARIO-EXIT
002739        END-IF
002740     END-IF
002741     IF TRAN-EMPRESA = SPACES
002742        MOVE 1                       TO EMPRESA-MOVTO
002743     ELSE
002744        PERFORM 2470-VALIDAR-EMPRESA
002745            THRU 2470-VALIDAR-EMPRESA-EXIT
002746        IF EMPRESA-INVALIDA
002747           PERFORM 2700-IMPRIMIR-EXCECAO
002748               THRU 2700-IMPRIMIR-EXCECAO-EXIT
002749           GO TO 2100-INCLUIR-FUNCIONARIO-EXIT
002750        END-IF
002751     END-IF
002752     MOVE "ANTES"                    TO AUDD-IMAGEM
002753     MOVE "*** INEXISTENTE ***"      TO AUDD-NOME
002754     MOVE SPACES                     TO AUDD-DATA-ADMISSAO
002755     MOVE SPACES                     TO AUDD-CENTRO-CUSTO
002756     MOVE SPACES                     TO AUDD-BANCO
002757     MOVE SPACES                     TO AUDD-AGENCIA
002758     MOVE SPACES                     TO AUDD-CONTA
002759     MOVE SPACES                     TO AUDD-TIPO-CONTA
002760     MOVE SPACES                     TO AUDD-CPF
002761     MOVE SPACES                     TO AUDD-EMPRESA
002762     PERFORM 2600-IMPRIMIR-AUDITORIA
002770         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
002780     MOVE SPACES                     TO FUNCMST-REGISTRO
002790     MOVE TRAN-MATRICULA             TO FUNCMST-MATRICULA
002831        MOVE TRAN-CONTA-DV           TO FUNCMST-CONTA-DV
002832        MOVE TRAN-TIPO-CONTA         TO FUNCMST-TIPO-CONTA
002833     END-IF
002834     IF TRAN-CPF = SPACES
002835        MOVE ZERO                    TO FUNCMST-CPF
002836     ELSE
002837        MOVE TRAN-CPF                TO FUNCMST-CPF
002838     END-IF
002839     MOVE EMPRESA-MOVTO              TO FUNCMST-EMPRESA
002840     WRITE FUNCMST-REGISTRO
002841         INVALID KEY
002850             MOVE "ERRO DE GRAVACAO NO FUNCMSTR"
002860                  TO MEXD-MOTIVO
002870             PERFORM 2700-IMPRIMIR-EXCECAO
002940     MOVE "DEPOIS"                   TO AUDD-IMAGEM
002950     PERFORM 2600-IMPRIMIR-AUDITORIA
002960         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
002961     MOVE "A"                        TO TIPO-MOVTO
002962     MOVE TRAN-DATA-ADMISSAO         TO DATA-VIGENCIA-MOVTO
002963     MOVE TRAN-CLASSE                TO CLASSE-MOVTO
002964     MOVE TRAN-CENTRO-CUSTO          TO CC-MOVTO
002965     PERFORM 2850-GRAVAR-MOVIMENTO
002966         THRU 2850-GRAVAR-MOVIMENTO-EXIT
002970     .
002980 2100-INCLUIR-FUNCIONARIO-EXIT.
002990     EXIT.
003157           GO TO 2200-ALTERAR-FUNCIONARIO-EXIT
003158        END-IF
003159     END-IF
003160     IF TRAN-CPF NOT = SPACES
003161        PERFORM 2420-VALIDAR-CPF
003162            THRU 2420-VALIDAR-CPF-EXIT
003163        IF CPF-INVALIDO
003164           PERFORM 2700-IMPRIMIR-EXCECAO
003165               THRU 2700-IMPRIMIR-EXCECAO-EXIT
003166           GO TO 2200-ALTERAR-FUNCIONARIO-EXIT
003167        END-IF
003168     END-IF
003169     IF TRAN-CLASSE NOT = SPACES
003170        MOVE "CLASSE SO MUDA PELA MOVIMENTACAO (M)"
003171             TO MEXD-MOTIVO
003172        PERFORM 2700-IMPRIMIR-EXCECAO
003173            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003174        GO TO 2200-ALTERAR-FUNCIONARIO-EXIT
003175     END-IF
003176     IF FUNCMST-EMPRESA NUMERIC
003177        AND FUNCMST-EMPRESA NOT = ZERO
003178        MOVE FUNCMST-EMPRESA         TO EMPRESA-SITUACAO
003179     ELSE
003180        MOVE 1                       TO EMPRESA-SITUACAO
003181     END-IF
003182     IF TRAN-EMPRESA NOT = SPACES
003183        AND TRAN-EMPRESA NOT = EMPRESA-SITUACAO
003184        MOVE "EMPRESA SO MUDA PELA MOVIMENTACAO (M)"
003185             TO MEXD-MOTIVO
003186        PERFORM 2700-IMPRIMIR-EXCECAO
003187            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003188        GO TO 2200-ALTERAR-FUNCIONARIO-EXIT
003189     END-IF
003190     IF TRAN-CENTRO-CUSTO NOT = SPACES
003191        AND TRAN-CENTRO-CUSTO NOT = FUNCMST-CENTRO-CUSTO
003192        IF TRAN-DATA-VIGENCIA = SPACES
003193           MOVE DATA-EXECUCAO        TO DATA-VIGENCIA-MOVTO
003194        ELSE
003195           PERFORM 2440-VALIDAR-VIGENCIA
003196               THRU 2440-VALIDAR-VIGENCIA-EXIT
003197           IF VIGENCIA-INVALIDA
003198              PERFORM 2700-IMPRIMIR-EXCECAO
003199                  THRU 2700-IMPRIMIR-EXCECAO-EXIT
003200              GO TO 2200-ALTERAR-FUNCIONARIO-EXIT
003201           END-IF
003202        END-IF
003203     END-IF
003204     PERFORM 2500-FORMATAR-IMAGEM-ATUAL
003205         THRU 2500-FORMATAR-IMAGEM-ATUAL-EXIT
003206     MOVE "ANTES"                    TO AUDD-IMAGEM
003207     PERFORM 2600-IMPRIMIR-AUDITORIA
003208         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
003210     IF TRAN-NOME NOT = SPACES
003220        MOVE TRAN-NOME               TO FUNCMST-NOME
003230     END-IF
003260        MOVE TRAN-DATA-ADMISSAO      TO FUNCMST-DATA-ADMISSAO
003270     END-IF
003280     IF TRAN-CENTRO-CUSTO NOT = SPACES
003281        AND TRAN-CENTRO-CUSTO NOT = FUNCMST-CENTRO-CUSTO
003282        MOVE "T"                     TO TIPO-MOVTO
003283        MOVE SPACES                  TO CLASSE-MOVTO
003284        MOVE TRAN-CENTRO-CUSTO       TO CC-MOVTO
003285        MOVE ZERO                    TO EMPRESA-MOVTO
003286        PERFORM 2850-GRAVAR-MOVIMENTO
003287            THRU 2850-GRAVAR-MOVIMENTO-EXIT
003300     END-IF
003301     IF TRAN-CONTA NOT = SPACES
003302        MOVE TRAN-BANCO              TO FUNCMST-BANCO
003305        MOVE TRAN-CONTA-DV           TO FUNCMST-CONTA-DV
003306        MOVE TRAN-TIPO-CONTA         TO FUNCMST-TIPO-CONTA
003307     END-IF
003308     IF TRAN-CPF NOT = SPACES
003309        MOVE TRAN-CPF                TO FUNCMST-CPF
003310     END-IF
003311     REWRITE FUNCMST-REGISTRO
003320         INVALID KEY
003330             MOVE "ERRO DE REGRAVACAO NO FUNCMSTR"
003340                  TO MEXD-MOTIVO
003812     MOVE SPACES                     TO AUDD-AGENCIA
003813     MOVE SPACES                     TO AUDD-CONTA
003814     MOVE SPACES                     TO AUDD-TIPO-CONTA
003815     MOVE SPACES                     TO AUDD-CPF
003816     MOVE SPACES                     TO AUDD-EMPRESA
003820     PERFORM 2600-IMPRIMIR-AUDITORIA
003830         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
003840     .
003850 2300-EXCLUIR-FUNCIONARIO-EXIT.
003860     EXIT.
003861
003862*----------------------------------------------------------------*
003863*                   Registrar uma Movimentacao Funcional
003864*                   (Promocao, Reclassificacao, Transferencia
003865*                   de Centro de Custo ou de Empresa ou Situacao
003866*                   Inicial) no Historico Funcional, Conferindo
003867*                   a Vigencia, o Tipo, a Classe e a Empresa
003868*----------------------------------------------------------------*
003869 2350-MOVIMENTAR-FUNCIONARIO.
003870
003871     PERFORM 2050-LOCALIZAR-FUNCIONARIO
003872         THRU 2050-LOCALIZAR-FUNCIONARIO-EXIT
003873     IF FUNCIONARIO-NAO-ACHADO
003874        MOVE "MOVIMENTACAO DE MATRICULA NAO CADASTRADA"
003875             TO MEXD-MOTIVO
003876        PERFORM 2700-IMPRIMIR-EXCECAO
003877            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003878        GO TO 2350-MOVIMENTAR-FUNCIONARIO-EXIT
003879     END-IF
003880     PERFORM 2440-VALIDAR-VIGENCIA
003881         THRU 2440-VALIDAR-VIGENCIA-EXIT
003882     IF VIGENCIA-INVALIDA
003883        PERFORM 2700-IMPRIMIR-EXCECAO
003884            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003885        GO TO 2350-MOVIMENTAR-FUNCIONARIO-EXIT
003886     END-IF
003887     IF DATA-VIGENCIA-MOVTO < FUNCMST-DATA-ADMISSAO
003888        MOVE "VIGENCIA ANTERIOR A ADMISSAO"
003889             TO MEXD-MOTIVO
003890        PERFORM 2700-IMPRIMIR-EXCECAO
003891            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003892        GO TO 2350-MOVIMENTAR-FUNCIONARIO-EXIT
003893     END-IF
003894     EVALUATE TRAN-TIPO-MOVIMENTO
003895         WHEN "P"
003896         WHEN "R"
003897             IF TRAN-CLASSE = SPACES
003898                MOVE "PROMOCAO/RECLASSIFICACAO SEM CLASSE"
003899                     TO MEXD-MOTIVO
003900                PERFORM 2700-IMPRIMIR-EXCECAO
003901                    THRU 2700-IMPRIMIR-EXCECAO-EXIT
003902                GO TO 2350-MOVIMENTAR-FUNCIONARIO-EXIT
003903             END-IF
003904         WHEN "T"
003905             IF TRAN-CENTRO-CUSTO = SPACES
003906                MOVE "TRANSFERENCIA SEM CENTRO DE CUSTO"
003907                     TO MEXD-MOTIVO
003908                PERFORM 2700-IMPRIMIR-EXCECAO
003909                    THRU 2700-IMPRIMIR-EXCECAO-EXIT
003910                GO TO 2350-MOVIMENTAR-FUNCIONARIO-EXIT
003911             END-IF
003912         WHEN "E"
003913             IF TRAN-EMPRESA = SPACES
003914                MOVE "TRANSFERENCIA ENTRE EMPRESAS SEM EMPRESA"
003915                     TO MEXD-MOTIVO
003916                PERFORM 2700-IMPRIMIR-EXCECAO
003917                    THRU 2700-IMPRIMIR-EXCECAO-EXIT
003918                GO TO 2350-MOVIMENTAR-FUNCIONARIO-EXIT
003919             END-IF
003920         WHEN "A"
003921             IF TRAN-CLASSE = SPACES
003922                AND TRAN-CENTRO-CUSTO = SPACES
003923                MOVE "SITUACAO INICIAL SEM CLASSE E SEM C.CUSTO"
003924                     TO MEXD-MOTIVO
003925                PERFORM 2700-IMPRIMIR-EXCECAO
003926                    THRU 2700-IMPRIMIR-EXCECAO-EXIT
003927                GO TO 2350-MOVIMENTAR-FUNCIONARIO-EXIT
003928             END-IF
003929         WHEN OTHER
003930             MOVE "TIPO DE MOVIMENTACAO INVALIDO (A/E/P/R/T)"
003931                  TO MEXD-MOTIVO
003932             PERFORM 2700-IMPRIMIR-EXCECAO
003933                 THRU 2700-IMPRIMIR-EXCECAO-EXIT
003934             GO TO 2350-MOVIMENTAR-FUNCIONARIO-EXIT
003935     END-EVALUATE
003936     IF TRAN-CLASSE NOT = SPACES
003937        MOVE TRAN-CLASSE             TO CLASSE-PESQUISA
003938        PERFORM 2460-LOCALIZAR-CLASSE
003939            THRU 2460-LOCALIZAR-CLASSE-EXIT
003940        IF CLASSE-NAO-ACHADA
003941           MOVE "CLASSE SEM VALOR-HORA NA TABSAL"
003942                TO MEXD-MOTIVO
003943           PERFORM 2700-IMPRIMIR-EXCECAO
003944               THRU 2700-IMPRIMIR-EXCECAO-EXIT
003945           GO TO 2350-MOVIMENTAR-FUNCIONARIO-EXIT
003946        END-IF
003947     END-IF
003948     MOVE ZERO                       TO EMPRESA-MOVTO
003949     IF TRAN-EMPRESA NOT = SPACES
003950        IF TRAN-TIPO-MOVIMENTO NOT = "E"
003951           AND TRAN-TIPO-MOVIMENTO NOT = "A"
003952           MOVE "EMPRESA SO MUDA NA TRANSFERENCIA (E)"
003953                TO MEXD-MOTIVO
003954           PERFORM 2700-IMPRIMIR-EXCECAO
003955               THRU 2700-IMPRIMIR-EXCECAO-EXIT
003956           GO TO 2350-MOVIMENTAR-FUNCIONARIO-EXIT
003957        END-IF
003958        PERFORM 2470-VALIDAR-EMPRESA
003959            THRU 2470-VALIDAR-EMPRESA-EXIT
003960        IF EMPRESA-INVALIDA
003961           PERFORM 2700-IMPRIMIR-EXCECAO
003962               THRU 2700-IMPRIMIR-EXCECAO-EXIT
003963           GO TO 2350-MOVIMENTAR-FUNCIONARIO-EXIT
003964        END-IF
003965     END-IF
003966     MOVE DATA-VIGENCIA-MOVTO        TO DATA-LIMITE-SITUACAO
003967     PERFORM 2800-APURAR-SITUACAO
003968         THRU 2800-APURAR-SITUACAO-EXIT
003969     IF TRAN-TIPO-MOVIMENTO NOT = "A"
003970        AND (TRAN-CLASSE = SPACES
003971             OR TRAN-CLASSE = CLASSE-SITUACAO)
003972        AND (TRAN-CENTRO-CUSTO = SPACES
003973             OR TRAN-CENTRO-CUSTO = CC-SITUACAO)
003974        AND (EMPRESA-MOVTO = ZERO
003975             OR EMPRESA-MOVTO = EMPRESA-SITUACAO)
003976        MOVE "MOVIMENTACAO NAO ALTERA CLASSE/CC/EMPRESA"
003977             TO MEXD-MOTIVO
003978        PERFORM 2700-IMPRIMIR-EXCECAO
003979            THRU 2700-IMPRIMIR-EXCECAO-EXIT
003980        GO TO 2350-MOVIMENTAR-FUNCIONARIO-EXIT
003981     END-IF
003982     PERFORM 2500-FORMATAR-IMAGEM-ATUAL
003983         THRU 2500-FORMATAR-IMAGEM-ATUAL-EXIT
003984     MOVE "ANTES"                    TO AUDD-IMAGEM
003985     PERFORM 2600-IMPRIMIR-AUDITORIA
003986         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
003987     MOVE TRAN-TIPO-MOVIMENTO        TO TIPO-MOVTO
003988     MOVE TRAN-CLASSE                TO CLASSE-MOVTO
003989     MOVE TRAN-CENTRO-CUSTO          TO CC-MOVTO
003990     PERFORM 2850-GRAVAR-MOVIMENTO
003991         THRU 2850-GRAVAR-MOVIMENTO-EXIT
003992     REWRITE FUNCMST-REGISTRO
003993         INVALID KEY
003994             MOVE "ERRO DE REGRAVACAO NO FUNCMSTR"
003995                  TO MEXD-MOTIVO
003996             PERFORM 2700-IMPRIMIR-EXCECAO
003997                 THRU 2700-IMPRIMIR-EXCECAO-EXIT
003998             GO TO 2350-MOVIMENTAR-FUNCIONARIO-EXIT
003999     END-REWRITE
004000     PERFORM 2500-FORMATAR-IMAGEM-ATUAL
004001         THRU 2500-FORMATAR-IMAGEM-ATUAL-EXIT
004002     MOVE "DEPOIS"                   TO AUDD-IMAGEM
004003     PERFORM 2600-IMPRIMIR-AUDITORIA
004004         THRU 2600-IMPRIMIR-AUDITORIA-EXIT
004005     .
004006 2350-MOVIMENTAR-FUNCIONARIO-EXIT.
004007     EXIT.
004008
004009*----------------------------------------------------------------*
004010*                   Localizar a Matricula da Transacao no
004011*                   Cadastro Mestre
004012*----------------------------------------------------------------*
004013 2050-LOCALIZAR-FUNCIONARIO.
004014
004015     MOVE TRAN-MATRICULA             TO FUNCMST-MATRICULA
004016     READ FUNCMSTR
004017         INVALID KEY
004018             SET FUNCIONARIO-NAO-ACHADO TO TRUE
004019             GO TO 2050-LOCALIZAR-FUNCIONARIO-EXIT
004020     END-READ
004021     SET FUNCIONARIO-ACHADO          TO TRUE
004022     .
004023 2050-LOCALIZAR-FUNCIONARIO-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------------*
004175            DELIMITED BY SIZE INTO CONTA-FORMATADA
004176     MOVE CONTA-FORMATADA            TO AUDD-CONTA
004177     MOVE FUNCMST-TIPO-CONTA         TO AUDD-TIPO-CONTA
004178     MOVE FUNCMST-CPF                TO AUDD-CPF
004179     IF FUNCMST-EMPRESA NUMERIC
004180        AND FUNCMST-EMPRESA NOT = ZERO
004181        MOVE FUNCMST-EMPRESA         TO AUDD-EMPRESA
004182     ELSE
004183        MOVE "001"                   TO AUDD-EMPRESA
004184     END-IF
004185     .
004190 2500-FORMATAR-IMAGEM-ATUAL-EXIT.
004200     EXIT.
004210
004610     WRITE LINHA-AUDITOR             FROM AUD-RODAPE-3
004620     WRITE LINHA-AUDITOR             FROM AUD-RODAPE-4
004630     WRITE LINHA-AUDITOR             FROM AUD-RODAPE-5
004631     MOVE CONTMOV                    TO ROD-AUD-MOVIMENTOS
004632     WRITE LINHA-AUDITOR             FROM AUD-RODAPE-6
004640     MOVE CONTREJ                    TO ROD-MEX-REJEITADAS
004650     WRITE LINHA-EXCECOES            FROM MEX-LINHA-BRANCO
004660     WRITE LINHA-EXCECOES            FROM MEX-RODAPE-1
004840     CLOSE AUDITOR
004850     CLOSE EXCECOES
004851     CLOSE DESLIG
004852     CLOSE HISTFUN
004860     .
004870
004880*----------------------------------------------------------------*
005570     .
005580 2450-SOMAR-ALGARISMO-EXIT.
005590     EXIT.
005591
005592*----------------------------------------------------------------*
005593*                   Validar o CPF Informado na Transacao:
005594*                   Numerico, Nao Zerado e com os Dois Digitos
005595*                   Verificadores Conferindo (Modulo 11 com Pesos
005596*                   Decrescentes, Resto Menor que 2 = Zero)
005597*----------------------------------------------------------------*
005598 2420-VALIDAR-CPF.
005599
005600     SET CPF-VALIDO                  TO TRUE
005601     IF TRAN-CPF NOT NUMERIC
005602        OR TRAN-CPF = ZEROS
005603        MOVE "CPF NAO NUMERICO OU ZERADO"
005604             TO MEXD-MOTIVO
005605        SET CPF-INVALIDO             TO TRUE
005606        GO TO 2420-VALIDAR-CPF-EXIT
005607     END-IF
005608     MOVE TRAN-CPF                   TO CPF-NUMERO
005609     MOVE 9                          TO CPF-LIMITE
005610     PERFORM 2425-CALCULAR-DIGITO-CPF
005611         THRU 2425-CALCULAR-DIGITO-CPF-EXIT
005612     IF CPF-DIGITO NOT = CPF-ALGARISMO (10)
005613        MOVE "DIGITO DO CPF NAO CONFERE"
005614             TO MEXD-MOTIVO
005615        SET CPF-INVALIDO             TO TRUE
005616        GO TO 2420-VALIDAR-CPF-EXIT
005617     END-IF
005618     MOVE 10                         TO CPF-LIMITE
005619     PERFORM 2425-CALCULAR-DIGITO-CPF
005620         THRU 2425-CALCULAR-DIGITO-CPF-EXIT
005621     IF CPF-DIGITO NOT = CPF-ALGARISMO (11)
005622        MOVE "DIGITO DO CPF NAO CONFERE"
005623             TO MEXD-MOTIVO
005624        SET CPF-INVALIDO             TO TRUE
005625     END-IF
005626     .
005627 2420-VALIDAR-CPF-EXIT.
005628     EXIT.
005629
005630*----------------------------------------------------------------*
005631*                   Calcular um Digito Verificador do CPF Sobre
005632*                   os Algarismos Anteriores a Ele
005633*----------------------------------------------------------------*
005634 2425-CALCULAR-DIGITO-CPF.
005635
005636     MOVE ZERO                       TO CPF-SOMA
005637     COMPUTE CPF-PESO = CPF-LIMITE + 1
005638     PERFORM 2430-SOMAR-ALGARISMO-CPF
005639         THRU 2430-SOMAR-ALGARISMO-CPF-EXIT
005640         VARYING CPF-SUB FROM 1 BY 1
005641         UNTIL CPF-SUB > CPF-LIMITE
005642     DIVIDE CPF-SOMA BY 11
005643            GIVING CPF-QUOCIENTE
005644            REMAINDER CPF-RESTO
005645     IF CPF-RESTO < 2
005646        MOVE ZERO                    TO CPF-DIGITO
005647     ELSE
005648        COMPUTE CPF-DIGITO = 11 - CPF-RESTO
005649     END-IF
005650     .
005651 2425-CALCULAR-DIGITO-CPF-EXIT.
005652     EXIT.
005653
005654*----------------------------------------------------------------*
005655*                   Somar um Algarismo do CPF no Calculo do
005656*                   Digito, com o Peso Decrescendo da Esquerda
005657*                   para a Direita
005658*----------------------------------------------------------------*
005659 2430-SOMAR-ALGARISMO-CPF.
005660
005661     COMPUTE CPF-SOMA = CPF-SOMA +
005662        (CPF-ALGARISMO (CPF-SUB) * CPF-PESO)
005663     COMPUTE CPF-PESO = CPF-PESO - 1
005664     .
005665 2430-SOMAR-ALGARISMO-CPF-EXIT.
005666     EXIT.
005667
005668*----------------------------------------------------------------*
005669*                   Validar a Data de Vigencia Informada na
005670*                   Transacao (AAAAMMDD com Mes de 01 a 12 e
005671*                   Dia de 01 a 31)
005672*----------------------------------------------------------------*
005673 2440-VALIDAR-VIGENCIA.
005674
005675     SET VIGENCIA-VALIDA             TO TRUE
005676     IF TRAN-DATA-VIGENCIA NOT NUMERIC
005677        MOVE "DATA DE VIGENCIA INVALIDA"
005678             TO MEXD-MOTIVO
005679        SET VIGENCIA-INVALIDA        TO TRUE
005680        GO TO 2440-VALIDAR-VIGENCIA-EXIT
005681     END-IF
005682     MOVE TRAN-DATA-VIGENCIA         TO DATA-VIGENCIA-MOVTO
005683     IF DATA-VIGENCIA-MOVTO (5:2) < "01"
005684        OR DATA-VIGENCIA-MOVTO (5:2) > "12"
005685        OR DATA-VIGENCIA-MOVTO (7:2) < "01"
005686        OR DATA-VIGENCIA-MOVTO (7:2) > "31"
005687        MOVE "DATA DE VIGENCIA INVALIDA"
005688             TO MEXD-MOTIVO
005689        SET VIGENCIA-INVALIDA        TO TRUE
005690     END-IF
005691     .
005692 2440-VALIDAR-VIGENCIA-EXIT.
005693     EXIT.
005694
005695*----------------------------------------------------------------*
005696*                   Pesquisar a Classe Informada na Tabela de
005697*                   Classes Carregada da TABSAL
005698*----------------------------------------------------------------*
005699 2460-LOCALIZAR-CLASSE.
005700
005701     SET CLASSE-NAO-ACHADA           TO TRUE
005702     IF TCL-QTDE = ZERO
005703        GO TO 2460-LOCALIZAR-CLASSE-EXIT
005704     END-IF
005705     SET TCL-IDX                     TO 1
005706     SEARCH TCL-OCORRENCIA
005707         AT END
005708             CONTINUE
005709         WHEN TCL-IDX > TCL-QTDE
005710             CONTINUE
005711         WHEN TCL-CLASSE (TCL-IDX) = CLASSE-PESQUISA
005712             SET CLASSE-ACHADA        TO TRUE
005713     END-SEARCH
005714     .
005715 2460-LOCALIZAR-CLASSE-EXIT.
005716     EXIT.
005717
005718*----------------------------------------------------------------*
005719*                   Validar a Empresa Informada na Transacao:
005720*                   Numerica, Nao Zerada e Cadastrada na EMPTAB
005721*----------------------------------------------------------------*
005722 2470-VALIDAR-EMPRESA.
005723
005724     SET EMPRESA-VALIDA              TO TRUE
005725     IF TRAN-EMPRESA NOT NUMERIC
005726        OR TRAN-EMPRESA = ZEROS
005727        MOVE "EMPRESA NAO NUMERICA OU ZERADA"
005728             TO MEXD-MOTIVO
005729        SET EMPRESA-INVALIDA         TO TRUE
005730        GO TO 2470-VALIDAR-EMPRESA-EXIT
005731     END-IF
005732     MOVE TRAN-EMPRESA               TO EMPRESA-PESQUISA
005733     IF TBE-CADASTRADA (EMPRESA-PESQUISA) NOT = "S"
005734        MOVE "EMPRESA SEM CADASTRO NA EMPTAB"
005735             TO MEXD-MOTIVO
005736        SET EMPRESA-INVALIDA         TO TRUE
005737        GO TO 2470-VALIDAR-EMPRESA-EXIT
005738     END-IF
005739     MOVE EMPRESA-PESQUISA           TO EMPRESA-MOVTO
005740     .
005741 2470-VALIDAR-EMPRESA-EXIT.
005742     EXIT.
005743
005744*----------------------------------------------------------------*
005745*                   Apurar a Classe, o Centro de Custo e a
005746*                   Empresa do Funcionario Vigentes Antes da
005747*                   Data Limite, Percorrendo o Historico
005748*                   Funcional da Matricula (Cada Movimentacao So
005749*                   Traz o Que Mudou); Sem Historico, Vale o
005750*                   Centro de Custo e a Empresa do Cadastro
005751*                   Mestre
005752*----------------------------------------------------------------*
005753 2800-APURAR-SITUACAO.
005754
005755     MOVE SPACES                     TO CLASSE-SITUACAO
005756     MOVE SPACES                     TO CC-SITUACAO
005757     MOVE ZERO                       TO EMPRESA-SITUACAO
005758     SET NAO-FIM-HISTFUN             TO TRUE
005759     MOVE TRAN-MATRICULA             TO HFU-MATRICULA
005760     MOVE ZERO                       TO HFU-DATA-VIGENCIA
005761     START HISTFUN KEY NOT LESS THAN HFU-CHAVE
005762         INVALID KEY
005763             SET FIM-HISTFUN          TO TRUE
005764     END-START
005765     PERFORM 2810-LER-HISTFUN THRU 2810-LER-HISTFUN-EXIT
005766         UNTIL FIM-HISTFUN
005767     IF CC-SITUACAO = SPACES
005768        MOVE FUNCMST-CENTRO-CUSTO    TO CC-SITUACAO
005769     END-IF
005770     IF EMPRESA-SITUACAO = ZERO
005771        IF FUNCMST-EMPRESA NUMERIC
005772           AND FUNCMST-EMPRESA NOT = ZERO
005773           MOVE FUNCMST-EMPRESA      TO EMPRESA-SITUACAO
005774        ELSE
005775           MOVE 1                    TO EMPRESA-SITUACAO
005776        END-IF
005777     END-IF
005778     .
005779 2800-APURAR-SITUACAO-EXIT.
005780     EXIT.
005781
005782*----------------------------------------------------------------*
005783*                   Ler a Proxima Movimentacao da Matricula e
005784*                   Aplicar a Classe, o Centro de Custo e a
005785*                   Empresa Nela Informados; Sem Empresa Antes
005786*                   da Data Limite, Vale a Empresa Anterior da
005787*                   Primeira Movimentacao Posterior
005788*----------------------------------------------------------------*
005789 2810-LER-HISTFUN.
005790
005791     READ HISTFUN NEXT
005792         AT END
005793             SET FIM-HISTFUN          TO TRUE
005794             GO TO 2810-LER-HISTFUN-EXIT
005795     END-READ
005796     IF HFU-MATRICULA NOT = TRAN-MATRICULA
005797        SET FIM-HISTFUN              TO TRUE
005798        GO TO 2810-LER-HISTFUN-EXIT
005799     END-IF
005800     IF HFU-DATA-VIGENCIA NOT < DATA-LIMITE-SITUACAO
005801        IF EMPRESA-SITUACAO = ZERO
005802           AND HFU-EMPRESA-ANTERIOR NUMERIC
005803           AND HFU-EMPRESA-ANTERIOR NOT = ZERO
005804           MOVE HFU-EMPRESA-ANTERIOR TO EMPRESA-SITUACAO
005805        END-IF
005806        SET FIM-HISTFUN              TO TRUE
005807        GO TO 2810-LER-HISTFUN-EXIT
005808     END-IF
005809     IF HFU-CLASSE NOT = SPACES
005810        MOVE HFU-CLASSE              TO CLASSE-SITUACAO
005811     END-IF
005812     IF HFU-CENTRO-CUSTO NOT = SPACES
005813        MOVE HFU-CENTRO-CUSTO        TO CC-SITUACAO
005814     END-IF
005815     IF HFU-EMPRESA NUMERIC
005816        AND HFU-EMPRESA NOT = ZERO
005817        MOVE HFU-EMPRESA             TO EMPRESA-SITUACAO
005818     END-IF
005819     .
005820 2810-LER-HISTFUN-EXIT.
005821     EXIT.
005822
005823*----------------------------------------------------------------*
005824*                   Gravar a Movimentacao no Historico Funcional
005825*                   (Regravando a da Mesma Data, Se Houver),
005826*                   Imprimi-La na Auditoria e Levar ao Cadastro
005827*                   Mestre o Centro de Custo e a Empresa
005828*                   Vigentes na Data do Processamento
005829*----------------------------------------------------------------*
005830 2850-GRAVAR-MOVIMENTO.
005831
005832     MOVE DATA-VIGENCIA-MOVTO        TO DATA-LIMITE-SITUACAO
005833     PERFORM 2800-APURAR-SITUACAO
005834         THRU 2800-APURAR-SITUACAO-EXIT
005835     MOVE TRAN-MATRICULA             TO HFU-MATRICULA
005836     MOVE DATA-VIGENCIA-MOVTO        TO HFU-DATA-VIGENCIA
005837     SET MOVIMENTO-EXISTENTE         TO TRUE
005838     READ HISTFUN
005839         INVALID KEY
005840             SET MOVIMENTO-NOVO       TO TRUE
005841     END-READ
005842     MOVE SPACES                     TO HISTFUN-REGISTRO
005843     MOVE TRAN-MATRICULA             TO HFU-MATRICULA
005844     MOVE DATA-VIGENCIA-MOVTO        TO HFU-DATA-VIGENCIA
005845     MOVE TIPO-MOVTO                 TO HFU-TIPO-MOVIMENTO
005846     MOVE CLASSE-MOVTO               TO HFU-CLASSE
005847     MOVE CC-MOVTO                   TO HFU-CENTRO-CUSTO
005848     MOVE CLASSE-SITUACAO            TO HFU-CLASSE-ANTERIOR
005849     MOVE CC-SITUACAO                TO HFU-CC-ANTERIOR
005850     MOVE EMPRESA-MOVTO              TO HFU-EMPRESA
005851     MOVE EMPRESA-SITUACAO           TO HFU-EMPRESA-ANTERIOR
005852     MOVE DATA-EXECUCAO              TO HFU-DATA-INCLUSAO
005853     IF MOVIMENTO-EXISTENTE
005854        REWRITE HISTFUN-REGISTRO
005855            INVALID KEY
005856                MOVE "ERRO DE REGRAVACAO NO HISTFUN"
005857                     TO MEXD-MOTIVO
005858                PERFORM 2700-IMPRIMIR-EXCECAO
005859                    THRU 2700-IMPRIMIR-EXCECAO-EXIT
005860                GO TO 2850-GRAVAR-MOVIMENTO-EXIT
005861        END-REWRITE
005862     ELSE
005863        WRITE HISTFUN-REGISTRO
005864            INVALID KEY
005865                MOVE "ERRO DE GRAVACAO NO HISTFUN"
005866                     TO MEXD-MOTIVO
005867                PERFORM 2700-IMPRIMIR-EXCECAO
005868                    THRU 2700-IMPRIMIR-EXCECAO-EXIT
005869                GO TO 2850-GRAVAR-MOVIMENTO-EXIT
005870        END-WRITE
005871     END-IF
005872     COMPUTE CONTMOV = CONTMOV + 1
005873     PERFORM 2650-IMPRIMIR-MOVIMENTO
005874         THRU 2650-IMPRIMIR-MOVIMENTO-EXIT
005875     COMPUTE DATA-LIMITE-SITUACAO = DATA-EXECUCAO + 1
005876     PERFORM 2800-APURAR-SITUACAO
005877         THRU 2800-APURAR-SITUACAO-EXIT
005878     MOVE CC-SITUACAO                TO FUNCMST-CENTRO-CUSTO
005879     MOVE EMPRESA-SITUACAO           TO FUNCMST-EMPRESA
005880     .
005881 2850-GRAVAR-MOVIMENTO-EXIT.
005882     EXIT.
005883
005884*----------------------------------------------------------------*
005885*                   Imprimir a Movimentacao Gravada no Relatorio
005886*                   de Auditoria, com a Classe e o Centro de
005887*                   Custo (e a Empresa, Quando Informada) Antes
005888*                   e Depois da Vigencia
005889*----------------------------------------------------------------*
005890 2650-IMPRIMIR-MOVIMENTO.
005891
005892     MOVE "HISTOR."                  TO AUDM-IMAGEM
005893     MOVE DESCR-TRANSACAO            TO AUDM-TRANSACAO
005894     MOVE TRAN-MATRICULA             TO AUDM-MATRICULA
005895     EVALUATE HFU-TIPO-MOVIMENTO
005896         WHEN "A"
005897             MOVE "ADMISSAO/INICIAL"  TO AUDM-TIPO-MOVIMENTO
005898         WHEN "P"
005899             MOVE "PROMOCAO"          TO AUDM-TIPO-MOVIMENTO
005900         WHEN "R"
005901             MOVE "RECLASSIFICACAO"   TO AUDM-TIPO-MOVIMENTO
005902         WHEN "E"
005903             MOVE "TRANSF. EMPRESA"   TO AUDM-TIPO-MOVIMENTO
005904         WHEN OTHER
005905             MOVE "TRANSFERENCIA"     TO AUDM-TIPO-MOVIMENTO
005906     END-EVALUATE
005907     STRING HFU-DATA-VIGENCIA (7:2) "/"
005908            HFU-DATA-VIGENCIA (5:2) "/"
005909            HFU-DATA-VIGENCIA (1:4)
005910            DELIMITED BY SIZE INTO DATA-VIGENCIA-FMT
005911     MOVE DATA-VIGENCIA-FMT          TO AUDM-DATA-VIGENCIA
005912     MOVE HFU-CLASSE-ANTERIOR        TO AUDM-CLASSE-ANTERIOR
005913     IF HFU-CLASSE = SPACES
005914        MOVE HFU-CLASSE-ANTERIOR     TO AUDM-CLASSE
005915     ELSE
005916        MOVE HFU-CLASSE              TO AUDM-CLASSE
005917     END-IF
005918     MOVE HFU-CC-ANTERIOR            TO AUDM-CC-ANTERIOR
005919     IF HFU-CENTRO-CUSTO = SPACES
005920        MOVE HFU-CC-ANTERIOR         TO AUDM-CENTRO-CUSTO
005921     ELSE
005922        MOVE HFU-CENTRO-CUSTO        TO AUDM-CENTRO-CUSTO
005923     END-IF
005924     IF MOVIMENTO-EXISTENTE
005925        MOVE "SUBSTITUI A DA DATA"   TO AUDM-OBSERVACAO
005926     ELSE
005927        MOVE SPACES                  TO AUDM-OBSERVACAO
005928     END-IF
005929     WRITE LINHA-AUDITOR             FROM AUD-MOVIMENTO
005930     IF HFU-EMPRESA NOT = ZERO
005931        MOVE HFU-EMPRESA-ANTERIOR    TO AUDE-EMPRESA-ANTERIOR
005932        MOVE HFU-EMPRESA             TO AUDE-EMPRESA
005933        WRITE LINHA-AUDITOR          FROM AUD-MOVIMENTO-EMPRESA
005934     END-IF
005935     .
005936 2650-IMPRIMIR-MOVIMENTO-EXIT.
005937     EXIT.
