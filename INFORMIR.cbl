000303*                   ENTRA NO TOTAL TRIBUTAVEL DO ANO, COMO AS
000304*                   FERIAS, SEM COMPOR A SOMA DOS MESES DA
000305*                   CONFERENCIA DE ACUMULADORES.
000306* 01.04.2024 EJ     SEM HISTORICO NO ANO, LEMBRA QUE O ANO PODE
000307*                   TER SIDO ARQUIVADO E INDICA A RECARGA PELO
000308*                   JOB HISTRCG.
000309* 08.04.2024 EJ     MULTIPLAS EMPRESAS: O INFORME E A DIRF SAO
000310*                   POR EMPRESA DO GRUPO (PARM 'AAAA EMP=NNN',
000311*                   PADRAO 001), SO COM OS REGISTROS DO HISTFOL
000312*                   DA EMPRESA E SOB A RAZAO SOCIAL E O CNPJ DA
000313*                   TABELA EMPTAB.
000314*----------------------------------------------------------------*
000320
000330*----------------------------------------------------------------*
000340 IDENTIFICATION                      DIVISION.
000720                                         LINE SEQUENTIAL
000730                                      FILE STATUS IS
000740                                         DIRFEXP-STATUS.
000741     SELECT EMPTAB                   ASSIGN TO "EMPTAB"
000742                                      ORGANIZATION IS
000743                                         LINE SEQUENTIAL
000744                                      FILE STATUS IS
000745                                         EMPTAB-STATUS.
000750     SELECT DIVERGEN                 ASSIGN TO "DIVERGEN"
000760                                      ORGANIZATION IS
000770                                         LINE SEQUENTIAL
000890 01  LINHA-INFORME                   PIC X(132).
000900 FD  DIRFEXP.
000910     COPY DIRF.
000911 FD  EMPTAB.
000912     COPY EMPTAB.
000920 FD  DIVERGEN.
000930 01  LINHA-DIVERGEN                  PIC X(132).
000940*----------------------------------------------------------------*
001010 77  INFORME-STATUS                  PIC X(02).
001020 77  DIRFEXP-STATUS                  PIC X(02).
001030 77  DIVERGEN-STATUS                 PIC X(02).
001031 77  EMPTAB-STATUS                   PIC X(02).
001040 77  PARM-LINHA-COMANDO              PIC X(40).
001050 77  PARM-ANO                        PIC X(04).
001051 77  PARM-OPCAO                      PIC X(14).
001052 77  EMPRESA-EXECUCAO                PIC 9(03).
001053 77  EMPRESA-REGISTRO                PIC 9(03).
001054 77  CNPJ-EMPRESA                    PIC 9(14).
001060 77  ANO-INFORME                     PIC 9(04).
001070 77  ANO-REGISTRO                    PIC 9(04).
001080 77  MES-REGISTRO                    PIC 9(02).
001430 01  SW-FUNC-DIVERGENTE              PIC X(01).
001440     88  FUNC-DIVERGENTE                         VALUE "S".
001450     88  FUNC-SEM-DIVERGENCIA                    VALUE "N".
001451
001452 01  SW-FIM-EMPTAB                   PIC X(01).
001453     88  FIM-EMPTAB                               VALUE "S".
001454     88  NAO-FIM-EMPTAB                           VALUE "N".
001460*----------------------------------------------------------------*
001470 PROCEDURE                           DIVISION.
001480*----------------------------------------------------------------*
001820            DELIMITED BY SIZE INTO DATA-EXECUCAO-FMT
001830     ACCEPT PARM-LINHA-COMANDO       FROM COMMAND-LINE
001840     MOVE SPACES                     TO PARM-ANO
001841     MOVE SPACES                     TO PARM-OPCAO
001850     UNSTRING PARM-LINHA-COMANDO
001860         DELIMITED BY ALL " "
001861         INTO PARM-ANO PARM-OPCAO
001880     IF PARM-ANO NOT NUMERIC
001890        OR PARM-ANO = "0000"
001900        DISPLAY "RC 20 - PARM SEM ANO-CALENDARIO (AAAA)"
001930        GO TO 1000-INICIALIZAR-EXIT
001940     END-IF
001950     MOVE PARM-ANO                   TO ANO-INFORME
001951     MOVE 1                          TO EMPRESA-EXECUCAO
001952     IF PARM-OPCAO NOT = SPACES
001953        IF PARM-OPCAO (1:4) = "EMP="
001954           AND PARM-OPCAO (5:3) NUMERIC
001955           AND PARM-OPCAO (5:3) NOT = "000"
001956           AND PARM-OPCAO (8:7) = SPACES
001957           MOVE PARM-OPCAO (5:3)     TO EMPRESA-EXECUCAO
001958        ELSE
001959           DISPLAY "RC 20 - PARM INVALIDO - EMPRESA DEVE SER "
001960              "INFORMADA COMO EMP=NNN"
001961           MOVE 20                   TO RETURN-CODE
001962           SET ERRO-NA-ABERTURA      TO TRUE
001963           GO TO 1000-INICIALIZAR-EXIT
001964        END-IF
001965     END-IF
001966     PERFORM 1600-CARREGAR-EMPRESA
001967         THRU 1600-CARREGAR-EMPRESA-EXIT
001968     IF ERRO-NA-ABERTURA
001969        GO TO 1000-INICIALIZAR-EXIT
001970     END-IF
001971     OPEN INPUT HISTFOL
001972     IF HISTFOL-STATUS NOT = "00"
001980        DISPLAY "RC 24 - ERRO AO ABRIR HISTFOL - FILE STATUS "
001990           HISTFOL-STATUS
002000        MOVE 24                      TO RETURN-CODE
002880     .
002890 1500-LER-HISTORICO-EXIT.
002900     EXIT.
002901
002902*----------------------------------------------------------------*
002903*                   Carregar da Tabela de Empresas (EMPTAB) a
002904*                   Razao Social e o CNPJ da Fonte Pagadora
002905*----------------------------------------------------------------*
002906 1600-CARREGAR-EMPRESA.
002907
002908     OPEN INPUT EMPTAB
002909     IF EMPTAB-STATUS NOT = "00"
002910        DISPLAY "RC 24 - ERRO AO ABRIR EMPTAB - FILE STATUS "
002911           EMPTAB-STATUS
002912        MOVE 24                      TO RETURN-CODE
002913        SET ERRO-NA-ABERTURA         TO TRUE
002914        GO TO 1600-CARREGAR-EMPRESA-EXIT
002915     END-IF
002916     SET NAO-FIM-EMPTAB              TO TRUE
002917     MOVE ZERO                       TO EMP-CODIGO
002918     PERFORM 1650-LER-EMPTAB
002919         THRU 1650-LER-EMPTAB-EXIT
002920         UNTIL FIM-EMPTAB
002921            OR EMP-CODIGO = EMPRESA-EXECUCAO
002922     CLOSE EMPTAB
002923     IF FIM-EMPTAB
002924        DISPLAY "RC 20 - EMPRESA " EMPRESA-EXECUCAO
002925           " SEM CADASTRO NA EMPTAB"
002926        MOVE 20                      TO RETURN-CODE
002927        SET ERRO-NA-ABERTURA         TO TRUE
002928        GO TO 1600-CARREGAR-EMPRESA-EXIT
002929     END-IF
002930     MOVE EMP-RAZAO-SOCIAL           TO INF1-EMPRESA
002931     MOVE EMP-CNPJ                   TO CNPJ-EMPRESA
002932     MOVE SPACES                     TO INF2-CNPJ
002933     STRING CNPJ-EMPRESA (1:2)  "."
002934            CNPJ-EMPRESA (3:3)  "."
002935            CNPJ-EMPRESA (6:3)  "/"
002936            CNPJ-EMPRESA (9:4)  "-"
002937            CNPJ-EMPRESA (13:2)
002938            DELIMITED BY SIZE INTO INF2-CNPJ
002939     .
002940 1600-CARREGAR-EMPRESA-EXIT.
002941     EXIT.
002942
002943*----------------------------------------------------------------*
002944*                   Ler um Registro da Tabela de Empresas
002945*----------------------------------------------------------------*
002946 1650-LER-EMPTAB.
002947
002948     READ EMPTAB
002949         AT END
002950             SET FIM-EMPTAB           TO TRUE
002951     END-READ
002952     .
002953 1650-LER-EMPTAB-EXIT.
002954     EXIT.
002955
002956*----------------------------------------------------------------*
002957*                   Processar um Registro do Historico: na
002958*                   Troca de Matricula, Emitir o Informe do
002959*                   Funcionario Anterior; Acumular Somente as
002960*                   Competencias do Ano Solicitado
002970*----------------------------------------------------------------*
002980 2000-PROCESSAR-HISTORICO.
003110     IF ANO-REGISTRO NOT = ANO-INFORME
003120        GO TO 2000-PROCESSAR-HISTORICO-LER
003130     END-IF
003131     IF HIST-EMPRESA NUMERIC AND HIST-EMPRESA NOT = ZERO
003132        MOVE HIST-EMPRESA            TO EMPRESA-REGISTRO
003133     ELSE
003134        MOVE 1                       TO EMPRESA-REGISTRO
003135     END-IF
003136     IF EMPRESA-REGISTRO NOT = EMPRESA-EXECUCAO
003137        GO TO 2000-PROCESSAR-HISTORICO-LER
003138     END-IF
003140     COMPUTE MES-REGISTRO =
003150        HIST-COMPETENCIA - (ANO-REGISTRO * 100)
003160     COMPUTE QTD-COMP-ANO = QTD-COMP-ANO + 1
004250     MOVE DEC-BRUTO                  TO DIRF-DECIMO-BRUTO
004260     MOVE DEC-INSS                   TO DIRF-DECIMO-INSS
004270     MOVE DEC-IRRF                   TO DIRF-DECIMO-IRRF
004271     MOVE EMPRESA-EXECUCAO           TO DIRF-EMPRESA
004280     WRITE DIRF-REGISTRO
004290     COMPUTE CONTINF = CONTINF + 1
004300     PERFORM 2600-CONFERIR-ACUMULADOS
005040     IF CONTINF = ZERO
005050        DISPLAY "RC 16 - NENHUM FUNCIONARIO COM HISTORICO NO ANO "
005060           ANO-INFORME
005061        DISPLAY "         SE O ANO FOI ARQUIVADO, RECARREGA-LO "
005062           "PELO JOB HISTRCG E REEXECUTAR"
005070        MOVE 16                      TO RETURN-CODE
005080     ELSE
005090        IF CONTDIV > ZERO
