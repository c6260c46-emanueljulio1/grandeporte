000010*----------------------------------------------------------------*
000020* PROGRAMA: FUNCCNV
000030* AUTHOR  : EMANUEL
000040* INSTAL. : DEPARTAMENTO DE FOLHA DE PAGAMENTO
000050* DATA    : 15.04.2024
000060*----------------------------------------------------------------*
000070* OBJETIVO: CONVERSAO UNICA DO CADASTRO MESTRE DE FUNCIONARIOS
000080*           (FUNCMSTR) PARA O LAYOUT COM O CPF DO FUNCIONARIO E A
000090*           EMPRESA DO GRUPO (88 POSICOES). LE O FUNCMSTR
000100*           ANTERIOR (FUNCANT, 77 POSICOES) NA ORDEM DA
000110*           MATRICULA E GRAVA CADA REGISTRO NO NOVO CLUSTER
000120*           (FUNCMSTR, DEFINIDO VAZIO PELO JOB) NO LAYOUT ATUAL.
000130*           MATRICULA, NOME, ADMISSAO, CENTRO DE CUSTO E DADOS
000140*           BANCARIOS SAO COPIADOS CAMPO A CAMPO; O CPF SAI
000150*           ZERADO (NAO INFORMADO, A SER CARREGADO PELO FUNCMNT)
000160*           E A EMPRESA SAI 001 - A EMPRESA ORIGINAL DA
000170*           INSTALACAO.
000180*
000190*           O JOB SO TROCA OS NOMES DOS CLUSTERS COM RC=00. UM
000200*           FUNCANT JA CONVERTIDO (REGISTRO DE 88 POSICOES) NAO
000210*           ABRE E TERMINA COM RC=24 SEM ALTERAR NADA.
000220*----------------------------------------------------------------*
000230* HISTORICO DE ALTERACOES
000240*----------------------------------------------------------------*
000250* DATA       INIC.  DESCRICAO
000260* ---------- ------ -------------------------------------------
000270* 15.04.2024 EJ     VERSAO ORIGINAL.
000280*----------------------------------------------------------------*
000290
000300*----------------------------------------------------------------*
000310 IDENTIFICATION                      DIVISION.
000320*----------------------------------------------------------------*
000330 PROGRAM-ID.                         FUNCCNV.
000340 AUTHOR.                             EMANUEL.
000350 INSTALLATION.                       DEPTO FOLHA DE PAGAMENTO.
000360 DATE-WRITTEN.                       15.04.2024.
000370 DATE-COMPILED.                      15.04.2024.
000380*----------------------------------------------------------------*
000390 ENVIRONMENT                         DIVISION.
000400*----------------------------------------------------------------*
000410 CONFIGURATION                       SECTION.
000420 SPECIAL-NAMES.
000430     DECIMAL-POINT IS COMMA.
000440*----------------------------------------------------------------*
000450 INPUT-OUTPUT                        SECTION.
000460*----------------------------------------------------------------*
000470 FILE-CONTROL.
000480     SELECT FUNCANT                  ASSIGN TO "FUNCANT"
000490                                      ORGANIZATION IS INDEXED
000500                                      ACCESS MODE IS SEQUENTIAL
000510                                      RECORD KEY IS
000520                                         FNA-MATRICULA
000530                                      FILE STATUS IS
000540                                         FUNCANT-STATUS.
000550     SELECT FUNCMSTR                 ASSIGN TO "FUNCMSTR"
000560                                      ORGANIZATION IS INDEXED
000570                                      ACCESS MODE IS SEQUENTIAL
000580                                      RECORD KEY IS
000590                                         FUNCMST-MATRICULA
000600                                      FILE STATUS IS
000610                                         FUNCMSTR-STATUS.
000620*----------------------------------------------------------------*
000630 DATA                                DIVISION.
000640*----------------------------------------------------------------*
000650 FILE                                SECTION.
000660*    LAYOUT DO FUNCMSTR ANTERIOR AO CPF E A EMPRESA
000670 FD  FUNCANT.
000680 01  FUNCANT-REGISTRO.
000690     05  FNA-MATRICULA               PIC 9(06).
000700     05  FNA-NOME                    PIC X(30).
000710     05  FNA-DATA-ADMISSAO           PIC 9(08).
000720     05  FNA-CENTRO-CUSTO            PIC X(06).
000730     05  FNA-BANCO                   PIC 9(03).
000740     05  FNA-AGENCIA                 PIC 9(04).
000750     05  FNA-CONTA                   PIC 9(08).
000760     05  FNA-CONTA-DV                PIC X(01).
000770     05  FNA-TIPO-CONTA              PIC X(01).
000780     05  FILLER                      PIC X(10).
000790 FD  FUNCMSTR.
000800     COPY FUNCMST.
000810*----------------------------------------------------------------*
000820 WORKING-STORAGE                     SECTION.
000830*----------------------------------------------------------------*
000840 77  FUNCANT-STATUS                  PIC X(02).
000850 77  FUNCMSTR-STATUS                 PIC X(02).
000860 77  CONTLIDOS                       PIC 9(05) COMP.
000870 77  CONTGRAVADOS                    PIC 9(05) COMP.
000880 77  CONTERRO                        PIC 9(05) COMP.
000890
000900 01  SW-ERRO-NA-ABERTURA             PIC X(01).
000910     88  ERRO-NA-ABERTURA                        VALUE "S".
000920     88  SEM-ERRO-NA-ABERTURA                    VALUE "N".
000930
000940 01  SW-FIM-FUNCANT                  PIC X(01).
000950     88  FIM-FUNCANT                              VALUE "S".
000960     88  NAO-FIM-FUNCANT                          VALUE "N".
000970*----------------------------------------------------------------*
000980 PROCEDURE                           DIVISION.
000990*----------------------------------------------------------------*
001000 0000-PRINCIPAL.
001010
001020     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
001030     IF SEM-ERRO-NA-ABERTURA
001040        PERFORM 2000-CONVERTER-REGISTRO
001050            THRU 2000-CONVERTER-REGISTRO-EXIT
001060            UNTIL FIM-FUNCANT
001070        PERFORM 3000-TERMINO
001080     END-IF
001090     STOP RUN
001100     .
001110
001120*----------------------------------------------------------------*
001130*                   Inicializar o Programa e Abrir o FUNCMSTR
001140*                   Anterior e o Novo Cluster
001150*----------------------------------------------------------------*
001160 1000-INICIALIZAR.
001170
001180     MOVE ZERO                       TO CONTLIDOS
001190     MOVE ZERO                       TO CONTGRAVADOS
001200     MOVE ZERO                       TO CONTERRO
001210     SET NAO-FIM-FUNCANT             TO TRUE
001220     SET SEM-ERRO-NA-ABERTURA        TO TRUE
001230     OPEN INPUT FUNCANT
001240     IF FUNCANT-STATUS NOT = "00"
001250        DISPLAY "RC 24 - ERRO AO ABRIR FUNCANT - FILE STATUS "
001260           FUNCANT-STATUS
001270        MOVE 24                      TO RETURN-CODE
001280        SET ERRO-NA-ABERTURA         TO TRUE
001290        GO TO 1000-INICIALIZAR-EXIT
001300     END-IF
001310     OPEN OUTPUT FUNCMSTR
001320     IF FUNCMSTR-STATUS NOT = "00"
001330        DISPLAY "RC 24 - ERRO AO ABRIR FUNCMSTR - FILE STATUS "
001340           FUNCMSTR-STATUS
001350        MOVE 24                      TO RETURN-CODE
001360        SET ERRO-NA-ABERTURA         TO TRUE
001370        GO TO 1000-INICIALIZAR-EXIT
001380     END-IF
001390     .
001400 1000-INICIALIZAR-EXIT.
001410     EXIT.
001420
001430*----------------------------------------------------------------*
001440*                   Ler o Proximo Funcionario do FUNCMSTR
001450*                   Anterior e Grava-Lo no Novo Layout com CPF
001460*                   Zerado e a Empresa 001
001470*----------------------------------------------------------------*
001480 2000-CONVERTER-REGISTRO.
001490
001500     READ FUNCANT
001510         AT END
001520             SET FIM-FUNCANT          TO TRUE
001530             GO TO 2000-CONVERTER-REGISTRO-EXIT
001540     END-READ
001550     IF FUNCANT-STATUS NOT = "00"
001560        DISPLAY "ERRO NA LEITURA DO FUNCANT - FILE STATUS "
001570           FUNCANT-STATUS
001580        COMPUTE CONTERRO = CONTERRO + 1
001590        SET FIM-FUNCANT              TO TRUE
001600        GO TO 2000-CONVERTER-REGISTRO-EXIT
001610     END-IF
001620     COMPUTE CONTLIDOS = CONTLIDOS + 1
001630     MOVE SPACES                     TO FUNCMST-REGISTRO
001640     MOVE FNA-MATRICULA              TO FUNCMST-MATRICULA
001650     MOVE FNA-NOME                   TO FUNCMST-NOME
001660     MOVE FNA-DATA-ADMISSAO          TO FUNCMST-DATA-ADMISSAO
001670     MOVE FNA-CENTRO-CUSTO           TO FUNCMST-CENTRO-CUSTO
001680     MOVE FNA-BANCO                  TO FUNCMST-BANCO
001690     MOVE FNA-AGENCIA                TO FUNCMST-AGENCIA
001700     MOVE FNA-CONTA                  TO FUNCMST-CONTA
001710     MOVE FNA-CONTA-DV               TO FUNCMST-CONTA-DV
001720     MOVE FNA-TIPO-CONTA             TO FUNCMST-TIPO-CONTA
001730     MOVE ZERO                       TO FUNCMST-CPF
001740     MOVE 1                          TO FUNCMST-EMPRESA
001750     WRITE FUNCMST-REGISTRO
001760         INVALID KEY
001770             DISPLAY "MATRICULA " FNA-MATRICULA " ERRO NA "
001780                "GRAVACAO NO NOVO FUNCMSTR - FILE STATUS "
001790                FUNCMSTR-STATUS
001800             COMPUTE CONTERRO = CONTERRO + 1
001810             GO TO 2000-CONVERTER-REGISTRO-EXIT
001820     END-WRITE
001830     COMPUTE CONTGRAVADOS = CONTGRAVADOS + 1
001840     .
001850 2000-CONVERTER-REGISTRO-EXIT.
001860     EXIT.
001870
001880*----------------------------------------------------------------*
001890*                   Terminar o Programa
001900*----------------------------------------------------------------*
001910 3000-TERMINO.
001920
001930     DISPLAY "REGISTROS LIDOS NO FUNCANT.....: " CONTLIDOS
001940     DISPLAY "GRAVADOS NO NOVO FUNCMSTR......: " CONTGRAVADOS
001950     DISPLAY "ERROS DE LEITURA/GRAVACAO......: " CONTERRO
001960     MOVE ZERO                       TO RETURN-CODE
001970     IF CONTERRO > ZERO
001980        DISPLAY "RC 12 - ERRO NA CONVERSAO DO FUNCMSTR - "
001990           "CLUSTERS NAO TROCADOS"
002000        MOVE 12                      TO RETURN-CODE
002010     END-IF
002020     IF RETURN-CODE = ZERO
002030        DISPLAY "*---------------------------------------*"
002040        DISPLAY "*          TERMINO NORMAL                *"
002050        DISPLAY "*---------------------------------------*"
002060     END-IF
002070     CLOSE FUNCANT
002080     CLOSE FUNCMSTR
002090     .
