002007*                   JOB COM RC=24 - UM ARQUIVO DE TRABALHO
002008*                   ESGOTADO NAO DESCARTA MAIS RUBRICAS EM
002009*                   SILENCIO.
002010* 05.02.2024 EJ     FAIXAS DO INSS E DO IRRF (COM A PARCELA A
002011*                   DEDUZIR), DEDUCAO POR DEPENDENTE E COTA E
002012*                   TETO DO SALARIO-FAMILIA DEIXAM DE SER
002013*                   CONSTANTES DO PROGRAMA E PASSAM A VIR DA
002014*                   NOVA TABELA LEGAL TABLEG (MANTIDA PELO
002015*                   LEGMNT), COM VIGENCIA POR COMPETENCIA: A
002016*                   INICIALIZACAO CARREGA A VIGENCIA EM VIGOR
002017*                   NA COMPETENCIA DO PARM EM TODOS OS TIPOS
002018*                   DE EXECUCAO (NORMAL, DECIMO, FERIAS,
002019*                   RETROAT E RESTART). COMPETENCIA SEM TABELA
002020*                   VIGENTE ENCERRA O JOB COM RC=36 ANTES DE
002021*                   GRAVAR QUALQUER ARQUIVO.
002022* 12.02.2024 EJ     FOLHA DE FERIAS (PARM=FERIAS) PASSA A SER
002023*                   CONDUZIDA PELA PROGRAMACAO DE FERIAS
002024*                   FERPRG NO LUGAR DO SYSIN: CADA FRACAO COM
002025*                   INICIO DE GOZO NA COMPETENCIA DO PARM E
002026*                   VALIDADA CONTRA O PERIODO AQUISITIVO DO
002027*                   NOVO CONTROLE FERCTL (SALDO, ATE 3 FRACOES,
002028*                   MINIMO DE 5 DIAS, UMA FRACAO DE 14 DIAS,
002029*                   ABONO ATE 1/3), PAGA PELA MEDIA DOS BRUTOS
002030*                   DOS 12 MESES ANTERIORES PROPORCIONAL AOS
002031*                   DIAS, COM DOBRA DOS DIAS GOZADOS APOS O
002032*                   FIM DO PERIODO CONCESSIVO E ABONO
002033*                   PECUNIARIO (ISENTO DE INSS, IRRF E FGTS),
002034*                   E ANOTADA NO FERCTL. O CTRLFOL DA FOLHA DE
002035*                   FERIAS PASSA A SER MENSAL (AAAAMM "F") E O
002036*                   HISTFOL AAAA14 ACUMULA AS FRACOES DO ANO.
002037* 19.02.2024 EJ     FOLHA DE ADIANTAMENTO QUINZENAL (PARM=ADIANT):
002038*                   PAGA A CADA FUNCIONARIO DO FUNCMSTR O
002039*                   PERCENTUAL DO CALFOL SOBRE O SALARIO
002040*                   PREVISTO (ULTIMO BRUTO DE FOLHA NORMAL NOS
002041*                   12 MESES ANTERIORES), NA DATA DE
002042*                   ADIANTAMENTO DO CALENDARIO, COM REMESSA,
002043*                   HOLERITE, CONTABIL E FECHAMENTO NO CTRLFOL
002044*                   (AAAAMM "A") PROPRIOS, SEM INSS, IRRF, FGTS
002045*                   OU HISTFOL. ADMITIDOS APOS O DIA DE CORTE
002046*                   DO CALFOL E DESLIGAMENTOS PENDENTES
002047*                   (DESLIG) FICAM DE FORA E SAEM NO RELATORIO
002048*                   DE EXCECOES. CADA ADIANTAMENTO E GRAVADO NO
002049*                   NOVO ARQUIVO ADIANT E DESCONTADO DO LIQUIDO
002050*                   NA FOLHA NORMAL DA MESMA COMPETENCIA, UMA
002051*                   UNICA VEZ MESMO EM RESTART OU REPROCESSO,
002052*                   COM LINHA NO HOLERITE, TOTAL NO RODAPE E
002053*                   CREDITO DE COMPENSACAO NO CONTABIL.
002054* 26.02.2024 EJ     HISTORICO DE RUBRICAS (NOVO ARQUIVO
002055*                   HISTRUB), DETALHE DO HISTFOL GRAVADO JUNTO
002056*                   COM ELE NAS FOLHAS NORMAL, DE 13O E DE
002057*                   FERIAS: UM REGISTRO POR VERBA DO HOLERITE
002058*                   (SALARIO, EXTRAS, 13O, FERIAS, DOBRA, ABONO,
002059*                   SALARIO-FAMILIA, INSS, IRRF, RUBRICAS DO
002060*                   MOVIMENTO, CONSIGNADOS E ADIANTAMENTO), COM
002061*                   CODIGOS RESERVADOS NA FAIXA 9000 PARA AS
002062*                   VERBAS CALCULADAS. BASE DA EXPORTACAO DOS
002063*                   EVENTOS PERIODICOS DO ESOCIAL (ESOCEXP). UM
002064*                   RESTART OU REPROCESSO SUBSTITUI AS VERBAS
002065*                   DO MESMO PAGAMENTO.
002066* 04.03.2024 EJ     PENSAO ALIMENTICIA JUDICIAL (NOVO CADASTRO
002067*                   PENSAO, MANTIDO PELO PENMNT): NAS FOLHAS
002068*                   NORMAL, DE 13O E DE FERIAS, CADA PROCESSO
002069*                   VIGENTE DO FUNCIONARIO E CALCULADO SOBRE O
002070*                   BRUTO, O LIQUIDO (BRUTO - INSS - IRRF) OU
002071*                   PELO VALOR FIXO, DEDUZIDO DA BASE DO IRRF
002072*                   QUANDO A SENTENCA PERMITE, DESCONTADO DO
002073*                   LIQUIDO ANTES DAS RUBRICAS, CONSIGNADOS E
002074*                   ADIANTAMENTO E CREDITADO AO BENEFICIARIO EM
002075*                   DETALHE PROPRIO DA REMESSA. CADA DESCONTO
002076*                   VAI PARA O HISTORICO DE PENSOES (PENHIST),
002077*                   FONTE DO DEMONSTRATIVO DO PENREL.
002078* 11.03.2024 EJ     HISTORICO FUNCIONAL (HISTFUN, MANTIDO PELO
002079*                   FUNCMNT): A CLASSE E O CENTRO DE CUSTO DO
002080*                   FUNCIONARIO PASSAM A VIR DAS MOVIMENTACOES
002081*                   VIGENTES NA COMPETENCIA. PROMOCAO OU
002082*                   RECLASSIFICACAO NO MEIO DO MES GERA UM
002083*                   VALOR-HORA PROPORCIONAL AOS DIAS DE CADA
002084*                   CLASSE; O CUSTO VAI PARA O CENTRO DE CUSTO
002085*                   VIGENTE NO ULTIMO DIA DA COMPETENCIA. O
002086*                   RETROATIVO (RETROAT) REAPURA CADA COMPETENCIA
002087*                   PELAS CLASSES DO HISTORICO FUNCIONAL. A
002088*                   CLASSE DO SYSIN SO E USADA PARA QUEM NAO TEM
002089*                   HISTORICO E, QUANDO DIVERGE DELE, SAI COMO
002090*                   AVISO NO RELATORIO DE EXCECOES, COM CONTADOR
002091*                   PROPRIO NO RODAPE E NO CHECKPOINT.
002092* 08.04.2024 EJ     MULTIPLAS EMPRESAS NA INSTALACAO: A EXECUCAO
002093*                   PASSA A SER POR EMPRESA DO GRUPO (PARM
002094*                   EMP=NNN, PADRAO 001), COM RAZAO SOCIAL,
002095*                   CONVENIO BANCARIO E PERCENTUAIS DOS ENCARGOS
002096*                   LIDOS DA NOVA TABELA EMPTAB NO LUGAR DA
002097*                   ENCTAB E DA CONSTANTE DO CONVENIO. SO SAO
002098*                   PAGOS OS FUNCIONARIOS DA EMPRESA VIGENTE NO
002099*                   ULTIMO DIA DA COMPETENCIA (CADASTRO MESTRE E
002100*                   TRANSFERENCIAS DO HISTFUN); HORAS E RUBRICAS
002101*                   DAS DEMAIS EMPRESAS SAO IGNORADAS, MAS ENTRAM
002102*                   NA CONFERENCIA DO TRAILER DO SYSIN. REMESSA
002103*                   (LOTE COM HEADER E TRAILER PROPRIOS),
002104*                   HISTFOL, FGTSREM, CONTABIL, CTRLFOL E CTRLLOG
002105*                   PASSAM A LEVAR A EMPRESA; OS ACUMULADOS DO
002106*                   ANO NO HISTFOL SAO POR EMPRESA.
002107* 15.04.2024 EJ     DESCONTO DO ADIANTAMENTO: LINHA DE EXCECAO
002108*                   LIMPA ANTES DO AVISO DE DESCONTO PARCIAL,
002109*                   ERRO NA BAIXA DO ADIANT TRATADO E AVISOS DE
002110*                   ADIANTAMENTO CONTADOS NO RODAPE DAS EXCECOES
002111*                   E NO CHECKPOINT.
002112* 15.04.2024 EJ     TIPO DO CREDITO (SALARIO OU PENSAO) E PROCESSO
002113*                   DA PENSAO NA REMESSA. ERRO NA GRAVACAO DO
002114*                   PENHIST E DO ADIANT TRATADO COM LINHA DE
002115*                   EXCECAO. EMPRESA SEM REGISTROS NA EXECUCAO
002116*                   COM OUTRAS EMPRESAS NO MOVIMENTO TERMINA COM
002117*                   RC=04 (NADA A PAGAR) SEM FECHAR A COMPETENCIA.
002118*----------------------------------------------------------------*
002119
002120*----------------------------------------------------------------*
002121 IDENTIFICATION                      DIVISION.
002122*----------------------------------------------------------------*
002123 PROGRAM-ID.                         EXEMPLO01.
002124 AUTHOR.                             EMANUEL.
002125 INSTALLATION.                       DEPTO FOLHA DE PAGAMENTO.
002126 DATE-WRITTEN.                       06.02.2023.
002127 DATE-COMPILED.                      03.03.2023.
002128*----------------------------------------------------------------*
002129 ENVIRONMENT                         DIVISION.
002130*----------------------------------------------------------------*
002131 CONFIGURATION                       SECTION.
002132 SPECIAL-NAMES.
002133     DECIMAL-POINT IS COMMA.
002134*----------------------------------------------------------------*
002135 INPUT-OUTPUT                        SECTION.
002136*----------------------------------------------------------------*
002137 FILE-CONTROL.
002138     SELECT FUNCMSTR                 ASSIGN TO "FUNCMSTR"
002139                                      ORGANIZATION IS INDEXED
002140                                      ACCESS MODE IS DYNAMIC
002150                                      RECORD KEY IS
002160                                         FUNCMST-MATRICULA
002170                                      FILE STATUS IS
002360                                         LINE SEQUENTIAL
002370                                      FILE STATUS IS
002380                                         TABSAL-STATUS.
002381     SELECT TABLEG                   ASSIGN TO "TABLEG"
002382                                      ORGANIZATION IS INDEXED
002383                                      ACCESS MODE IS DYNAMIC
002384                                      RECORD KEY IS
002385                                         LEG-COMP-INICIO
002386                                      FILE STATUS IS
002387                                         TABLEG-STATUS.
002390     SELECT REMESSA                  ASSIGN TO "REMESSA"
002400                                      ORGANIZATION IS
002410                                         LINE SEQUENTIAL
002530                                         HIST-CHAVE
002540                                      FILE STATUS IS
002550                                         HISTFOL-STATUS.
002551     SELECT HISTRUB                  ASSIGN TO "HISTRUB"
002552                                      ORGANIZATION IS INDEXED
002553                                      ACCESS MODE IS DYNAMIC
002554                                      RECORD KEY IS
002555                                         HRB-CHAVE
002556                                      FILE STATUS IS
002557                                         HISTRUB-STATUS.
002560     SELECT HOLERITE                 ASSIGN TO "HOLERITE"
002570                                      ORGANIZATION IS
002580                                         LINE SEQUENTIAL
002810                                         LINE SEQUENTIAL
002820                                      FILE STATUS IS
002830                                         CTRLLOG-STATUS.
002831     SELECT EMPTAB                   ASSIGN TO "EMPTAB"
002832                                      ORGANIZATION IS
002833                                         LINE SEQUENTIAL
002834                                      FILE STATUS IS
002835                                         EMPTAB-STATUS.
002836     SELECT FGTSREM                  ASSIGN TO "FGTSREM"
002837                                      ORGANIZATION IS
002838                                         LINE SEQUENTIAL
002871                                         RWK-CHAVE
002872                                      FILE STATUS IS
002873                                         RUBWK-STATUS.
002874     SELECT FERCTL                   ASSIGN TO "FERCTL"
002875                                      ORGANIZATION IS INDEXED
002876                                      ACCESS MODE IS DYNAMIC
002877                                      RECORD KEY IS
002878                                         FER-CHAVE
002879                                      FILE STATUS IS
002880                                         FERCTL-STATUS.
002881     SELECT FERPRG                   ASSIGN TO "FERPRG"
002882                                      ORGANIZATION IS
002883                                         LINE SEQUENTIAL
002884                                      FILE STATUS IS
002885                                         FERPRG-STATUS.
002886     SELECT ADIANT                   ASSIGN TO "ADIANT"
002887                                      ORGANIZATION IS INDEXED
002888                                      ACCESS MODE IS DYNAMIC
002889                                      RECORD KEY IS
002890                                         ADT-CHAVE
002891                                      FILE STATUS IS
002892                                         ADIANT-STATUS.
002893     SELECT DESLIG                   ASSIGN TO "DESLIG"
002894                                      ORGANIZATION IS
002895                                         LINE SEQUENTIAL
002896                                      FILE STATUS IS
002897                                         DESLIG-STATUS.
002898     SELECT PENSAO                   ASSIGN TO "PENSAO"
002899                                      ORGANIZATION IS INDEXED
002900                                      ACCESS MODE IS DYNAMIC
002901                                      RECORD KEY IS
002902                                         PEN-CHAVE
002903                                      FILE STATUS IS
002904                                         PENSAO-STATUS.
002905     SELECT PENHIST                  ASSIGN TO "PENHIST"
002906                                      ORGANIZATION IS INDEXED
002907                                      ACCESS MODE IS DYNAMIC
002908                                      RECORD KEY IS
002909                                         PHI-CHAVE
002910                                      FILE STATUS IS
002911                                         PENHIST-STATUS.
002912     SELECT HISTFUN                  ASSIGN TO "HISTFUN"
002913                                      ORGANIZATION IS INDEXED
002914                                      ACCESS MODE IS DYNAMIC
002915                                      RECORD KEY IS
002916                                         HFU-CHAVE
002917                                      FILE STATUS IS
002918                                         HISTFUN-STATUS.
002919*----------------------------------------------------------------*
002920 DATA                                DIVISION.
002921*----------------------------------------------------------------*
002922 FILE                                SECTION.
002923 FD  FUNCMSTR.
002924     COPY FUNCMST.
002925 FD  RELATORIO.
002926 01  LINHA-RELATORIO                 PIC X(132).
002927 FD  EXCECOES.
002930 01  LINHA-EXCECOES                  PIC X(132).
002940 FD  CHECKPOINT-FILE.
002950     COPY CHKPT.
002960 FD  TABSAL.
002970     COPY TABSAL.
002971 FD  TABLEG.
002972     COPY TABLEG.
002980 FD  REMESSA.
002990     COPY REMESSA.
003000 FD  SYSIN-FILE.
003010     COPY HORAS.
003020 FD  HISTFOL.
003030     COPY HISTFOL.
003031 FD  HISTRUB.
003032     COPY HISTRUB.
003040 FD  HOLERITE.
003050 01  LINHA-HOLERITE                  PIC X(132).
003060 FD  RUBTAB.
003250 01  LINHA-CTRLLOG                   PIC X(132).
003251 FD  DEPEND.
003252     COPY DEPEND.
003253 FD  EMPTAB.
003254     COPY EMPTAB.
003255 FD  FGTSREM.
003256     COPY FGTSREM.
003257 FD  CONSIG.
003284     05  RWK-SITUACAO                PIC X(01).
003285     05  RWK-MOTIVO                  PIC X(40).
003286     05  RWK-APLICADA                PIC X(01).
003287 FD  FERCTL.
003288     COPY FERCTL.
003289 FD  FERPRG.
003290     COPY FERPRG.
003291 FD  ADIANT.
003292     COPY ADIANT.
003293 FD  DESLIG.
003294     COPY DESLIG.
003295 FD  PENSAO.
003296     COPY PENSAO.
003297 FD  PENHIST.
003298     COPY PENHIST.
003299 FD  HISTFUN.
003300     COPY HISTFUN.
003301*----------------------------------------------------------------*
003302 WORKING-STORAGE                     SECTION.
003303*----------------------------------------------------------------*
003304     COPY RELLAY.
003305     COPY EXCLAY.
003310     COPY HOLLAY.
003320
003330 01  TABELA-VALOR-HORA.
003830                                     INDEXED BY TFE-IDX.
003831         10  TFE-DATA                PIC 9(08).
003832
003833 01  TABELA-DESLIGAMENTOS.
003834     05  TDS-OCORRENCIA              OCCURS 500 TIMES
003835                                     INDEXED BY TDS-IDX.
003836         10  TDS-MATRICULA           PIC 9(06).
003837
003838 01  TABELA-PENSOES.
003839     05  TPE-OCORRENCIA              OCCURS 10 TIMES.
003840         10  TPE-PROCESSO            PIC X(20).
003841         10  TPE-BENEF-NOME          PIC X(30).
003842         10  TPE-BENEF-CPF           PIC 9(11).
003843         10  TPE-BANCO               PIC 9(03).
003844         10  TPE-AGENCIA             PIC 9(04).
003845         10  TPE-CONTA               PIC 9(08).
003846         10  TPE-CONTA-DV            PIC X(01).
003847         10  TPE-TIPO-CONTA          PIC X(01).
003848         10  TPE-BASE                PIC X(01).
003849         10  TPE-PERCENTUAL          PIC 9(03)V99.
003850         10  TPE-VALOR-FIXO          PIC 9(07)V99.
003851         10  TPE-DEDUZ-IRRF          PIC X(01).
003852         10  TPE-VALOR-BASE          PIC 9(08)V99.
003853         10  TPE-VALOR-CALCULADO     PIC 9(07)V99.
003854         10  TPE-VALOR-RETIDO        PIC 9(07)V99.
003855
003856 01  TABELA-HISTORICO-FUNCIONAL.
003857     05  THF-OCORRENCIA              OCCURS 10 TIMES.
003858         10  THF-CLASSE              PIC X(03).
003859         10  THF-DIA-INICIO          PIC 9(02).
003860 77  FUNCMSTR-STATUS                 PIC X(02).
003861 77  RELATORIO-STATUS                PIC X(02).
003862 77  EXCECOES-STATUS                 PIC X(02).
003870 77  CHECKPOINT-STATUS               PIC X(02).
003880 77  TABSAL-STATUS                   PIC X(02).
003881 77  TABLEG-STATUS                   PIC X(02).
003882 77  COMP-VIGENCIA-LEGAL             PIC 9(06).
003890 77  REMESSA-STATUS                  PIC X(02).
003900 77  SYSIN-STATUS                    PIC X(02).
003910 77  TVH-QTDE                        PIC 9(03) COMP.
003940 77  PARM-TIPO-EXECUCAO              PIC X(08).
003950 77  PARM-COMPETENCIA                PIC X(06).
003960 77  HISTFOL-STATUS                  PIC X(02).
003961 77  HISTRUB-STATUS                  PIC X(02).
003970 77  HOLERITE-STATUS                 PIC X(02).
003980 77  COMPETENCIA-FMT                 PIC X(07).
003990 77  TOTAL-DESCONTOS                 PIC 9(09)V99.
004830 77  SOMASAL-LIQUIDO                 PIC 9(12)V99.
004840 77  SOMA-INSS                       PIC 9(12)V99.
004850 77  SOMA-IRRF                       PIC 9(12)V99.
004851 77  CONVENIO-BANCO                  PIC X(10).
004853 77  QTD-REMESSA                     PIC 9(07) COMP.
004854 77  VAL-REMESSA                     PIC 9(13)V99.
004855 77  DEPEND-STATUS                   PIC X(02).
004856 77  QTD-DEP-IRRF                    PIC 9(02).
004857 77  QTD-DEP-SALFAM                  PIC 9(02).
004858 77  DEDUCAO-POR-DEPENDENTE          PIC 9(04)V99.
004860 77  VALOR-COTA-SALFAM               PIC 9(04)V99.
004862 77  TETO-SALARIO-FAMILIA            PIC 9(06)V99.
004864 77  MES-COMPETENCIA                 PIC 9(02).
004865 77  LIMITE-NASC-SALFAM              PIC 9(08).
004866 77  VALOR-SALFAM                    PIC 9(06)V99.
004867 77  SOMA-SALFAM                     PIC 9(12)V99.
004868 77  EMPTAB-STATUS                   PIC X(02).
004869 77  EMPRESA-EXECUCAO                PIC 9(03).
004870 77  EMPRESA-FUNC                    PIC 9(03).
004871 77  EMPRESA-REGISTRO                PIC 9(03).
004872 77  DATA-FIM-EMPRESA                PIC 9(08).
004873 77  CONTFUNC-OUTRAS                 PIC 9(05) COMP.
004874 77  SOMA-HORAS-OUTRAS               PIC S9(08) COMP.
004875 77  PARM-OPCAO-1                    PIC X(14).
004876 77  PARM-OPCAO-2                    PIC X(14).
004877 77  PARM-OPCAO                      PIC X(14).
004878 77  FGTSREM-STATUS                  PIC X(02).
004879 77  PERC-FGTS                       PIC 9(02)V99.
004880 77  PERC-PATRONAL-TOTAL             PIC 9(03)V99.
004881 77  VALOR-FGTS                      PIC 9(06)V99.
004882 77  VALOR-PATRONAL                  PIC 9(06)V99.
004883 77  SOMA-FGTS                       PIC 9(12)V99.
004884 77  SOMA-PATRONAL                   PIC 9(12)V99.
004885 77  CONSIG-STATUS                   PIC X(02).
004886 77  TCO-QTDE                        PIC 9(02) COMP.
004887 77  TCO-SUB                         PIC 9(02) COMP.
004888 77  TOTAL-CONSIG-FUNC               PIC 9(08)V99.
004889 77  MARGEM-CONSIG                   PIC 9(08)V99.
004890 77  PERC-MARGEM-CONSIG              PIC 9(01)V99
004891                                     VALUE 0,35.
004892 77  SOMA-CONSIG                     PIC 9(12)V99.
004893 77  CONTCONS-EXC                    PIC 9(05) COMP.
004894 77  DESCR-CONSIG                    PIC X(30).
004895 77  CALFOL-STATUS                   PIC X(02).
004896 77  FERIADOS-STATUS                 PIC X(02).
004897 77  TFE-QTDE                        PIC 9(02) COMP.
004898 77  DATA-CREDITO                    PIC 9(08).
004899 77  CRED-ANO                        PIC 9(04).
004900 77  CRED-MES                        PIC 9(02).
004901 77  CRED-DIA                        PIC 9(02).
004902 77  DIAS-NO-MES                     PIC 9(02).
004903 77  RESTO-4                         PIC 9(03) COMP.
004904 77  RESTO-100                       PIC 9(03) COMP.
004905 77  RESTO-400                       PIC 9(03) COMP.
004906 77  ZEL-ANO                         PIC 9(04).
004907 77  ZEL-MES                         PIC 9(02).
004908 77  ZEL-J                           PIC 9(02).
004909 77  ZEL-K                           PIC 9(02).
004910 77  ZEL-T1                          PIC 9(03).
004911 77  ZEL-T2                          PIC 9(02).
004912 77  ZEL-T3                          PIC 9(02).
004913 77  ZEL-SOMA                        PIC 9(04).
004914 77  ZEL-QUOC                        PIC 9(04).
004915 77  DIA-SEMANA                      PIC 9(01).
004916 77  CONT-ROLAGENS                   PIC 9(02) COMP.
004917 77  FERCTL-STATUS                   PIC X(02).
004918 77  FERPRG-STATUS                   PIC X(02).
004919 77  COMPETENCIA-CONTROLE            PIC 9(06).
004920 77  COMP-BASE-INICIO                PIC 9(06).
004921 77  COMP-BASE-FIM                   PIC 9(06).
004922 77  ANO-BASE-BENEFICIO              PIC 9(04).
004923 77  MES-BASE-BENEFICIO              PIC 9(02).
004924 77  CLASSE-BASE-BENEFICIO           PIC X(03).
004925 77  COMP-INICIO-GOZO                PIC 9(06).
004926 77  AQUIS-INICIO-ESCOLHIDO          PIC 9(08).
004927 77  FRAC-SUB                        PIC 9(01) COMP.
004928 77  FRAC-REPROC                     PIC 9(01) COMP.
004929 77  SALDO-FERIAS                    PIC S9(03).
004930 77  ABONO-TOTAL-FERIAS              PIC 9(03).
004931 77  MAIOR-FRACAO-FERIAS             PIC 9(02).
004932 77  DIAS-DOBRO-FERIAS               PIC 9(02).
004933 77  VALOR-DOBRA-FERIAS              PIC 9(06)V99.
004934 77  VALOR-ABONO-FERIAS              PIC 9(06)V99.
004935 77  FRAC-ANT-BRUTO                  PIC 9(06)V99.
004936 77  FRAC-ANT-INSS                   PIC 9(06)V99.
004937 77  FRAC-ANT-IRRF                   PIC 9(06)V99.
004938 77  FRAC-ANT-LIQUIDO                PIC 9(06)V99.
004939 77  FERIAS-ANT-BRUTO                PIC 9(06)V99.
004940 77  FERIAS-ANT-INSS                 PIC 9(06)V99.
004941 77  FERIAS-ANT-IRRF                 PIC 9(06)V99.
004942 77  FERIAS-ANT-LIQUIDO              PIC 9(06)V99.
004943 77  DATA-GOZO                       PIC 9(08).
004944 77  GOZO-ANO                        PIC 9(04).
004945 77  GOZO-MES                        PIC 9(02).
004946 77  GOZO-DIA                        PIC 9(02).
004947 77  MOTIVO-FERIAS                   PIC X(40).
004948 77  ADIANT-STATUS                   PIC X(02).
004949 77  DESLIG-STATUS                   PIC X(02).
004950 77  TDS-QTDE                        PIC 9(03) COMP.
004951 77  PERC-ADIANTAMENTO               PIC 9(02).
004952 77  DATA-CORTE-ADIANT               PIC 9(08).
004953 77  SALARIO-PREVISTO                PIC 9(06)V99.
004954 77  VALOR-ADIANT-DESCONTO           PIC 9(06)V99.
004955 77  VALOR-VERBA-REPETIDA            PIC 9(09)V99.
004956 77  SOMA-ADIANTAMENTO               PIC 9(12)V99.
004957 77  MOTIVO-ADIANT                   PIC X(40).
004958 77  PENSAO-STATUS                   PIC X(02).
004959 77  PENHIST-STATUS                  PIC X(02).
004960 77  TPE-QTDE                        PIC 9(02) COMP.
004961 77  TPE-SUB                         PIC 9(02) COMP.
004962 77  DEDUCAO-PENSAO-IRRF             PIC 9(07)V99.
004963 77  BASE-PENSAO-LIQUIDO             PIC 9(06)V99.
004964 77  TOTAL-PENSAO-FUNC               PIC 9(08)V99.
004965 77  SOMA-PENSAO                     PIC 9(12)V99.
004966 77  CONTPEN-EXC                     PIC 9(05) COMP.
004967 77  HISTFUN-STATUS                  PIC X(02).
004968 77  THF-QTDE                        PIC 9(02) COMP.
004969 77  THF-SUB                         PIC 9(02) COMP.
004970 77  COMP-HFU-PESQUISA               PIC 9(06).
004971 77  ANO-HFU                         PIC 9(04).
004972 77  MES-HFU                         PIC 9(02).
004973 77  DIA-HFU                         PIC 9(02).
004974 77  QUOC-HFU                        PIC 9(06).
004975 77  DIAS-MES-HFU                    PIC 9(02).
004976 77  DIAS-TRECHO-HFU                 PIC 9(02).
004977 77  DATA-INICIO-HFU                 PIC 9(08).
004978 77  DATA-FIM-HFU                    PIC 9(08).
004979 77  CLASSE-PADRAO-HFU               PIC X(03).
004980 77  VALOR-HORA-ACUM-HFU             PIC 9(06)V9999.
004981 77  CLASSE-FUNC                     PIC X(03).
004982 77  CC-HISTORICO                    PIC X(06).
004983 77  CONTCLS-EXC                     PIC 9(05) COMP.
004984 77  CONTADT-EXC                     PIC 9(05) COMP.
004985
004986 01  SW-FUNCIONARIO-ACHADO           PIC X(01).
004987     88  FUNCIONARIO-ACHADO                     VALUE "S".
004988     88  FUNCIONARIO-NAO-ACHADO                 VALUE "N".
004989
004990 01  SW-HORAS-VALIDAS                PIC X(01).
004991     88  HORAS-VALIDAS                           VALUE "S".
004992     88  HORAS-INVALIDAS                          VALUE "N".
004993
004994 01  SW-MODO-RESTART                 PIC X(01).
004995     88  MODO-RESTART                            VALUE "S".
004996     88  MODO-NORMAL                             VALUE "N".
004997
004998 01  SW-ERRO-NA-ABERTURA             PIC X(01).
005000     88  ERRO-NA-ABERTURA                        VALUE "S".
005010     88  SEM-ERRO-NA-ABERTURA                    VALUE "N".
005020
005260 01  SW-FIM-RUBWK                    PIC X(01).
005270     88  FIM-RUBWK                                VALUE "S".
005280     88  NAO-FIM-RUBWK                            VALUE "N".
005281
005282 01  SW-FIM-HISTRUB                  PIC X(01).
005283     88  FIM-HISTRUB                              VALUE "S".
005284     88  NAO-FIM-HISTRUB                          VALUE "N".
005285
005286 01  SW-FIM-PENSAO                   PIC X(01).
005287     88  FIM-PENSAO                               VALUE "S".
005288     88  NAO-FIM-PENSAO                           VALUE "N".
005289
005290 01  SW-PENSAO-LIQUIDO               PIC X(01).
005291     88  PENSAO-SOBRE-LIQUIDO                     VALUE "S".
005292     88  PENSAO-SEM-LIQUIDO                       VALUE "N".
005293
005294 01  SW-FIM-HISTFUN                  PIC X(01).
005295     88  FIM-HISTFUN                              VALUE "S".
005296     88  NAO-FIM-HISTFUN                          VALUE "N".
005297
005298 01  SW-HISTORICO-FUNCIONAL          PIC X(01).
005299     88  COM-HISTORICO-FUNCIONAL                  VALUE "S".
005300     88  SEM-HISTORICO-FUNCIONAL                  VALUE "N".
005301 01  SW-TIPO-EXECUCAO                PIC X(01).
005310     88  EXECUCAO-NORMAL                         VALUE "N".
005320     88  EXECUCAO-DECIMO                         VALUE "D".
005330     88  EXECUCAO-FERIAS                         VALUE "F".
005340     88  EXECUCAO-RETROATIVO                     VALUE "R".
005341     88  EXECUCAO-ADIANTAMENTO                   VALUE "A".
005342     88  EXECUCAO-COM-PENSAO                     VALUE "N" "D"
005343                                                       "F".
005350
005360 01  SW-BASE-BENEFICIO               PIC X(01).
005370     88  BENEFICIO-COM-BASE                      VALUE "S".
005480 01  SW-CONTROLE-ACHADO              PIC X(01).
005490     88  CONTROLE-ACHADO                         VALUE "S".
005500     88  CONTROLE-NAO-ACHADO                     VALUE "N".
005501 01  SW-EMPRESA-FUNC                 PIC X(01).
005502     88  FUNC-DA-EMPRESA                         VALUE "S".
005503     88  FUNC-DE-OUTRA-EMPRESA                   VALUE "N".
005504
005505 01  SW-PARM-EMPRESA                 PIC X(01).
005506     88  PARM-EMPRESA-VALIDA                     VALUE "S".
005507     88  PARM-EMPRESA-INVALIDA                   VALUE "N".
005508
005509 01  SW-FIM-EMPTAB                   PIC X(01).
005510     88  FIM-EMPTAB                               VALUE "S".
005511     88  NAO-FIM-EMPTAB                           VALUE "N".
005512
005513 01  SW-PROGRAMACAO-FERIAS           PIC X(01).
005514     88  PROGRAMACAO-VALIDA                      VALUE "S".
005515     88  PROGRAMACAO-INVALIDA                    VALUE "N".
005516
005517 01  SW-FIM-FERCTL                   PIC X(01).
005518     88  FIM-FERCTL                               VALUE "S".
005519     88  NAO-FIM-FERCTL                           VALUE "N".
005520
005521 01  SW-FIM-FERPRG                   PIC X(01).
005522     88  FIM-FERPRG                               VALUE "S".
005523     88  NAO-FIM-FERPRG                           VALUE "N".
005524
005525 01  SW-FIM-FUNCMSTR                 PIC X(01).
005526     88  FIM-FUNCMSTR                             VALUE "S".
005527     88  NAO-FIM-FUNCMSTR                         VALUE "N".
005528
005529 01  SW-FIM-DESLIG                   PIC X(01).
005530     88  FIM-DESLIG                               VALUE "S".
005531     88  NAO-FIM-DESLIG                           VALUE "N".
005532
005533 01  SW-ADIANTAMENTO-ACHADO          PIC X(01).
005534     88  ADIANTAMENTO-ACHADO                     VALUE "S".
005535     88  ADIANTAMENTO-NAO-ACHADO                 VALUE "N".
005536
005537 01  SW-ADIANT-ELEGIVEL              PIC X(01).
005538     88  ADIANT-ELEGIVEL                         VALUE "S".
005539     88  ADIANT-INELEGIVEL                       VALUE "N".
005540
005541 01  LOG-EXECUCAO.
005542     05  FILLER                      PIC X(06) VALUE "COMP: ".
005543     05  LOG-COMPETENCIA             PIC 9(06).
005550     05  FILLER                      PIC X(07) VALUE " TIPO: ".
005560     05  LOG-TIPO-FOLHA              PIC X(01).
005570     05  FILLER                      PIC X(07) VALUE " DATA: ".
005660     05  LOG-LIQUIDO                 PIC 9(12)V99.
005670     05  FILLER                      PIC X(10) VALUE " REPROC: ".
005680     05  LOG-REPROC-USUARIO          PIC X(08).
005681     05  FILLER                      PIC X(06) VALUE " EMP: ".
005682     05  LOG-EMPRESA                 PIC 9(03).
005690     05  FILLER                      PIC X(14) VALUE SPACES.
005700
005710*----------------------------------------------------------------*
005720 PROCEDURE                           DIVISION.
005990     MOVE ZERO                       TO SOMA-INSS
006000     MOVE ZERO                       TO SOMA-IRRF
006010     MOVE ZERO                       TO SOMA-HORAS-PROCESSADAS
006011     MOVE ZERO                       TO CONTFUNC-OUTRAS
006012     MOVE ZERO                       TO SOMA-HORAS-OUTRAS
006020     MOVE ZERO                       TO CONTRUB-INV
006030     MOVE ZERO                       TO CONTRUB-SEM-MOVTO
006040     MOVE ZERO                       TO SOMA-RUBR-PROV
006076     MOVE ZERO                       TO SOMA-PATRONAL
006077     MOVE ZERO                       TO SOMA-CONSIG
006078     MOVE ZERO                       TO CONTCONS-EXC
006079     MOVE ZERO                       TO SOMA-PENSAO
006080     MOVE ZERO                       TO CONTPEN-EXC
006081     MOVE ZERO                       TO CONTCLS-EXC
006082     MOVE ZERO                       TO CONTADT-EXC
006083     MOVE ZERO                       TO DEDUCAO-PENSAO-IRRF
006084     MOVE ZERO                       TO TOTAL-PENSAO-FUNC
006085     MOVE ZERO                       TO TPE-QTDE
006086     MOVE ZERO                       TO TCO-QTDE
006087     MOVE ZERO                       TO TOTAL-CONSIG-FUNC
006088     MOVE ZERO                       TO QTD-DEP-IRRF
006089     MOVE ZERO                       TO QTD-DEP-SALFAM
006090     MOVE ZERO                       TO DATA-CREDITO
006091     MOVE ZERO                       TO TFE-QTDE
006092     MOVE ZERO                       TO VALOR-DOBRA-FERIAS
006093     MOVE ZERO                       TO VALOR-ABONO-FERIAS
006094     MOVE ZERO                       TO FRAC-REPROC
006095     MOVE ZERO                       TO SOMA-ADIANTAMENTO
006096     MOVE ZERO                       TO VALOR-ADIANT-DESCONTO
006097     MOVE ZERO                       TO TDS-QTDE
006098     SET NAO-FIM-SYSIN               TO TRUE
006099     SET NAO-FIM-FERPRG              TO TRUE
006100     SET TRAILER-NAO-ACHADO          TO TRUE
006110     MOVE ZERO                       TO NUM-PAGINA
006120     MOVE 99                         TO LINHAS-IMPRESSAS
006150     MOVE SPACES                     TO PARM-TIPO-EXECUCAO
006160     MOVE SPACES                     TO PARM-COMPETENCIA
006170     MOVE SPACES                     TO PARM-AUTORIZACAO
006171     MOVE SPACES                     TO PARM-OPCAO-1
006172     MOVE SPACES                     TO PARM-OPCAO-2
006180     UNSTRING PARM-LINHA-COMANDO
006190         DELIMITED BY ALL " "
006200         INTO PARM-TIPO-EXECUCAO PARM-COMPETENCIA
006210              PARM-OPCAO-1 PARM-OPCAO-2
006211     MOVE 1                          TO EMPRESA-EXECUCAO
006212     SET PARM-EMPRESA-VALIDA         TO TRUE
006213     MOVE PARM-OPCAO-1               TO PARM-OPCAO
006214     PERFORM 1010-INTERPRETAR-OPCAO
006215         THRU 1010-INTERPRETAR-OPCAO-EXIT
006216     MOVE PARM-OPCAO-2               TO PARM-OPCAO
006217     PERFORM 1010-INTERPRETAR-OPCAO
006218         THRU 1010-INTERPRETAR-OPCAO-EXIT
006219     IF PARM-EMPRESA-INVALIDA
006220        DISPLAY "RC 20 - PARM INVALIDO - EMPRESA DEVE SER "
006221           "INFORMADA COMO EMP=NNN"
006222        MOVE 20                      TO RETURN-CODE
006223        SET ERRO-NA-ABERTURA         TO TRUE
006224        GO TO 1000-INICIALIZAR-EXIT
006225     END-IF
006226     IF PARM-TIPO-EXECUCAO = "RESTART"
006230        SET MODO-RESTART             TO TRUE
006240     ELSE
006250        SET MODO-NORMAL              TO TRUE
006490             MOVE "13O SALARIO"       TO DESCR-PROVENTO-BASE
006500             COMPUTE COMPETENCIA-HISTORICO =
006510                ANO-COMPETENCIA * 100 + 13
006511             MOVE COMPETENCIA-HISTORICO TO COMPETENCIA-CONTROLE
006520         WHEN "FERIAS"
006530             SET EXECUCAO-FERIAS      TO TRUE
006540             MOVE "F"                 TO TIPO-FOLHA-CONTROLE
006570             MOVE "FERIAS + 1/3"      TO DESCR-PROVENTO-BASE
006580             COMPUTE COMPETENCIA-HISTORICO =
006590                ANO-COMPETENCIA * 100 + 14
006591             MOVE COMPETENCIA-FOLHA   TO COMPETENCIA-CONTROLE
006600         WHEN "RETROAT"
006610             SET EXECUCAO-RETROATIVO  TO TRUE
006620             MOVE "R"                 TO TIPO-FOLHA-CONTROLE
006660                  TO DESCR-PROVENTO-BASE
006670             MOVE COMPETENCIA-FOLHA   TO COMPETENCIA-RETRO
006680             MOVE COMPETENCIA-FOLHA   TO COMPETENCIA-HISTORICO
006681             MOVE COMPETENCIA-FOLHA   TO COMPETENCIA-CONTROLE
006682         WHEN "ADIANT"
006683             SET EXECUCAO-ADIANTAMENTO TO TRUE
006684             MOVE "A"                 TO TIPO-FOLHA-CONTROLE
006685             MOVE "RELATORIO DE FOLHA - ADIANTAMENTO"
006686                  TO REL2-TITULO
006687             MOVE "ADIANTAMENTO SALARIAL" TO DESCR-PROVENTO-BASE
006688             MOVE COMPETENCIA-FOLHA   TO COMPETENCIA-HISTORICO
006689             MOVE COMPETENCIA-FOLHA   TO COMPETENCIA-CONTROLE
006690         WHEN OTHER
006700             SET EXECUCAO-NORMAL      TO TRUE
006710             MOVE "N"                 TO TIPO-FOLHA-CONTROLE
006720             MOVE "SALARIO NORMAL"    TO DESCR-PROVENTO-BASE
006730             MOVE COMPETENCIA-FOLHA   TO COMPETENCIA-HISTORICO
006731             MOVE COMPETENCIA-FOLHA   TO COMPETENCIA-CONTROLE
006740     END-EVALUATE
006750     IF PARM-AUTORIZACAO (1:7) = "REPROC="
006760        AND PARM-AUTORIZACAO (8:7) NOT = SPACES
007040        SET ERRO-NA-ABERTURA         TO TRUE
007050        GO TO 1000-INICIALIZAR-EXIT
007060     END-IF
007061     OPEN I-O HISTRUB
007062     IF HISTRUB-STATUS NOT = "00"
007063        DISPLAY "RC 24 - ERRO AO ABRIR HISTRUB - FILE STATUS "
007064           HISTRUB-STATUS
007065        MOVE 24                      TO RETURN-CODE
007066        SET ERRO-NA-ABERTURA         TO TRUE
007067        GO TO 1000-INICIALIZAR-EXIT
007068     END-IF
007069     OPEN INPUT DEPEND
007070     IF DEPEND-STATUS NOT = "00"
007071        DISPLAY "RC 24 - ERRO AO ABRIR DEPEND - FILE STATUS "
007072           DEPEND-STATUS
007073        MOVE 24                      TO RETURN-CODE
007074        SET ERRO-NA-ABERTURA         TO TRUE
007075        GO TO 1000-INICIALIZAR-EXIT
007076     END-IF
007077     OPEN I-O CONSIG
007078     IF CONSIG-STATUS NOT = "00"
007079        DISPLAY "RC 24 - ERRO AO ABRIR CONSIG - FILE STATUS "
007080           CONSIG-STATUS
007081        MOVE 24                      TO RETURN-CODE
007082        SET ERRO-NA-ABERTURA         TO TRUE
007083        GO TO 1000-INICIALIZAR-EXIT
007084     END-IF
007085     OPEN I-O CTRLFOL
007086     IF CTRLFOL-STATUS NOT = "00"
007090        DISPLAY "RC 24 - ERRO AO ABRIR CTRLFOL - FILE STATUS "
007100           CTRLFOL-STATUS
007110        MOVE 24                      TO RETURN-CODE
007200        SET ERRO-NA-ABERTURA         TO TRUE
007210        GO TO 1000-INICIALIZAR-EXIT
007220     END-IF
007221     IF EXECUCAO-FERIAS
007222        OPEN I-O FERCTL
007223        IF FERCTL-STATUS NOT = "00"
007224           DISPLAY "RC 24 - ERRO AO ABRIR FERCTL - FILE STATUS "
007225              FERCTL-STATUS
007226           MOVE 24                   TO RETURN-CODE
007227           SET ERRO-NA-ABERTURA      TO TRUE
007228           GO TO 1000-INICIALIZAR-EXIT
007229        END-IF
007230        OPEN INPUT FERPRG
007231        IF FERPRG-STATUS NOT = "00"
007232           DISPLAY "RC 24 - ERRO AO ABRIR FERPRG - FILE STATUS "
007233              FERPRG-STATUS
007234           MOVE 24                   TO RETURN-CODE
007235           SET ERRO-NA-ABERTURA      TO TRUE
007236           GO TO 1000-INICIALIZAR-EXIT
007237        END-IF
007238     END-IF
007239     IF EXECUCAO-NORMAL
007240        OR EXECUCAO-ADIANTAMENTO
007241        OPEN I-O ADIANT
007242        IF ADIANT-STATUS NOT = "00"
007243           DISPLAY "RC 24 - ERRO AO ABRIR ADIANT - FILE STATUS "
007244              ADIANT-STATUS
007245           MOVE 24                   TO RETURN-CODE
007246           SET ERRO-NA-ABERTURA      TO TRUE
007247           GO TO 1000-INICIALIZAR-EXIT
007248        END-IF
007249     END-IF
007250     IF EXECUCAO-COM-PENSAO
007251        OPEN INPUT PENSAO
007252        IF PENSAO-STATUS NOT = "00"
007253           DISPLAY "RC 24 - ERRO AO ABRIR PENSAO - FILE STATUS "
007254              PENSAO-STATUS
007255           MOVE 24                   TO RETURN-CODE
007256           SET ERRO-NA-ABERTURA      TO TRUE
007257           GO TO 1000-INICIALIZAR-EXIT
007258        END-IF
007259        OPEN I-O PENHIST
007260        IF PENHIST-STATUS NOT = "00"
007261           DISPLAY "RC 24 - ERRO AO ABRIR PENHIST - FILE STATUS "
007262              PENHIST-STATUS
007263           MOVE 24                   TO RETURN-CODE
007264           SET ERRO-NA-ABERTURA      TO TRUE
007265           GO TO 1000-INICIALIZAR-EXIT
007266        END-IF
007267     END-IF
007268     OPEN INPUT HISTFUN
007269     IF HISTFUN-STATUS NOT = "00"
007270        DISPLAY "RC 24 - ERRO AO ABRIR HISTFUN - FILE STATUS "
007271           HISTFUN-STATUS
007272        MOVE 24                      TO RETURN-CODE
007273        SET ERRO-NA-ABERTURA         TO TRUE
007274        GO TO 1000-INICIALIZAR-EXIT
007275     END-IF
007276     IF EXECUCAO-ADIANTAMENTO
007277        PERFORM 1560-CARREGAR-DESLIGAMENTOS
007278            THRU 1560-CARREGAR-DESLIGAMENTOS-EXIT
007279        IF ERRO-NA-ABERTURA
007280           GO TO 1000-INICIALIZAR-EXIT
007281        END-IF
007282     END-IF
007283     PERFORM 1640-CARREGAR-EMPRESA
007284         THRU 1640-CARREGAR-EMPRESA-EXIT
007285     IF ERRO-NA-ABERTURA
007286        GO TO 1000-INICIALIZAR-EXIT
007287     END-IF
007288     PERFORM 1050-VERIFICAR-FECHAMENTO
007289         THRU 1050-VERIFICAR-FECHAMENTO-EXIT
007290     IF ERRO-NA-ABERTURA
007291        GO TO 1000-INICIALIZAR-EXIT
007292     END-IF
007293     PERFORM 1070-VALIDAR-CALENDARIO
007294         THRU 1070-VALIDAR-CALENDARIO-EXIT
007295     IF ERRO-NA-ABERTURA
007296        GO TO 1000-INICIALIZAR-EXIT
007297     END-IF
007298     PERFORM 1600-CARREGAR-TABELA-SALARIOS
007299         THRU 1600-CARREGAR-TABELA-SALARIOS-EXIT
007300     PERFORM 1620-INICIAR-FAIXAS-HORAS
007310         THRU 1620-INICIAR-FAIXAS-HORAS-EXIT
007320     PERFORM 1630-CARREGAR-TABELA-LEGAL
007330         THRU 1630-CARREGAR-TABELA-LEGAL-EXIT
007331     IF ERRO-NA-ABERTURA
007332        GO TO 1000-INICIALIZAR-EXIT
007333     END-IF
007340     PERFORM 1610-CARREGAR-TABELA-RUBRICAS
007350         THRU 1610-CARREGAR-TABELA-RUBRICAS-EXIT
007360     PERFORM 1660-PRECARREGAR-RUBRICAS
008193        MOVE CONVENIO-BANCO          TO REMH-CONVENIO
008194        MOVE DATA-EXECUCAO           TO REMH-DATA-GERACAO
008195        MOVE COMPETENCIA-HISTORICO   TO REMH-COMPETENCIA
008196        MOVE EMPRESA-EXECUCAO        TO REMH-EMPRESA
008197        WRITE REGISTRO-REMESSA
008200        OPEN OUTPUT HOLERITE
008210        IF HOLERITE-STATUS NOT = "00"
008220           DISPLAY "RC 24 - ERRO AO ABRIR HOLERITE - FILE STATUS "
008520     .
008530 1000-INICIALIZAR-EXIT.
008540     EXIT.
008541*----------------------------------------------------------------*
008542*                   Interpretar uma Opcao do PARM Apos a
008543*                   Competencia: REPROC=USUARIO (Autorizacao de
008544*                   Reprocesso) ou EMP=NNN (Empresa do Grupo a
008545*                   Processar - Sem Ela, a Empresa 001)
008546*----------------------------------------------------------------*
008547 1010-INTERPRETAR-OPCAO.
008548
008549     IF PARM-OPCAO (1:7) = "REPROC="
008550        MOVE PARM-OPCAO              TO PARM-AUTORIZACAO
008551        GO TO 1010-INTERPRETAR-OPCAO-EXIT
008552     END-IF
008553     IF PARM-OPCAO (1:4) NOT = "EMP="
008554        GO TO 1010-INTERPRETAR-OPCAO-EXIT
008555     END-IF
008556     IF PARM-OPCAO (5:3) NUMERIC
008557        AND PARM-OPCAO (5:3) NOT = "000"
008558        AND PARM-OPCAO (8:7) = SPACES
008559        MOVE PARM-OPCAO (5:3)        TO EMPRESA-EXECUCAO
008560     ELSE
008561        SET PARM-EMPRESA-INVALIDA    TO TRUE
008562     END-IF
008563     .
008564 1010-INTERPRETAR-OPCAO-EXIT.
008565     EXIT.
008566
008567*----------------------------------------------------------------*
008570*                   Verificar no Controle de Fechamento se a
008580*                   Competencia e Tipo de Folha Ja Foram Pagos;
008590*                   Competencia Fechada So Reprocessa com
008630 1050-VERIFICAR-FECHAMENTO.
008640
008650     SET CONTROLE-NAO-ACHADO         TO TRUE
008660     MOVE COMPETENCIA-CONTROLE       TO CTRL-COMPETENCIA
008670     MOVE TIPO-FOLHA-CONTROLE        TO CTRL-TIPO-FOLHA
008671     MOVE EMPRESA-EXECUCAO           TO CTRL-EMPRESA
008680     READ CTRLFOL
008690         INVALID KEY
008700             GO TO 1050-VERIFICAR-FECHAMENTO-EXIT
008740        IF REPROCESSO-AUTORIZADO
008750           DISPLAY "REPROCESSAMENTO DA COMPETENCIA "
008760              COMPETENCIA-FOLHA " TIPO " TIPO-FOLHA-CONTROLE
008761              " EMPRESA " EMPRESA-EXECUCAO
008770              " AUTORIZADO POR " USUARIO-REPROCESSO
008780        ELSE
008790           DISPLAY "RC 28 - COMPETENCIA " COMPETENCIA-FOLHA
008800              " TIPO " TIPO-FOLHA-CONTROLE
008801              " EMPRESA " EMPRESA-EXECUCAO
008810              " JA FECHADA EM " CTRL-DATA-FECHAMENTO
008820           DISPLAY "REPROCESSO EXIGE PARM COM REPROC=USUARIO"
008830           MOVE 28                   TO RETURN-CODE
009295     MOVE CKPT-SOMA-PATRONAL         TO SOMA-PATRONAL
009296     MOVE CKPT-SOMA-CONSIG           TO SOMA-CONSIG
009297     MOVE CKPT-CONT-CONSIG-EXC       TO CONTCONS-EXC
009298     MOVE CKPT-SOMA-ADIANT           TO SOMA-ADIANTAMENTO
009299     MOVE CKPT-SOMA-PENSAO           TO SOMA-PENSAO
009300     MOVE CKPT-CONT-PENSAO-EXC       TO CONTPEN-EXC
009301     MOVE CKPT-CONT-CLASSE-EXC       TO CONTCLS-EXC
009302     MOVE CKPT-CONT-ADIANT-EXC       TO CONTADT-EXC
009303     COMPUTE NUM-REGISTROS-PULAR = CONTFUNC + CONTEXC
009310     .
009320 1580-RECUPERAR-CHECKPOINT-EXIT.
009330     EXIT.
009830*                   do Funcionario Ja Pago, Sem Tocar Totais,
009840*                   REMESSA, HISTORICO OU HOLERITE (Ja Gravados
009850*                   Antes do ABEND); os Consignados Ja
009851*                   Carimbados na Competencia e o Adiantamento
009852*                   Ja Descontado Sao Reapurados
009853*                   So para o Liquido da Linha Reimpressa;
009854*                   a Pensao Alimenticia e Recalculada do
009855*                   Cadastro, Tambem So para o Liquido
009860*----------------------------------------------------------------*
009870 1590-PULAR-REGISTRO.
009880
009960     IF TRAILER-IDENTIFICADOR = "TRAILR"
009970        GO TO 1590-PULAR-REGISTRO-EXIT
009980     END-IF
009981     MOVE SYSIN-MATRICULA            TO MATRICULA-PESQUISA
009982     MOVE COMPETENCIA-FOLHA          TO COMP-HFU-PESQUISA
009983     PERFORM 2105-APURAR-EMPRESA
009984         THRU 2105-APURAR-EMPRESA-EXIT
009985     IF FUNC-DE-OUTRA-EMPRESA
009986        COMPUTE CONTFUNC-OUTRAS = CONTFUNC-OUTRAS + 1
009987        COMPUTE SOMA-HORAS-OUTRAS =
009988           SOMA-HORAS-OUTRAS + SYSIN-QTDHRSTRAB
009989        GO TO 1590-PULAR-REGISTRO
009990     END-IF
009991     PERFORM 2050-VALIDAR-HORAS THRU 2050-VALIDAR-HORAS-EXIT
010000     IF HORAS-INVALIDAS
010010        GO TO 1590-PULAR-REGISTRO-EXIT
010020     END-IF
010150     END-IF
010160     PERFORM 2300-CALCULAR-INSS
010170         THRU 2300-CALCULAR-INSS-EXIT
010171     PERFORM 2410-APURAR-PENSOES
010172         THRU 2410-APURAR-PENSOES-EXIT
010180     PERFORM 2400-CALCULAR-IRRF
010190         THRU 2400-CALCULAR-IRRF-EXIT
010200     COMPUTE SALARIO-LIQUIDO =
010210        SALARIO - VALOR-INSS - VALOR-IRRF
010211     PERFORM 2415-DESCONTAR-PENSOES
010212         THRU 2415-DESCONTAR-PENSOES-EXIT
010213     PERFORM 2430-CALCULAR-SALARIO-FAMILIA
010214         THRU 2430-CALCULAR-SALARIO-FAMILIA-EXIT
010215     COMPUTE SALARIO-LIQUIDO =
010216        SALARIO-LIQUIDO + VALOR-SALFAM
010220     PERFORM 2455-CALCULAR-LIQUIDO-RUBRICAS
010230         THRU 2455-CALCULAR-LIQUIDO-RUBRICAS-EXIT
010231     PERFORM 2490-REAPURAR-CONSIGNADOS
010232         THRU 2490-REAPURAR-CONSIGNADOS-EXIT
010233     PERFORM 2487-REAPURAR-ADIANTAMENTO
010234         THRU 2487-REAPURAR-ADIANTAMENTO-EXIT
010240     PERFORM 2500-LIBERAR-DETALHE
010250         THRU 2500-LIBERAR-DETALHE-EXIT
010260     .
011380*----------------------------------------------------------------*
011390*                   Ler um Registro do SYSIN na Pre-Carga e,
011400*                   Sendo Rubrica, Validar e Gravar no Arquivo
011410*                   de Trabalho RUBWK (Rubricas de Funcionario
011411*                   de Outra Empresa do Grupo Ficam de Fora)
011420*----------------------------------------------------------------*
011430 1665-CLASSIFICAR-RUBRICA.
011440
011710        GO TO 1665-CLASSIFICAR-RUBRICA-CONTA
011720     END-IF
011721     MOVE RUBR-MATRICULA             TO RWK-MATRICULA
011722     MOVE RUBR-MATRICULA             TO MATRICULA-PESQUISA
011723     MOVE COMPETENCIA-FOLHA          TO COMP-HFU-PESQUISA
011724     PERFORM 2105-APURAR-EMPRESA
011725         THRU 2105-APURAR-EMPRESA-EXIT
011726     IF FUNC-DE-OUTRA-EMPRESA
011727        GO TO 1665-CLASSIFICAR-RUBRICA-EXIT
011728     END-IF
011730     IF RUBR-VALOR NOT NUMERIC
011740        MOVE "I"                     TO RWK-SITUACAO
011750        MOVE "RUBRICA COM VALOR NAO NUMERICO"
012820     EXIT.
012830
012840*----------------------------------------------------------------*
012850*                   Carregar as Faixas de INSS e IRRF, a Deducao
012860*                   por Dependente e o Salario-Familia da
012870*                   Vigencia da Tabela Legal (TABLEG) em Vigor
012871*                   na Competencia da Folha - o Registro de
012872*                   Maior Inicio de Vigencia Nao Posterior a
012873*                   Ela; Competencia Sem Tabela Encerra o Job
012874*                   com RC=36
012875*----------------------------------------------------------------*
012880 1630-CARREGAR-TABELA-LEGAL.
012890
012900     MOVE ZERO                       TO COMP-VIGENCIA-LEGAL
012910     OPEN INPUT TABLEG
012920     IF TABLEG-STATUS NOT = "00"
012930        DISPLAY "RC 24 - ERRO AO ABRIR TABLEG - FILE STATUS "
012940           TABLEG-STATUS
012950        MOVE 24                      TO RETURN-CODE
012960        SET ERRO-NA-ABERTURA         TO TRUE
012970        GO TO 1630-CARREGAR-TABELA-LEGAL-EXIT
012980     END-IF
012990     MOVE ZERO                       TO LEG-COMP-INICIO
013000     START TABLEG KEY NOT LESS THAN LEG-COMP-INICIO
013010         INVALID KEY
013020             MOVE "10"                TO TABLEG-STATUS
013030     END-START
013040     PERFORM 1635-LER-TABLEG THRU 1635-LER-TABLEG-EXIT
013050         UNTIL TABLEG-STATUS = "10"
013060     CLOSE TABLEG
013070     IF COMP-VIGENCIA-LEGAL = ZERO
013080        DISPLAY "RC 36 - COMPETENCIA " COMPETENCIA-FOLHA
013090           " SEM TABELA LEGAL VIGENTE (TABLEG)"
013100        MOVE 36                      TO RETURN-CODE
013110        SET ERRO-NA-ABERTURA         TO TRUE
013120        PERFORM 3310-GRAVAR-LOG-EXECUCAO
013130            THRU 3310-GRAVAR-LOG-EXECUCAO-EXIT
013135     END-IF
013140     .
013141 1630-CARREGAR-TABELA-LEGAL-EXIT.
013142     EXIT.
013143
013144*----------------------------------------------------------------*
013145*                   Ler uma Vigencia da Tabela Legal e, se Ja
013146*                   Iniciada na Competencia da Folha, Carregar
013147*                   Seus Valores (a Ultima Lida Prevalece)
013148*----------------------------------------------------------------*
013149 1635-LER-TABLEG.
013150
013151     READ TABLEG NEXT
013152         AT END
013153             MOVE "10"                TO TABLEG-STATUS
013154             GO TO 1635-LER-TABLEG-EXIT
013155     END-READ
013156     IF LEG-COMP-INICIO > COMPETENCIA-FOLHA
013157        MOVE "10"                    TO TABLEG-STATUS
013158        GO TO 1635-LER-TABLEG-EXIT
013159     END-IF
013160     MOVE LEG-COMP-INICIO            TO COMP-VIGENCIA-LEGAL
013161     MOVE LEG-TABELA-INSS            TO TABELA-INSS
013162     MOVE LEG-TABELA-IRRF            TO TABELA-IRRF
013163     MOVE LEG-DEDUCAO-DEPENDENTE     TO DEDUCAO-POR-DEPENDENTE
013164     MOVE LEG-COTA-SALFAM            TO VALOR-COTA-SALFAM
013165     MOVE LEG-TETO-SALFAM            TO TETO-SALARIO-FAMILIA
013166     .
013167 1635-LER-TABLEG-EXIT.
013168     EXIT.
013169
013170*----------------------------------------------------------------*
013180*                   Ler um Registro do SYSIN; Horas de
013181*                   Funcionario de Outra Empresa do Grupo So
013182*                   Entram na Conferencia do Trailer
013190*----------------------------------------------------------------*
013200 1500-LER-SYSIN.
013210
013300                SET FIM-SYSIN          TO TRUE
013310                SET TRAILER-ACHADO     TO TRUE
013320             ELSE
013321                MOVE SYSIN-MATRICULA     TO MATRICULA-PESQUISA
013322                MOVE COMPETENCIA-FOLHA   TO COMP-HFU-PESQUISA
013323                PERFORM 2105-APURAR-EMPRESA
013324                    THRU 2105-APURAR-EMPRESA-EXIT
013325                IF FUNC-DE-OUTRA-EMPRESA
013326                   COMPUTE CONTFUNC-OUTRAS = CONTFUNC-OUTRAS + 1
013327                   COMPUTE SOMA-HORAS-OUTRAS =
013328                      SOMA-HORAS-OUTRAS + SYSIN-QTDHRSTRAB
013329                   GO TO 1500-LER-SYSIN
013330                END-IF
013331                COMPUTE CONTFUNC = CONTFUNC + 1
013340                COMPUTE SOMA-HORAS-PROCESSADAS =
013350                   SOMA-HORAS-PROCESSADAS + SYSIN-QTDHRSTRAB
013360             END-IF
013380     .
013390 1500-LER-SYSIN-EXIT.
013400     EXIT.
013401
013402*----------------------------------------------------------------*
013403*                   Ler um Registro da Programacao de Ferias
013404*                   (FERPRG) - Uma Fracao de Gozo por Registro
013405*----------------------------------------------------------------*
013406 1520-LER-PROGRAMACAO.
013407
013408     READ FERPRG
013409         AT END
013410             SET FIM-FERPRG            TO TRUE
013411     END-READ
013412     .
013413 1520-LER-PROGRAMACAO-EXIT.
013414     EXIT.
013415
013416*----------------------------------------------------------------*
013417*                   Carregar em WORKING-STORAGE as Matriculas
013418*                   com Desligamento Pendente de Rescisao
013419*                   (DESLIG), que Ficam Fora do Adiantamento
013420*----------------------------------------------------------------*
013421 1560-CARREGAR-DESLIGAMENTOS.
013422
013423     MOVE ZERO                       TO TDS-QTDE
013424     SET NAO-FIM-DESLIG              TO TRUE
013425     OPEN INPUT DESLIG
013426     IF DESLIG-STATUS NOT = "00"
013427        DISPLAY "RC 24 - ERRO AO ABRIR DESLIG - FILE STATUS "
013428           DESLIG-STATUS
013429        MOVE 24                      TO RETURN-CODE
013430        SET ERRO-NA-ABERTURA         TO TRUE
013431        GO TO 1560-CARREGAR-DESLIGAMENTOS-EXIT
013432     END-IF
013433     PERFORM 1565-LER-DESLIG
013434         THRU 1565-LER-DESLIG-EXIT
013435         UNTIL FIM-DESLIG
013436     CLOSE DESLIG
013437     .
013438 1560-CARREGAR-DESLIGAMENTOS-EXIT.
013439     EXIT.
013440
013441*----------------------------------------------------------------*
013442*                   Ler um Desligamento Pendente e Incluir a
013443*                   Matricula na Tabela; Tabela Esgotada
013444*                   Encerra o Job com RC=24 - Nenhum
013445*                   Desligado Recebe Adiantamento por Falta
013446*                   de Espaco
013447*----------------------------------------------------------------*
013448 1565-LER-DESLIG.
013449
013450     READ DESLIG
013451         AT END
013452             SET FIM-DESLIG           TO TRUE
013453             GO TO 1565-LER-DESLIG-EXIT
013454     END-READ
013455     IF DSL-MATRICULA NOT NUMERIC
013456        GO TO 1565-LER-DESLIG-EXIT
013457     END-IF
013458     IF TDS-QTDE = 500
013459        DISPLAY "RC 24 - TABELA DE DESLIGAMENTOS ESGOTADA (500)"
013460        MOVE 24                      TO RETURN-CODE
013461        SET ERRO-NA-ABERTURA         TO TRUE
013462        SET FIM-DESLIG               TO TRUE
013463        GO TO 1565-LER-DESLIG-EXIT
013464     END-IF
013465     COMPUTE TDS-QTDE = TDS-QTDE + 1
013466     MOVE DSL-MATRICULA              TO TDS-MATRICULA (TDS-QTDE)
013467     .
013468 1565-LER-DESLIG-EXIT.
013469     EXIT.
013470
013471*----------------------------------------------------------------*
013472*                   Procedimento de Entrada da Classificacao:
013473*                   Processa o Movimento e Libera um Registro
013474*                   por Funcionario Calculado para o SORT
013475*----------------------------------------------------------------*
013476 1900-CLASSIFICAR.
013480
013481     IF EXECUCAO-FERIAS
013482        PERFORM 1520-LER-PROGRAMACAO
013483            THRU 1520-LER-PROGRAMACAO-EXIT
013484        PERFORM 2020-PROCESSAR-FERIAS
013485            THRU 2020-PROCESSAR-FERIAS-EXIT
013486            UNTIL FIM-FERPRG
013487        GO TO 1900-CLASSIFICAR-EXIT
013488     END-IF
013489     IF EXECUCAO-ADIANTAMENTO
013490        SET NAO-FIM-FUNCMSTR         TO TRUE
013491        MOVE ZERO                    TO FUNCMST-MATRICULA
013492        START FUNCMSTR KEY NOT LESS THAN FUNCMST-MATRICULA
013493            INVALID KEY
013494                SET FIM-FUNCMSTR     TO TRUE
013495        END-START
013496        PERFORM 2060-PROCESSAR-ADIANTAMENTO
013497            THRU 2060-PROCESSAR-ADIANTAMENTO-EXIT
013498            UNTIL FIM-FUNCMSTR
013499        GO TO 1900-CLASSIFICAR-EXIT
013500     END-IF
013501     IF EXECUCAO-RETROATIVO
013502        PERFORM 2030-PROCESSAR-RETROATIVO
013510            THRU 2030-PROCESSAR-RETROATIVO-EXIT
013520     ELSE
013530        IF MODO-RESTART
013620     .
013630 1900-CLASSIFICAR-EXIT.
013640     EXIT.
013641
013642*----------------------------------------------------------------*
013643*                   Processar uma Fracao da Programacao de
013644*                   Ferias com Inicio de Gozo na Competencia:
013645*                   Validar Contra o FERCTL, Calcular pela
013646*                   Media dos Brutos e Pagar pelo Fluxo NORMAL
013647*                   DE DESCONTOS, RELATORIO, REMESSA E HOLERITE;
013648*                   o Abono Pecuniario Fica Fora das Bases de
013649*                   INSS e IRRF
013650*----------------------------------------------------------------*
013651 2020-PROCESSAR-FERIAS.
013652
013653     IF FPG-INICIO-GOZO NUMERIC
013654        COMPUTE COMP-INICIO-GOZO = FPG-INICIO-GOZO / 100
013655        IF COMP-INICIO-GOZO NOT = COMPETENCIA-FOLHA
013656           GO TO 2020-PROCESSAR-FERIAS-LER
013657        END-IF
013658     END-IF
013659     IF FPG-MATRICULA NUMERIC
013660        MOVE FPG-MATRICULA           TO MATRICULA-PESQUISA
013661        MOVE COMPETENCIA-FOLHA       TO COMP-HFU-PESQUISA
013662        PERFORM 2105-APURAR-EMPRESA
013663            THRU 2105-APURAR-EMPRESA-EXIT
013664        IF FUNC-DE-OUTRA-EMPRESA
013665           COMPUTE CONTFUNC-OUTRAS = CONTFUNC-OUTRAS + 1
013666           GO TO 2020-PROCESSAR-FERIAS-LER
013667        END-IF
013668     END-IF
013669     PERFORM 2230-VALIDAR-PROGRAMACAO
013670         THRU 2230-VALIDAR-PROGRAMACAO-EXIT
013671     IF PROGRAMACAO-INVALIDA
013672        COMPUTE CONTEXC = CONTEXC + 1
013673        PERFORM 2707-IMPRIMIR-EXCECAO-FERIAS
013674            THRU 2707-IMPRIMIR-EXCECAO-FERIAS-EXIT
013675        GO TO 2020-PROCESSAR-FERIAS-LER
013676     END-IF
013677     PERFORM 2210-CALCULAR-BENEFICIO
013678         THRU 2210-CALCULAR-BENEFICIO-EXIT
013679     IF BENEFICIO-SEM-BASE
013680        COMPUTE CONTEXC = CONTEXC + 1
013681        MOVE "SEM HISTORICO NOS 12 MESES PARA AS FERIAS"
013682             TO MOTIVO-FERIAS
013683        PERFORM 2707-IMPRIMIR-EXCECAO-FERIAS
013684            THRU 2707-IMPRIMIR-EXCECAO-FERIAS-EXIT
013685        GO TO 2020-PROCESSAR-FERIAS-LER
013686     END-IF
013687     COMPUTE CONTFUNC = CONTFUNC + 1
013688     COMPUTE SOMASAL = SOMASAL + SALARIO
013689     COMPUTE SALARIO = SALARIO - VALOR-ABONO-FERIAS
013690     PERFORM 2300-CALCULAR-INSS
013691         THRU 2300-CALCULAR-INSS-EXIT
013692     PERFORM 2410-APURAR-PENSOES
013693         THRU 2410-APURAR-PENSOES-EXIT
013694     PERFORM 2400-CALCULAR-IRRF
013695         THRU 2400-CALCULAR-IRRF-EXIT
013696     COMPUTE SALARIO = SALARIO + VALOR-ABONO-FERIAS
013697     COMPUTE SALARIO-LIQUIDO =
013698        SALARIO - VALOR-INSS - VALOR-IRRF
013699     PERFORM 2415-DESCONTAR-PENSOES
013700         THRU 2415-DESCONTAR-PENSOES-EXIT
013701     PERFORM 2450-APLICAR-RUBRICAS
013702         THRU 2450-APLICAR-RUBRICAS-EXIT
013703     COMPUTE SOMASAL-LIQUIDO =
013704        SOMASAL-LIQUIDO + SALARIO-LIQUIDO
013705     COMPUTE SOMA-INSS = SOMA-INSS + VALOR-INSS
013706     COMPUTE SOMA-IRRF = SOMA-IRRF + VALOR-IRRF
013707     PERFORM 2270-ACUMULAR-CENTRO-CUSTO
013708         THRU 2270-ACUMULAR-CENTRO-CUSTO-EXIT
013709     PERFORM 2500-LIBERAR-DETALHE
013710         THRU 2500-LIBERAR-DETALHE-EXIT
013711     PERFORM 2650-GRAVAR-REMESSA
013712         THRU 2650-GRAVAR-REMESSA-EXIT
013713     PERFORM 2640-REGISTRAR-PENSOES
013714         THRU 2640-REGISTRAR-PENSOES-EXIT
013715     PERFORM 2440-CALCULAR-ENCARGOS
013716         THRU 2440-CALCULAR-ENCARGOS-EXIT
013717     PERFORM 2660-GRAVAR-HISTORICO
013718         THRU 2660-GRAVAR-HISTORICO-EXIT
013719     PERFORM 2690-ATUALIZAR-CONTROLE-FERIAS
013720         THRU 2690-ATUALIZAR-CONTROLE-FERIAS-EXIT
013721     PERFORM 2680-IMPRIMIR-HOLERITE
013722         THRU 2680-IMPRIMIR-HOLERITE-EXIT
013723     .
013724 2020-PROCESSAR-FERIAS-LER.
013725
013726     PERFORM 1520-LER-PROGRAMACAO
013727         THRU 1520-LER-PROGRAMACAO-EXIT
013728     .
013729 2020-PROCESSAR-FERIAS-EXIT.
013730     EXIT.
013731
013732*----------------------------------------------------------------*
013733*                   Processar a Folha Retroativa: Reler o
013734*                   Historico das Competencias Atingidas pela
013735*                   Nova Vigencia, Recalcular o Bruto pela
013736*                   Tabela Nova e Pagar a Diferenca Acumulada
013737*                   de Cada Funcionario
013738*----------------------------------------------------------------*
013739 2030-PROCESSAR-RETROATIVO.
013740
013750     MOVE ZERO                       TO DIF-RETRO-TOTAL
013760     MOVE ZERO                       TO MATRICULA-RETRO
013970*                   Ler um Registro do Historico e Acumular a
013980*                   Diferenca da Nova Vigencia; na Troca de
013990*                   Matricula, Pagar a Diferenca do Funcionario
014000*                   Anterior. So Entram as Competencias Pagas
014001*                   pela Empresa do Grupo em Processamento
014010*----------------------------------------------------------------*
014020 2035-ACUMULAR-DIFERENCA.
014030
014250     IF MES-RETRO > 12
014260        GO TO 2035-ACUMULAR-DIFERENCA-EXIT
014270     END-IF
014271     IF HIST-EMPRESA NUMERIC
014272        AND HIST-EMPRESA NOT = ZERO
014273        MOVE HIST-EMPRESA            TO EMPRESA-REGISTRO
014274     ELSE
014275        MOVE 1                       TO EMPRESA-REGISTRO
014276     END-IF
014277     IF EMPRESA-REGISTRO NOT = EMPRESA-EXECUCAO
014278        COMPUTE CONTFUNC-OUTRAS = CONTFUNC-OUTRAS + 1
014279        GO TO 2035-ACUMULAR-DIFERENCA-EXIT
014280     END-IF
014281     MOVE HIST-CLASSE                TO CLASSE-PESQUISA
014290     MOVE HIST-HORAS-NORMAIS         TO HORAS-RETRO-NORMAIS
014300     MOVE HIST-HORAS-EXTRAS          TO HORAS-RETRO-EXTRAS
014301     MOVE HIST-MATRICULA             TO MATRICULA-PESQUISA
014302     MOVE HIST-COMPETENCIA           TO COMP-HFU-PESQUISA
014303     PERFORM 2110-APURAR-HISTORICO-FUNCIONAL
014304         THRU 2110-APURAR-HISTORICO-FUNCIONAL-EXIT
014305     PERFORM 2155-APURAR-VALOR-HORA
014306         THRU 2155-APURAR-VALOR-HORA-EXIT
014330     COMPUTE VALOR-HORA-EXTRA = VALOR-HORA-NORMAL * 1,5
014340     COMPUTE BRUTO-RECALCULADO =
014350        (HORAS-RETRO-NORMAIS * VALOR-HORA-NORMAL) +
014870     .
014880 2040-PAGAR-DIFERENCA-EXIT.
014890     EXIT.
014891
014892*----------------------------------------------------------------*
014893*                   Processar um Funcionario do Cadastro Mestre
014894*                   na Folha de Adiantamento: Conferir a
014895*                   Elegibilidade, Pagar o Percentual do
014896*                   Calendario Sobre o Salario Previsto pelo
014897*                   Fluxo NORMAL DE RELATORIO, REMESSA E
014898*                   HOLERITE (Sem INSS, IRRF, FGTS ou
014899*                   Historico) e Registrar no ADIANT
014900*----------------------------------------------------------------*
014901 2060-PROCESSAR-ADIANTAMENTO.
014902
014903     READ FUNCMSTR NEXT
014904         AT END
014905             SET FIM-FUNCMSTR         TO TRUE
014906             GO TO 2060-PROCESSAR-ADIANTAMENTO-EXIT
014907     END-READ
014908     MOVE FUNCMST-MATRICULA          TO MATRICULA-PESQUISA
014909     MOVE COMPETENCIA-FOLHA          TO COMP-HFU-PESQUISA
014910     PERFORM 2105-APURAR-EMPRESA
014911         THRU 2105-APURAR-EMPRESA-EXIT
014912     IF FUNC-DE-OUTRA-EMPRESA
014913        COMPUTE CONTFUNC-OUTRAS = CONTFUNC-OUTRAS + 1
014914        GO TO 2060-PROCESSAR-ADIANTAMENTO-EXIT
014915     END-IF
014916     PERFORM 2100-LOCALIZAR-FUNCIONARIO
014917         THRU 2100-LOCALIZAR-FUNCIONARIO-EXIT
014918     PERFORM 2062-VALIDAR-ADIANTAMENTO
014919         THRU 2062-VALIDAR-ADIANTAMENTO-EXIT
014920     IF ADIANT-INELEGIVEL
014921        COMPUTE CONTEXC = CONTEXC + 1
014922        PERFORM 2708-IMPRIMIR-EXCECAO-ADIANT
014923            THRU 2708-IMPRIMIR-EXCECAO-ADIANT-EXIT
014924        GO TO 2060-PROCESSAR-ADIANTAMENTO-EXIT
014925     END-IF
014926     MOVE ZERO                       TO HORAS-NORMAIS
014927     MOVE ZERO                       TO HORAS-EXTRAS
014928     MOVE ZERO                       TO VALOR-HORA-NORMAL
014929     MOVE ZERO                       TO VALOR-HORA-EXTRA
014930     MOVE ZERO                       TO SALARIO-EXTRA
014931     MOVE ZERO                       TO VALOR-INSS
014932     MOVE ZERO                       TO VALOR-IRRF
014933     MOVE ZERO                       TO VALOR-SALFAM
014934     MOVE ZERO                       TO TOTAL-RUBR-PROVENTOS
014935     MOVE ZERO                       TO TOTAL-RUBR-DESCONTOS
014936     MOVE ZERO                       TO TOTAL-CONSIG-FUNC
014937     MOVE ZERO                       TO TCO-QTDE
014938     COMPUTE SALARIO ROUNDED =
014939        SALARIO-PREVISTO * PERC-ADIANTAMENTO / 100
014940     MOVE SALARIO                    TO SALARIO-NORMAL
014941     MOVE SALARIO                    TO SALARIO-LIQUIDO
014942     COMPUTE CONTFUNC = CONTFUNC + 1
014943     COMPUTE SOMASAL = SOMASAL + SALARIO
014944     COMPUTE SOMASAL-LIQUIDO =
014945        SOMASAL-LIQUIDO + SALARIO-LIQUIDO
014946     PERFORM 2270-ACUMULAR-CENTRO-CUSTO
014947         THRU 2270-ACUMULAR-CENTRO-CUSTO-EXIT
014948     PERFORM 2500-LIBERAR-DETALHE
014949         THRU 2500-LIBERAR-DETALHE-EXIT
014950     PERFORM 2650-GRAVAR-REMESSA
014951         THRU 2650-GRAVAR-REMESSA-EXIT
014952     PERFORM 2068-GRAVAR-ADIANTAMENTO
014953         THRU 2068-GRAVAR-ADIANTAMENTO-EXIT
014954     PERFORM 2680-IMPRIMIR-HOLERITE
014955         THRU 2680-IMPRIMIR-HOLERITE-EXIT
014956     .
014957 2060-PROCESSAR-ADIANTAMENTO-EXIT.
014958     EXIT.
014959
014960*----------------------------------------------------------------*
014961*                   Conferir se o Funcionario Tem Direito ao
014962*                   Adiantamento: Admitido Ate o Dia de Corte,
014963*                   Sem Desligamento Pendente, Sem Adiantamento
014964*                   Ja Descontado na Competencia e com Folha
014965*                   Normal nos 12 Meses Anteriores
014966*----------------------------------------------------------------*
014967 2062-VALIDAR-ADIANTAMENTO.
014968
014969     SET ADIANT-ELEGIVEL             TO TRUE
014970     MOVE SPACES                     TO MOTIVO-ADIANT
014971     MOVE ZERO                       TO SALARIO-PREVISTO
014972     IF FUNCMST-DATA-ADMISSAO > DATA-CORTE-ADIANT
014973        SET ADIANT-INELEGIVEL        TO TRUE
014974        MOVE "ADMITIDO APOS O CORTE DO ADIANTAMENTO"
014975             TO MOTIVO-ADIANT
014976        GO TO 2062-VALIDAR-ADIANTAMENTO-EXIT
014977     END-IF
014978     SET TDS-IDX                     TO 1
014979     IF TDS-QTDE > ZERO
014980        SEARCH TDS-OCORRENCIA
014981            AT END
014982                CONTINUE
014983            WHEN TDS-IDX > TDS-QTDE
014984                CONTINUE
014985            WHEN TDS-MATRICULA (TDS-IDX) = FUNCMST-MATRICULA
014986                SET ADIANT-INELEGIVEL TO TRUE
014987                MOVE "DESLIGAMENTO PENDENTE - SEM ADIANTAMENTO"
014988                     TO MOTIVO-ADIANT
014989        END-SEARCH
014990        IF ADIANT-INELEGIVEL
014991           GO TO 2062-VALIDAR-ADIANTAMENTO-EXIT
014992        END-IF
014993     END-IF
014994     SET ADIANTAMENTO-ACHADO         TO TRUE
014995     MOVE FUNCMST-MATRICULA          TO ADT-MATRICULA
014996     MOVE COMPETENCIA-FOLHA          TO ADT-COMPETENCIA
014997     READ ADIANT
014998         INVALID KEY
014999             SET ADIANTAMENTO-NAO-ACHADO TO TRUE
015000     END-READ
015001     IF ADIANTAMENTO-ACHADO
015002        AND ADT-DESCONTADO
015003        SET ADIANT-INELEGIVEL        TO TRUE
015004        MOVE "ADIANTAMENTO JA DESCONTADO NA FOLHA"
015005             TO MOTIVO-ADIANT
015006        GO TO 2062-VALIDAR-ADIANTAMENTO-EXIT
015007     END-IF
015008     PERFORM 2064-APURAR-SALARIO-PREVISTO
015009         THRU 2064-APURAR-SALARIO-PREVISTO-EXIT
015010     IF SALARIO-PREVISTO = ZERO
015011        SET ADIANT-INELEGIVEL        TO TRUE
015012        MOVE "SEM FOLHA NORMAL NOS 12 MESES ANTERIORES"
015013             TO MOTIVO-ADIANT
015014     END-IF
015015     .
015016 2062-VALIDAR-ADIANTAMENTO-EXIT.
015017     EXIT.
015018
015019*----------------------------------------------------------------*
015020*                   Apurar o Salario Previsto do Funcionario: o
015021*                   Bruto da Ultima Folha Normal Gravada no
015022*                   Historico nos 12 Meses Anteriores a
015023*                   Competencia do Adiantamento
015024*----------------------------------------------------------------*
015025 2064-APURAR-SALARIO-PREVISTO.
015026
015027     MOVE ZERO                       TO SALARIO-PREVISTO
015028     COMPUTE COMP-BASE-INICIO = COMPETENCIA-FOLHA - 100
015029     SET NAO-FIM-HISTORICO           TO TRUE
015030     MOVE MATRICULA-PESQUISA         TO HIST-MATRICULA
015031     MOVE COMP-BASE-INICIO           TO HIST-COMPETENCIA
015032     START HISTFOL KEY NOT LESS THAN HIST-CHAVE
015033         INVALID KEY
015034             SET FIM-HISTORICO        TO TRUE
015035     END-START
015036     PERFORM 2066-LER-HISTORICO-PREVISTO
015037         THRU 2066-LER-HISTORICO-PREVISTO-EXIT
015038         UNTIL FIM-HISTORICO
015039     .
015040 2064-APURAR-SALARIO-PREVISTO-EXIT.
015041     EXIT.
015042
015043*----------------------------------------------------------------*
015044*                   Ler um Registro do Historico do Funcionario
015045*                   Anterior a Competencia e Guardar o Bruto
015046*                   Quando For de Folha Normal (Mes 01 a 12)
015047*----------------------------------------------------------------*
015048 2066-LER-HISTORICO-PREVISTO.
015049
015050     READ HISTFOL NEXT
015051         AT END
015052             SET FIM-HISTORICO        TO TRUE
015053             GO TO 2066-LER-HISTORICO-PREVISTO-EXIT
015054     END-READ
015055     IF HIST-MATRICULA NOT = MATRICULA-PESQUISA
015056        OR HIST-COMPETENCIA NOT < COMPETENCIA-FOLHA
015057        SET FIM-HISTORICO            TO TRUE
015058        GO TO 2066-LER-HISTORICO-PREVISTO-EXIT
015059     END-IF
015060     COMPUTE ANO-BASE-BENEFICIO = HIST-COMPETENCIA / 100
015061     COMPUTE MES-BASE-BENEFICIO =
015062        HIST-COMPETENCIA - (ANO-BASE-BENEFICIO * 100)
015063     IF MES-BASE-BENEFICIO > 12
015064        OR HIST-SALARIO-BRUTO = ZERO
015065        GO TO 2066-LER-HISTORICO-PREVISTO-EXIT
015066     END-IF
015067     MOVE HIST-SALARIO-BRUTO         TO SALARIO-PREVISTO
015068     .
015069 2066-LER-HISTORICO-PREVISTO-EXIT.
015070     EXIT.
015071
015072*----------------------------------------------------------------*
015073*                   Registrar o Adiantamento Pago no ADIANT,
015074*                   Situacao "P", para o Desconto na Folha
015075*                   Normal da Competencia (o Reprocesso
015076*                   Autorizado Regrava o Registro)
015077*----------------------------------------------------------------*
015078 2068-GRAVAR-ADIANTAMENTO.
015079
015080     MOVE SPACES                     TO ADIANT-REGISTRO
015081     MOVE MATRICULA-PESQUISA         TO ADT-MATRICULA
015082     MOVE COMPETENCIA-FOLHA          TO ADT-COMPETENCIA
015083     MOVE "P"                        TO ADT-SITUACAO
015084     MOVE SALARIO-PREVISTO           TO ADT-SALARIO-PREVISTO
015085     MOVE PERC-ADIANTAMENTO          TO ADT-PERCENTUAL
015086     MOVE SALARIO                    TO ADT-VALOR
015087     MOVE DATA-CREDITO               TO ADT-DATA-CREDITO
015088     MOVE DATA-EXECUCAO              TO ADT-DATA-PAGAMENTO
015089     MOVE ZERO                       TO ADT-VALOR-DESCONTADO
015090     MOVE ZERO                       TO ADT-DATA-DESCONTO
015091     WRITE ADIANT-REGISTRO
015092         INVALID KEY
015093             REWRITE ADIANT-REGISTRO
015105             END-REWRITE
015106     END-WRITE
015107     IF ADIANT-STATUS NOT = "00"
015108        DISPLAY "ERRO AO GRAVAR ADIANT - MATRICULA "
015109           ADT-MATRICULA " FILE STATUS " ADIANT-STATUS
015110        MOVE SPACES                  TO EXC-DETALHE
015111        MOVE MATRICULA-PESQUISA      TO EXCD-MATRICULA
015112        MOVE ZERO                    TO EXCD-HORAS-INFORMADAS
015113        MOVE "ADIANTAMENTO PAGO SEM REGISTRO NO ADIANT"
015114             TO EXCD-MOTIVO
015115        WRITE LINHA-EXCECOES         FROM EXC-DETALHE
015116        COMPUTE CONTADT-EXC = CONTADT-EXC + 1
015117     END-IF
015118     .
015119 2068-GRAVAR-ADIANTAMENTO-EXIT.
015120     EXIT.
015121
015122*----------------------------------------------------------------*
015123*                   Processar um Funcionario
015124*----------------------------------------------------------------*
015125 2000-PROCESSAR.
015126
015127     PERFORM 2050-VALIDAR-HORAS THRU 2050-VALIDAR-HORAS-EXIT
015128     IF HORAS-INVALIDAS
015129        COMPUTE CONTEXC = CONTEXC + 1
015130        PERFORM 2700-IMPRIMIR-EXCECAO
015131            THRU 2700-IMPRIMIR-EXCECAO-EXIT
015132        GO TO 2000-PROCESSAR-CONTROLE
015133     END-IF
015134     MOVE SYSIN-MATRICULA            TO MATRICULA-PESQUISA
015135     PERFORM 2100-LOCALIZAR-FUNCIONARIO
015136         THRU 2100-LOCALIZAR-FUNCIONARIO-EXIT
015137     IF EXECUCAO-NORMAL
015138        PERFORM 2200-CALCULAR-SALARIO
015139            THRU 2200-CALCULAR-SALARIO-EXIT
015140        PERFORM 2205-CONFERIR-CLASSE
015141            THRU 2205-CONFERIR-CLASSE-EXIT
015142     ELSE
015143        PERFORM 2210-CALCULAR-BENEFICIO
015144            THRU 2210-CALCULAR-BENEFICIO-EXIT
015145        IF BENEFICIO-SEM-BASE
015146           COMPUTE CONTEXC = CONTEXC + 1
015147           PERFORM 2705-IMPRIMIR-EXCECAO-BENEFICIO
015150               THRU 2705-IMPRIMIR-EXCECAO-BENEFICIO-EXIT
015160           GO TO 2000-PROCESSAR-CONTROLE
015170        END-IF
015190     COMPUTE SOMASAL = SOMASAL + SALARIO
015200     PERFORM 2300-CALCULAR-INSS
015210         THRU 2300-CALCULAR-INSS-EXIT
015211     PERFORM 2410-APURAR-PENSOES
015212         THRU 2410-APURAR-PENSOES-EXIT
015220     PERFORM 2400-CALCULAR-IRRF
015230         THRU 2400-CALCULAR-IRRF-EXIT
015240     COMPUTE SALARIO-LIQUIDO =
015250        SALARIO - VALOR-INSS - VALOR-IRRF
015251     PERFORM 2415-DESCONTAR-PENSOES
015252         THRU 2415-DESCONTAR-PENSOES-EXIT
015253     PERFORM 2430-CALCULAR-SALARIO-FAMILIA
015254         THRU 2430-CALCULAR-SALARIO-FAMILIA-EXIT
015255     COMPUTE SALARIO-LIQUIDO =
015256        SALARIO-LIQUIDO + VALOR-SALFAM
015257     COMPUTE SOMA-SALFAM = SOMA-SALFAM + VALOR-SALFAM
015260     PERFORM 2450-APLICAR-RUBRICAS
015270         THRU 2450-APLICAR-RUBRICAS-EXIT
015271     PERFORM 2480-DESCONTAR-ADIANTAMENTO
015272         THRU 2480-DESCONTAR-ADIANTAMENTO-EXIT
015280     COMPUTE SOMASAL-LIQUIDO =
015290        SOMASAL-LIQUIDO + SALARIO-LIQUIDO
015300     COMPUTE SOMA-INSS = SOMA-INSS + VALOR-INSS
015370         THRU 2500-LIBERAR-DETALHE-EXIT
015380     PERFORM 2650-GRAVAR-REMESSA
015390         THRU 2650-GRAVAR-REMESSA-EXIT
015391     PERFORM 2640-REGISTRAR-PENSOES
015392         THRU 2640-REGISTRAR-PENSOES-EXIT
015393     PERFORM 2440-CALCULAR-ENCARGOS
015394         THRU 2440-CALCULAR-ENCARGOS-EXIT
015400     PERFORM 2660-GRAVAR-HISTORICO
015410         THRU 2660-GRAVAR-HISTORICO-EXIT
015420     PERFORM 2680-IMPRIMIR-HOLERITE
015845     MOVE SOMA-PATRONAL              TO CKPT-SOMA-PATRONAL
015846     MOVE SOMA-CONSIG                TO CKPT-SOMA-CONSIG
015847     MOVE CONTCONS-EXC               TO CKPT-CONT-CONSIG-EXC
015848     MOVE SOMA-ADIANTAMENTO          TO CKPT-SOMA-ADIANT
015849     MOVE SOMA-PENSAO                TO CKPT-SOMA-PENSAO
015850     MOVE CONTPEN-EXC                TO CKPT-CONT-PENSAO-EXC
015851     MOVE CONTCLS-EXC                TO CKPT-CONT-CLASSE-EXC
015852     MOVE CONTADT-EXC                TO CKPT-CONT-ADIANT-EXC
015853     WRITE CHECKPOINT-RECORD
015860     .
015870 2800-GRAVAR-CHECKPOINT-EXIT.
015880     EXIT.
016650     .
016660 2705-IMPRIMIR-EXCECAO-BENEFICIO-EXIT.
016670     EXIT.
016671
016672*----------------------------------------------------------------*
016673*                   Imprimir Excecao de uma Fracao da
016674*                   Programacao de Ferias Rejeitada
016675*----------------------------------------------------------------*
016676 2707-IMPRIMIR-EXCECAO-FERIAS.
016677
016678     MOVE FPG-MATRICULA              TO EXCD-MATRICULA
016679     MOVE ZERO                       TO EXCD-HORAS-INFORMADAS
016680     MOVE MOTIVO-FERIAS              TO EXCD-MOTIVO
016681     WRITE LINHA-EXCECOES            FROM EXC-DETALHE
016682     .
016683 2707-IMPRIMIR-EXCECAO-FERIAS-EXIT.
016684     EXIT.
016685
016686*----------------------------------------------------------------*
016687*                   Imprimir Excecao de um Funcionario Fora da
016688*                   Folha de Adiantamento
016689*----------------------------------------------------------------*
016690 2708-IMPRIMIR-EXCECAO-ADIANT.
016691
016692     MOVE MATRICULA-PESQUISA         TO EXCD-MATRICULA
016693     MOVE ZERO                       TO EXCD-HORAS-INFORMADAS
016694     MOVE MOTIVO-ADIANT              TO EXCD-MOTIVO
016695     WRITE LINHA-EXCECOES            FROM EXC-DETALHE
016696     .
016697 2708-IMPRIMIR-EXCECAO-ADIANT-EXIT.
016698     EXIT.
016699
016700*----------------------------------------------------------------*
016701*                   Classificar o Funcionario na Faixa de Horas
016710*                   Trabalhadas e Acumular Contador e Subtotal
016720*----------------------------------------------------------------*
016730 2250-ACUMULAR-FAIXA-HORAS.
017880     .
017890 2150-LOCALIZAR-VALOR-HORA-EXIT.
017900     EXIT.
017901
017902*----------------------------------------------------------------*
017903*                   Apurar o Valor-Hora da Competencia: Sem
017904*                   Historico Funcional, o da Classe Pesquisada;
017905*                   com Historico, a Media dos Valores-Hora das
017906*                   Classes Vigentes no Mes Ponderada pelos Dias
017907*                   de Cada Uma (Trecho Anterior a Primeira
017908*                   Classe do Historico Usa a Classe Pesquisada)
017909*----------------------------------------------------------------*
017910 2155-APURAR-VALOR-HORA.
017911
017912     IF THF-QTDE = ZERO
017913        PERFORM 2150-LOCALIZAR-VALOR-HORA
017914            THRU 2150-LOCALIZAR-VALOR-HORA-EXIT
017915        GO TO 2155-APURAR-VALOR-HORA-EXIT
017916     END-IF
017917     MOVE CLASSE-PESQUISA            TO CLASSE-PADRAO-HFU
017918     MOVE ZERO                       TO VALOR-HORA-ACUM-HFU
017919     PERFORM 2157-SOMAR-TRECHO-CLASSE
017920         THRU 2157-SOMAR-TRECHO-CLASSE-EXIT
017921         VARYING THF-SUB FROM 1 BY 1
017922         UNTIL THF-SUB > THF-QTDE
017923     COMPUTE VALOR-HORA-NORMAL ROUNDED =
017924        VALOR-HORA-ACUM-HFU / DIAS-MES-HFU
017925     MOVE CLASSE-PADRAO-HFU          TO CLASSE-PESQUISA
017926     .
017927 2155-APURAR-VALOR-HORA-EXIT.
017928     EXIT.
017929
017930*----------------------------------------------------------------*
017931*                   Somar o Valor-Hora de um Trecho do Mes
017932*                   Multiplicado pelos Dias em que a Classe
017933*                   Esteve Vigente
017934*----------------------------------------------------------------*
017935 2157-SOMAR-TRECHO-CLASSE.
017936
017937     IF THF-CLASSE (THF-SUB) = SPACES
017938        MOVE CLASSE-PADRAO-HFU       TO CLASSE-PESQUISA
017939     ELSE
017940        MOVE THF-CLASSE (THF-SUB)    TO CLASSE-PESQUISA
017941     END-IF
017942     PERFORM 2150-LOCALIZAR-VALOR-HORA
017943         THRU 2150-LOCALIZAR-VALOR-HORA-EXIT
017944     IF THF-SUB < THF-QTDE
017945        COMPUTE DIAS-TRECHO-HFU =
017946           THF-DIA-INICIO (THF-SUB + 1) - THF-DIA-INICIO (THF-SUB)
017947     ELSE
017948        COMPUTE DIAS-TRECHO-HFU =
017949           DIAS-MES-HFU - THF-DIA-INICIO (THF-SUB) + 1
017950     END-IF
017951     COMPUTE VALOR-HORA-ACUM-HFU = VALOR-HORA-ACUM-HFU +
017952        (VALOR-HORA-NORMAL * DIAS-TRECHO-HFU)
017953     .
017954 2157-SOMAR-TRECHO-CLASSE-EXIT.
017955     EXIT.
017956
017957*----------------------------------------------------------------*
017958*                   Calcular o Salario do Periodo, Separando
017959*                   Horas Normais das Horas Extras (> 44H)
017960*----------------------------------------------------------------*
017961 2200-CALCULAR-SALARIO.
017970
017980     MOVE SYSIN-CLASSE               TO CLASSE-PESQUISA
017990     MOVE COMPETENCIA-FOLHA          TO COMPETENCIA-PESQUISA
017991     PERFORM 2155-APURAR-VALOR-HORA
017992         THRU 2155-APURAR-VALOR-HORA-EXIT
018020
018030     COMPUTE VALOR-HORA-EXTRA = VALOR-HORA-NORMAL * 1,5
018040     IF SYSIN-QTDHRSTRAB > LIMITE-HORAS-NORMAIS
018150     .
018160 2200-CALCULAR-SALARIO-EXIT.
018170     EXIT.
018171
018172*----------------------------------------------------------------*
018173*                   Conferir a Classe do SYSIN com a do Historico
018174*                   Funcional: Divergencia ou Falta de Historico
018175*                   Saem como Aviso no Relatorio de Excecoes,
018176*                   Sem Barrar o Pagamento
018177*----------------------------------------------------------------*
018178 2205-CONFERIR-CLASSE.
018179
018180     MOVE SPACES                     TO EXC-DETALHE
018181     MOVE SYSIN-MATRICULA            TO EXCD-MATRICULA
018182     MOVE SYSIN-QTDHRSTRAB           TO EXCD-HORAS-INFORMADAS
018183     IF THF-QTDE = ZERO
018184        MOVE "SEM HISTORICO FUNCIONAL: CLASSE DO SYSIN"
018185             TO EXCD-MOTIVO
018186     ELSE
018187        IF SYSIN-CLASSE = SPACES
018188           OR SYSIN-CLASSE = CLASSE-FUNC
018189           GO TO 2205-CONFERIR-CLASSE-EXIT
018190        END-IF
018191        STRING "CLASSE SYSIN DIFERE DO HISTORICO: "
018192               CLASSE-FUNC
018193               DELIMITED BY SIZE
018194               INTO EXCD-MOTIVO
018195        END-STRING
018196     END-IF
018197     WRITE LINHA-EXCECOES            FROM EXC-DETALHE
018198     COMPUTE CONTCLS-EXC = CONTCLS-EXC + 1
018199     .
018200 2205-CONFERIR-CLASSE-EXIT.
018201     EXIT.
018202
018203*----------------------------------------------------------------*
018204*                   Calcular o Beneficio do Tipo de Execucao
018205*                   (13O Salario ou Ferias + 1/3) a Partir dos
018206*                   Brutos Gravados no Historico de Folha - os
018207*                   do Ano no 13O e os dos 12 Meses Anteriores
018208*                   a Competencia nas Ferias
018230*----------------------------------------------------------------*
018240 2210-CALCULAR-BENEFICIO.
018250
018280     SET BENEFICIO-SEM-BASE          TO TRUE
018290     SET NAO-FIM-HISTORICO           TO TRUE
018300     MOVE MATRICULA-PESQUISA         TO HIST-MATRICULA
018301     IF EXECUCAO-DECIMO
018302        COMPUTE COMP-BASE-INICIO = ANO-COMPETENCIA * 100
018303        COMPUTE COMP-BASE-FIM = ANO-COMPETENCIA * 100 + 13
018304     ELSE
018305        COMPUTE COMP-BASE-INICIO = COMPETENCIA-FOLHA - 100
018306        MOVE COMPETENCIA-FOLHA       TO COMP-BASE-FIM
018307     END-IF
018308     MOVE SPACES                     TO CLASSE-BASE-BENEFICIO
018309     MOVE COMP-BASE-INICIO           TO HIST-COMPETENCIA
018320     START HISTFOL KEY NOT LESS THAN HIST-CHAVE
018330         INVALID KEY
018340             SET FIM-HISTORICO        TO TRUE
018400        GO TO 2210-CALCULAR-BENEFICIO-EXIT
018410     END-IF
018420     SET BENEFICIO-COM-BASE          TO TRUE
018421     IF EXECUCAO-DECIMO
018422        COMPUTE SALARIO ROUNDED =
018423           ACUM-BASE-BENEFICIO / 12
018424        MOVE SALARIO                 TO SALARIO-NORMAL
018425        MOVE ZERO                    TO SALARIO-EXTRA
018426     ELSE
018427        COMPUTE MEDIA-BASE-BENEFICIO ROUNDED =
018428           ACUM-BASE-BENEFICIO / QTD-COMPETENCIAS-BASE
018429        PERFORM 2215-CALCULAR-VALORES-FERIAS
018430            THRU 2215-CALCULAR-VALORES-FERIAS-EXIT
018431     END-IF
018432     MOVE ZERO                       TO HORAS-NORMAIS
018433     MOVE ZERO                       TO HORAS-EXTRAS
018434     MOVE ZERO                       TO VALOR-HORA-NORMAL
018435     MOVE ZERO                       TO VALOR-HORA-EXTRA
018590     .
018600 2210-CALCULAR-BENEFICIO-EXIT.
018610     EXIT.
018620
018630*----------------------------------------------------------------*
018631*                   Acumular o Bruto de uma Competencia Normal
018632*                   (AAAA01 A AAAA12) da Janela da Base do
018633*                   Beneficio, Ignorando 13O, Ferias e Demais
018634*                   Competencias Especiais
018660*----------------------------------------------------------------*
018670 2220-ACUMULAR-BASE-BENEFICIO.
018680
018720             GO TO 2220-ACUMULAR-BASE-BENEFICIO-EXIT
018730     END-READ
018740     IF HIST-MATRICULA NOT = MATRICULA-PESQUISA
018741        OR HIST-COMPETENCIA NOT < COMP-BASE-FIM
018760        SET FIM-HISTORICO            TO TRUE
018770        GO TO 2220-ACUMULAR-BASE-BENEFICIO-EXIT
018780     END-IF
018781     COMPUTE ANO-BASE-BENEFICIO = HIST-COMPETENCIA / 100
018782     COMPUTE MES-BASE-BENEFICIO =
018783        HIST-COMPETENCIA - (ANO-BASE-BENEFICIO * 100)
018784     IF MES-BASE-BENEFICIO > 12
018785        GO TO 2220-ACUMULAR-BASE-BENEFICIO-EXIT
018786     END-IF
018787     MOVE HIST-CLASSE                TO CLASSE-BASE-BENEFICIO
018790     COMPUTE ACUM-BASE-BENEFICIO =
018800        ACUM-BASE-BENEFICIO + HIST-SALARIO-BRUTO
018810     COMPUTE QTD-COMPETENCIAS-BASE =
018830     .
018840 2220-ACUMULAR-BASE-BENEFICIO-EXIT.
018850     EXIT.
018851
018852*----------------------------------------------------------------*
018853*                   Calcular os Valores da Fracao de Ferias
018854*                   sobre a Media da Base: Ferias + 1/3 dos
018855*                   Dias de Gozo, Dobra (+ 1/3) dos Dias
018856*                   Gozados Apos o Fim do Periodo Concessivo
018857*                   e Abono Pecuniario (+ 1/3) dos Dias Vendidos
018858*----------------------------------------------------------------*
018859 2215-CALCULAR-VALORES-FERIAS.
018860
018861     COMPUTE SALARIO-NORMAL ROUNDED =
018862        MEDIA-BASE-BENEFICIO * FPG-DIAS-GOZO * 4 / 90
018863     MOVE ZERO                       TO DIAS-DOBRO-FERIAS
018864     MOVE FPG-INICIO-GOZO            TO DATA-GOZO
018865     PERFORM 2217-CONTAR-DIA-GOZO
018866         THRU 2217-CONTAR-DIA-GOZO-EXIT
018867         FPG-DIAS-GOZO TIMES
018868     COMPUTE VALOR-DOBRA-FERIAS ROUNDED =
018869        MEDIA-BASE-BENEFICIO * DIAS-DOBRO-FERIAS * 4 / 90
018870     COMPUTE VALOR-ABONO-FERIAS ROUNDED =
018871        MEDIA-BASE-BENEFICIO * FPG-DIAS-ABONO * 4 / 90
018872     COMPUTE SALARIO-EXTRA =
018873        VALOR-DOBRA-FERIAS + VALOR-ABONO-FERIAS
018874     COMPUTE SALARIO = SALARIO-NORMAL + SALARIO-EXTRA
018875     .
018876 2215-CALCULAR-VALORES-FERIAS-EXIT.
018877     EXIT.
018878
018879*----------------------------------------------------------------*
018880*                   Contar um Dia de Gozo como Dobra Quando
018881*                   Cair Apos o Fim do Periodo Concessivo e
018882*                   Avancar a Data de Gozo em um Dia, Tratando
018883*                   Fim de Mes, Fim de Ano e Ano Bissexto
018884*----------------------------------------------------------------*
018885 2217-CONTAR-DIA-GOZO.
018886
018887     IF DATA-GOZO > FER-CONCESSIVO-FIM
018888        COMPUTE DIAS-DOBRO-FERIAS = DIAS-DOBRO-FERIAS + 1
018889     END-IF
018890     COMPUTE GOZO-ANO = DATA-GOZO / 10000
018891     COMPUTE GOZO-MES =
018892        (DATA-GOZO / 100) - (GOZO-ANO * 100)
018893     COMPUTE GOZO-DIA =
018894        DATA-GOZO - ((DATA-GOZO / 100) * 100)
018895     EVALUATE GOZO-MES
018896         WHEN 4
018897         WHEN 6
018898         WHEN 9
018899         WHEN 11
018900             MOVE 30                  TO DIAS-NO-MES
018901         WHEN 2
018902             MOVE 28                  TO DIAS-NO-MES
018903             DIVIDE GOZO-ANO BY 4
018904                    GIVING ZEL-QUOC
018905                    REMAINDER RESTO-4
018906             DIVIDE GOZO-ANO BY 100
018907                    GIVING ZEL-QUOC
018908                    REMAINDER RESTO-100
018909             DIVIDE GOZO-ANO BY 400
018910                    GIVING ZEL-QUOC
018911                    REMAINDER RESTO-400
018912             IF (RESTO-4 = ZERO AND RESTO-100 NOT = ZERO)
018913                OR RESTO-400 = ZERO
018914                MOVE 29               TO DIAS-NO-MES
018915             END-IF
018916         WHEN OTHER
018917             MOVE 31                  TO DIAS-NO-MES
018918     END-EVALUATE
018919     COMPUTE GOZO-DIA = GOZO-DIA + 1
018920     IF GOZO-DIA > DIAS-NO-MES
018921        MOVE 1                       TO GOZO-DIA
018922        COMPUTE GOZO-MES = GOZO-MES + 1
018923        IF GOZO-MES > 12
018924           MOVE 1                    TO GOZO-MES
018925           COMPUTE GOZO-ANO = GOZO-ANO + 1
018926        END-IF
018927     END-IF
018928     COMPUTE DATA-GOZO =
018929        (GOZO-ANO * 10000) + (GOZO-MES * 100) + GOZO-DIA
018930     .
018931 2217-CONTAR-DIA-GOZO-EXIT.
018932     EXIT.
018933
018934*----------------------------------------------------------------*
018935*                   Validar uma Fracao da Programacao de
018936*                   Ferias e Posicionar o Periodo Aquisitivo
018937*                   no FERCTL: Saldo Suficiente, no Maximo 3
018938*                   Fracoes, Nenhuma Menor que 5 Dias, uma de
018939*                   14 Dias ou Mais e Abono Ate 1/3 do Direito;
018940*                   Fracao Ja Anotada com o Mesmo Inicio de
018941*                   Gozo E Reprocessada no Lugar da Anterior
018942*----------------------------------------------------------------*
018943 2230-VALIDAR-PROGRAMACAO.
018944
018945     SET PROGRAMACAO-INVALIDA        TO TRUE
018946     MOVE ZERO                       TO FRAC-REPROC
018947     MOVE ZERO                       TO FRAC-ANT-BRUTO
018948     MOVE ZERO                       TO FRAC-ANT-INSS
018949     MOVE ZERO                       TO FRAC-ANT-IRRF
018950     MOVE ZERO                       TO FRAC-ANT-LIQUIDO
018951     IF FPG-MATRICULA NOT NUMERIC
018952        OR FPG-AQUIS-INICIO NOT NUMERIC
018953        OR FPG-INICIO-GOZO NOT NUMERIC
018954        OR FPG-DIAS-GOZO NOT NUMERIC
018955        OR FPG-DIAS-ABONO NOT NUMERIC
018956        MOVE "PROGRAMACAO COM CAMPO NAO NUMERICO"
018957             TO MOTIVO-FERIAS
018958        GO TO 2230-VALIDAR-PROGRAMACAO-EXIT
018959     END-IF
018960     MOVE FPG-MATRICULA              TO MATRICULA-PESQUISA
018961     PERFORM 2100-LOCALIZAR-FUNCIONARIO
018962         THRU 2100-LOCALIZAR-FUNCIONARIO-EXIT
018963     IF FUNCIONARIO-NAO-ACHADO
018964        MOVE "MATRICULA NAO CADASTRADA NO FUNCMSTR"
018965             TO MOTIVO-FERIAS
018966        GO TO 2230-VALIDAR-PROGRAMACAO-EXIT
018967     END-IF
018968     IF FPG-DIAS-GOZO < 5
018969        MOVE "FRACAO DE GOZO COM MENOS DE 5 DIAS"
018970             TO MOTIVO-FERIAS
018971        GO TO 2230-VALIDAR-PROGRAMACAO-EXIT
018972     END-IF
018973     IF FPG-AQUIS-INICIO = ZERO
018974        PERFORM 2232-ESCOLHER-PERIODO
018975            THRU 2232-ESCOLHER-PERIODO-EXIT
018976     ELSE
018977        MOVE FPG-AQUIS-INICIO        TO AQUIS-INICIO-ESCOLHIDO
018978     END-IF
018979     IF AQUIS-INICIO-ESCOLHIDO = ZERO
018980        MOVE "SEM PERIODO AQUISITIVO COM SALDO NO FERCTL"
018981             TO MOTIVO-FERIAS
018982        GO TO 2230-VALIDAR-PROGRAMACAO-EXIT
018983     END-IF
018984     MOVE FPG-MATRICULA              TO FER-MATRICULA
018985     MOVE AQUIS-INICIO-ESCOLHIDO     TO FER-AQUIS-INICIO
018986     READ FERCTL
018987         INVALID KEY
018988             MOVE "PERIODO AQUISITIVO NAO ENCONTRADO NO FERCTL"
018989                  TO MOTIVO-FERIAS
018990             GO TO 2230-VALIDAR-PROGRAMACAO-EXIT
018991     END-READ
018992     MOVE ZERO                       TO FRAC-REPROC
018993     PERFORM 2234-PROCURAR-FRACAO
018994         THRU 2234-PROCURAR-FRACAO-EXIT
018995         VARYING FRAC-SUB FROM 1 BY 1
018996         UNTIL FRAC-SUB > FER-QTD-FRACOES
018997     IF FER-AQUIS-FIM NOT < FPG-INICIO-GOZO
018998        MOVE "GOZO ANTES DO FIM DO PERIODO AQUISITIVO"
018999             TO MOTIVO-FERIAS
019000        GO TO 2230-VALIDAR-PROGRAMACAO-EXIT
019001     END-IF
019002     IF FRAC-REPROC = ZERO
019003        AND FER-QUITADO
019004        MOVE "PERIODO AQUISITIVO JA QUITADO"
019005             TO MOTIVO-FERIAS
019006        GO TO 2230-VALIDAR-PROGRAMACAO-EXIT
019007     END-IF
019008     IF FRAC-REPROC = ZERO
019009        AND FER-QTD-FRACOES NOT < 3
019010        MOVE "PERIODO JA TEM TRES FRACOES DE GOZO"
019011             TO MOTIVO-FERIAS
019012        GO TO 2230-VALIDAR-PROGRAMACAO-EXIT
019013     END-IF
019014     COMPUTE SALDO-FERIAS =
019015        FER-DIAS-DIREITO - FER-DIAS-GOZADOS - FER-DIAS-ABONO
019016     COMPUTE ABONO-TOTAL-FERIAS =
019017        FER-DIAS-ABONO + FPG-DIAS-ABONO
019018     IF FRAC-REPROC > ZERO
019019        COMPUTE SALDO-FERIAS = SALDO-FERIAS
019020           + FER-FRAC-DIAS-GOZO (FRAC-REPROC)
019021           + FER-FRAC-DIAS-ABONO (FRAC-REPROC)
019022        COMPUTE ABONO-TOTAL-FERIAS = ABONO-TOTAL-FERIAS
019023           - FER-FRAC-DIAS-ABONO (FRAC-REPROC)
019024        MOVE FER-FRAC-BRUTO (FRAC-REPROC)   TO FRAC-ANT-BRUTO
019025        MOVE FER-FRAC-INSS (FRAC-REPROC)    TO FRAC-ANT-INSS
019026        MOVE FER-FRAC-IRRF (FRAC-REPROC)    TO FRAC-ANT-IRRF
019027        MOVE FER-FRAC-LIQUIDO (FRAC-REPROC) TO FRAC-ANT-LIQUIDO
019028     END-IF
019029     IF FPG-DIAS-GOZO + FPG-DIAS-ABONO > SALDO-FERIAS
019030        MOVE "DIAS PROGRAMADOS EXCEDEM O SALDO DO PERIODO"
019031             TO MOTIVO-FERIAS
019032        GO TO 2230-VALIDAR-PROGRAMACAO-EXIT
019033     END-IF
019034     IF ABONO-TOTAL-FERIAS * 3 > FER-DIAS-DIREITO
019035        MOVE "ABONO PECUNIARIO ACIMA DE 1/3 DAS FERIAS"
019036             TO MOTIVO-FERIAS
019037        GO TO 2230-VALIDAR-PROGRAMACAO-EXIT
019038     END-IF
019039     MOVE FPG-DIAS-GOZO              TO MAIOR-FRACAO-FERIAS
019040     PERFORM 2236-MAIOR-FRACAO
019041         THRU 2236-MAIOR-FRACAO-EXIT
019042         VARYING FRAC-SUB FROM 1 BY 1
019043         UNTIL FRAC-SUB > FER-QTD-FRACOES
019044     IF MAIOR-FRACAO-FERIAS < 14
019045        AND SALDO-FERIAS - FPG-DIAS-GOZO - FPG-DIAS-ABONO < 14
019046        MOVE "NENHUMA FRACAO DE GOZO COM 14 DIAS OU MAIS"
019047             TO MOTIVO-FERIAS
019048        GO TO 2230-VALIDAR-PROGRAMACAO-EXIT
019049     END-IF
019050     SET PROGRAMACAO-VALIDA          TO TRUE
019051     .
019052 2230-VALIDAR-PROGRAMACAO-EXIT.
019053     EXIT.
019054
019055*----------------------------------------------------------------*
019056*                   Escolher o Periodo Aquisitivo da Fracao Sem
019057*                   Periodo Informado: o que Ja Tem Anotada uma
019058*                   Fracao com o Mesmo Inicio de Gozo
019059*                   (Reprocesso) ou o Mais Antigo com Saldo
019060*----------------------------------------------------------------*
019061 2232-ESCOLHER-PERIODO.
019062
019063     MOVE ZERO                       TO AQUIS-INICIO-ESCOLHIDO
019064     SET NAO-FIM-FERCTL              TO TRUE
019065     MOVE FPG-MATRICULA              TO FER-MATRICULA
019066     MOVE ZERO                       TO FER-AQUIS-INICIO
019067     START FERCTL KEY NOT LESS THAN FER-CHAVE
019068         INVALID KEY
019069             SET FIM-FERCTL           TO TRUE
019070     END-START
019071     PERFORM 2233-EXAMINAR-PERIODO
019072         THRU 2233-EXAMINAR-PERIODO-EXIT
019073         UNTIL FIM-FERCTL
019074     .
019075 2232-ESCOLHER-PERIODO-EXIT.
019076     EXIT.
019077
019078*----------------------------------------------------------------*
019079*                   Examinar um Periodo Aquisitivo do
019080*                   Funcionario Lido do FERCTL
019081*----------------------------------------------------------------*
019082 2233-EXAMINAR-PERIODO.
019083
019084     READ FERCTL NEXT
019085         AT END
019086             SET FIM-FERCTL           TO TRUE
019087             GO TO 2233-EXAMINAR-PERIODO-EXIT
019088     END-READ
019089     IF FER-MATRICULA NOT = FPG-MATRICULA
019090        SET FIM-FERCTL               TO TRUE
019091        GO TO 2233-EXAMINAR-PERIODO-EXIT
019092     END-IF
019093     MOVE ZERO                       TO FRAC-REPROC
019094     PERFORM 2234-PROCURAR-FRACAO
019095         THRU 2234-PROCURAR-FRACAO-EXIT
019096         VARYING FRAC-SUB FROM 1 BY 1
019097         UNTIL FRAC-SUB > FER-QTD-FRACOES
019098     IF FRAC-REPROC > ZERO
019099        MOVE FER-AQUIS-INICIO        TO AQUIS-INICIO-ESCOLHIDO
019100        SET FIM-FERCTL               TO TRUE
019101        GO TO 2233-EXAMINAR-PERIODO-EXIT
019102     END-IF
019103     IF AQUIS-INICIO-ESCOLHIDO = ZERO
019104        AND NOT FER-QUITADO
019105        AND FER-DIAS-GOZADOS + FER-DIAS-ABONO <
019106            FER-DIAS-DIREITO
019107        MOVE FER-AQUIS-INICIO        TO AQUIS-INICIO-ESCOLHIDO
019108     END-IF
019109     .
019110 2233-EXAMINAR-PERIODO-EXIT.
019111     EXIT.
019112
019113*----------------------------------------------------------------*
019114*                   Procurar no Periodo a Fracao Ja Anotada com
019115*                   o Mesmo Inicio de Gozo da Programacao
019116*----------------------------------------------------------------*
019117 2234-PROCURAR-FRACAO.
019118
019119     IF FER-FRAC-INICIO-GOZO (FRAC-SUB) = FPG-INICIO-GOZO
019120        MOVE FRAC-SUB                TO FRAC-REPROC
019121     END-IF
019122     .
019123 2234-PROCURAR-FRACAO-EXIT.
019124     EXIT.
019125
019126*----------------------------------------------------------------*
019127*                   Guardar a Maior Fracao de Gozo Ja Anotada
019128*                   no Periodo (Fora a Reprocessada)
019129*----------------------------------------------------------------*
019130 2236-MAIOR-FRACAO.
019131
019132     IF FRAC-SUB NOT = FRAC-REPROC
019133        AND FER-FRAC-DIAS-GOZO (FRAC-SUB) > MAIOR-FRACAO-FERIAS
019134        MOVE FER-FRAC-DIAS-GOZO (FRAC-SUB)
019135             TO MAIOR-FRACAO-FERIAS
019136     END-IF
019137     .
019138 2236-MAIOR-FRACAO-EXIT.
019139     EXIT.
019140
019141*----------------------------------------------------------------*
019142*                   Calcular o INSS Sobre o Salario Bruto,
019143*                   APLICANDO AS FAIXAS PROGRESSIVAS
019144*----------------------------------------------------------------*
019145 2300-CALCULAR-INSS.
019146
019147     MOVE ZERO                       TO VALOR-INSS
019148     MOVE ZERO                       TO INSS-BASE-ANTERIOR
019149     SET INSS-NAO-PRONTO             TO TRUE
019150     PERFORM 2310-CALCULAR-FAIXA-INSS
019151         THRU 2310-CALCULAR-FAIXA-INSS-EXIT
019152         VARYING INSS-IDX FROM 1 BY 1
019153         UNTIL INSS-IDX > 4 OR INSS-PRONTO
019154     .
019155 2300-CALCULAR-INSS-EXIT.
019156     EXIT.
019157
019158*----------------------------------------------------------------*
019159*                   Apurar o INSS de uma Faixa e Acumular no
019160*                   Total, Parando Quando o Salario For Esgotado
019161*----------------------------------------------------------------*
019162 2310-CALCULAR-FAIXA-INSS.
019163
019164     IF SALARIO <= INSS-LIMITE (INSS-IDX)
019165        COMPUTE INSS-BASE-FAIXA = SALARIO - INSS-BASE-ANTERIOR
019166        SET INSS-PRONTO              TO TRUE
019167     ELSE
019168        COMPUTE INSS-BASE-FAIXA =
019169           INSS-LIMITE (INSS-IDX) - INSS-BASE-ANTERIOR
019170     END-IF
019171     COMPUTE VALOR-INSS = VALOR-INSS +
019180        (INSS-BASE-FAIXA * INSS-ALIQUOTA (INSS-IDX))
019190     MOVE INSS-LIMITE (INSS-IDX)     TO INSS-BASE-ANTERIOR
019200     .
019290
019300     COMPUTE BASE-IRRF = SALARIO - VALOR-INSS
019301        - (QTD-DEP-IRRF * DEDUCAO-POR-DEPENDENTE)
019302        - DEDUCAO-PENSAO-IRRF
019310     SET IRRF-IDX                    TO 1
019320     SEARCH IRRF-OCORRENCIA
019330         AT END
021650     MOVE SALARIO-LIQUIDO                TO REM-VALOR-LIQUIDO
021651     MOVE DATA-CREDITO                   TO REM-DATA-CREDITO
021652     MOVE ZERO                           TO REM-COMPETENCIA-ORIG
021653     MOVE "S"                            TO REM-TIPO-CREDITO
021660     WRITE REGISTRO-REMESSA
021661     COMPUTE QTD-REMESSA = QTD-REMESSA + 1
021662     COMPUTE VAL-REMESSA = VAL-REMESSA + SALARIO-LIQUIDO
021900     PERFORM 2670-ACUMULAR-ANO-HISTORICO
021910         THRU 2670-ACUMULAR-ANO-HISTORICO-EXIT
021920         UNTIL FIM-HISTORICO
021921     MOVE ZERO                       TO FERIAS-ANT-BRUTO
021922     MOVE ZERO                       TO FERIAS-ANT-INSS
021923     MOVE ZERO                       TO FERIAS-ANT-IRRF
021924     MOVE ZERO                       TO FERIAS-ANT-LIQUIDO
021925     IF EXECUCAO-FERIAS
021926        PERFORM 2665-SOMAR-FERIAS-ANTERIORES
021927            THRU 2665-SOMAR-FERIAS-ANTERIORES-EXIT
021928     END-IF
021930     MOVE SPACES                     TO HISTFOL-REGISTRO
021940     MOVE MATRICULA-PESQUISA         TO HIST-MATRICULA
021950     MOVE COMPETENCIA-HISTORICO      TO HIST-COMPETENCIA
021951     IF EXECUCAO-FERIAS
021952        MOVE CLASSE-BASE-BENEFICIO   TO HIST-CLASSE
021953     ELSE
021954        IF CLASSE-FUNC NOT = SPACES
021955           MOVE CLASSE-FUNC          TO HIST-CLASSE
021956        ELSE
021957           MOVE SYSIN-CLASSE         TO HIST-CLASSE
021958        END-IF
021959     END-IF
021970     MOVE HORAS-NORMAIS              TO HIST-HORAS-NORMAIS
021980     MOVE HORAS-EXTRAS               TO HIST-HORAS-EXTRAS
021981     COMPUTE HIST-SALARIO-BRUTO = SALARIO + FERIAS-ANT-BRUTO
021982     COMPUTE HIST-VALOR-INSS = VALOR-INSS + FERIAS-ANT-INSS
021983     COMPUTE HIST-VALOR-IRRF = VALOR-IRRF + FERIAS-ANT-IRRF
021984     COMPUTE HIST-SALARIO-LIQUIDO =
021985        SALARIO-LIQUIDO + FERIAS-ANT-LIQUIDO
021986     COMPUTE HIST-ACUM-ANO-BRUTO =
021987        ACUM-ANO-BRUTO + HIST-SALARIO-BRUTO
021988     COMPUTE HIST-ACUM-ANO-INSS =
021989        ACUM-ANO-INSS + HIST-VALOR-INSS
021990     COMPUTE HIST-ACUM-ANO-IRRF =
021991        ACUM-ANO-IRRF + HIST-VALOR-IRRF
021992     COMPUTE HIST-ACUM-ANO-LIQUIDO =
021993        ACUM-ANO-LIQUIDO + HIST-SALARIO-LIQUIDO
022110     MOVE DATA-EXECUCAO              TO HIST-DATA-CALCULO
022120     MOVE CENTRO-CUSTO-FUNC          TO HIST-CENTRO-CUSTO
022121     MOVE EMPRESA-EXECUCAO           TO HIST-EMPRESA
022130     WRITE HISTFOL-REGISTRO
022140         INVALID KEY
022150             REWRITE HISTFOL-REGISTRO
022160             END-REWRITE
022170     END-WRITE
022171     PERFORM 2672-GRAVAR-RUBRICAS-HISTORICO
022172         THRU 2672-GRAVAR-RUBRICAS-HISTORICO-EXIT
022180     .
022190 2660-GRAVAR-HISTORICO-EXIT.
022200     EXIT.
022201
022202*----------------------------------------------------------------*
022203*                   Somar as Fracoes de Ferias Ja Gravadas no
022204*                   Historico do Ano (AAAA14), Menos a Fracao
022205*                   Reprocessada, para o Registro Acumular Todas
022206*                   as Fracoes Pagas no Ano
022207*----------------------------------------------------------------*
022208 2665-SOMAR-FERIAS-ANTERIORES.
022209
022210     MOVE MATRICULA-PESQUISA         TO HIST-MATRICULA
022211     MOVE COMPETENCIA-HISTORICO      TO HIST-COMPETENCIA
022212     READ HISTFOL
022213         INVALID KEY
022214             GO TO 2665-SOMAR-FERIAS-ANTERIORES-EXIT
022215     END-READ
022216     COMPUTE FERIAS-ANT-BRUTO =
022217        HIST-SALARIO-BRUTO - FRAC-ANT-BRUTO
022218     COMPUTE FERIAS-ANT-INSS =
022219        HIST-VALOR-INSS - FRAC-ANT-INSS
022220     COMPUTE FERIAS-ANT-IRRF =
022221        HIST-VALOR-IRRF - FRAC-ANT-IRRF
022222     COMPUTE FERIAS-ANT-LIQUIDO =
022223        HIST-SALARIO-LIQUIDO - FRAC-ANT-LIQUIDO
022224     .
022225 2665-SOMAR-FERIAS-ANTERIORES-EXIT.
022226     EXIT.
022227
022228*----------------------------------------------------------------*
022230*                   Acumular no Total do Ano uma Competencia
022240*                   Anterior do Funcionario Lida do Historico,
022241*                   Se Paga pela Mesma Empresa do Grupo
022250*----------------------------------------------------------------*
022260 2670-ACUMULAR-ANO-HISTORICO.
022270
022350        SET FIM-HISTORICO            TO TRUE
022360        GO TO 2670-ACUMULAR-ANO-HISTORICO-EXIT
022370     END-IF
022371     IF HIST-EMPRESA NUMERIC
022372        AND HIST-EMPRESA NOT = ZERO
022373        MOVE HIST-EMPRESA            TO EMPRESA-REGISTRO
022374     ELSE
022375        MOVE 1                       TO EMPRESA-REGISTRO
022376     END-IF
022377     IF EMPRESA-REGISTRO NOT = EMPRESA-EXECUCAO
022378        GO TO 2670-ACUMULAR-ANO-HISTORICO-EXIT
022379     END-IF
022380     COMPUTE ACUM-ANO-BRUTO =
022390        ACUM-ANO-BRUTO + HIST-SALARIO-BRUTO
022400     COMPUTE ACUM-ANO-INSS =
022460     .
022470 2670-ACUMULAR-ANO-HISTORICO-EXIT.
022480     EXIT.
022481
022482*----------------------------------------------------------------*
022483*                   Gravar no Historico de Rubricas (HISTRUB) as
022484*                   Verbas do Pagamento do Funcionario - as
022485*                   Mesmas Linhas do Holerite -, Substituindo
022486*                   as de uma Execucao Anterior do Mesmo
022487*                   Pagamento (Restart ou Reprocesso)
022488*----------------------------------------------------------------*
022489 2672-GRAVAR-RUBRICAS-HISTORICO.
022490
022491     MOVE SPACES                     TO HISTRUB-REGISTRO
022492     MOVE MATRICULA-PESQUISA         TO HRB-MATRICULA
022493     MOVE COMPETENCIA-HISTORICO      TO HRB-COMPETENCIA
022494     MOVE COMPETENCIA-FOLHA          TO HRB-COMP-PAGTO
022495     IF EXECUCAO-FERIAS
022496        MOVE FPG-INICIO-GOZO         TO HRB-REFERENCIA
022497     ELSE
022498        MOVE ZERO                    TO HRB-REFERENCIA
022499     END-IF
022500     MOVE LOW-VALUES                 TO HRB-CODIGO
022501     SET NAO-FIM-HISTRUB             TO TRUE
022502     START HISTRUB KEY NOT LESS THAN HRB-CHAVE
022503         INVALID KEY
022504             SET FIM-HISTRUB          TO TRUE
022505     END-START
022506     PERFORM 2673-EXCLUIR-RUBRICA-ANTERIOR
022507         THRU 2673-EXCLUIR-RUBRICA-ANTERIOR-EXIT
022508         UNTIL FIM-HISTRUB
022509     MOVE MATRICULA-PESQUISA         TO HRB-MATRICULA
022510     MOVE COMPETENCIA-HISTORICO      TO HRB-COMPETENCIA
022511     MOVE COMPETENCIA-FOLHA          TO HRB-COMP-PAGTO
022512     IF EXECUCAO-FERIAS
022513        MOVE FPG-INICIO-GOZO         TO HRB-REFERENCIA
022514     ELSE
022515        MOVE ZERO                    TO HRB-REFERENCIA
022516     END-IF
022517     MOVE "P"                        TO HRB-TIPO
022518     MOVE SALARIO-NORMAL             TO HRB-VALOR
022519     EVALUATE TRUE
022520         WHEN EXECUCAO-DECIMO
022521             MOVE "9003"              TO HRB-CODIGO
022522             MOVE "13O SALARIO"       TO HRB-DESCRICAO
022523             MOVE ZERO                TO HRB-QUANTIDADE
022524         WHEN EXECUCAO-FERIAS
022525             MOVE "9004"              TO HRB-CODIGO
022526             MOVE "FERIAS + 1/3"      TO HRB-DESCRICAO
022527             MOVE FPG-DIAS-GOZO       TO HRB-QUANTIDADE
022528         WHEN OTHER
022529             MOVE "9001"              TO HRB-CODIGO
022530             MOVE "SALARIO NORMAL"    TO HRB-DESCRICAO
022531             MOVE HORAS-NORMAIS       TO HRB-QUANTIDADE
022532     END-EVALUATE
022533     PERFORM 2674-GRAVAR-VERBA-HISTORICO
022534         THRU 2674-GRAVAR-VERBA-HISTORICO-EXIT
022535     IF HORAS-EXTRAS > ZERO
022536        MOVE "9002"                  TO HRB-CODIGO
022537        MOVE "SALARIO EXTRA (50%)"   TO HRB-DESCRICAO
022538        MOVE HORAS-EXTRAS            TO HRB-QUANTIDADE
022539        MOVE SALARIO-EXTRA           TO HRB-VALOR
022540        PERFORM 2674-GRAVAR-VERBA-HISTORICO
022541            THRU 2674-GRAVAR-VERBA-HISTORICO-EXIT
022542     END-IF
022543     IF VALOR-DOBRA-FERIAS > ZERO
022544        MOVE "9005"                  TO HRB-CODIGO
022545        MOVE "DOBRA DE FERIAS + 1/3" TO HRB-DESCRICAO
022546        MOVE DIAS-DOBRO-FERIAS       TO HRB-QUANTIDADE
022547        MOVE VALOR-DOBRA-FERIAS      TO HRB-VALOR
022548        PERFORM 2674-GRAVAR-VERBA-HISTORICO
022549            THRU 2674-GRAVAR-VERBA-HISTORICO-EXIT
022550     END-IF
022551     IF VALOR-ABONO-FERIAS > ZERO
022552        MOVE "9006"                  TO HRB-CODIGO
022553        MOVE "ABONO PECUNIARIO + 1/3" TO HRB-DESCRICAO
022554        MOVE FPG-DIAS-ABONO          TO HRB-QUANTIDADE
022555        MOVE VALOR-ABONO-FERIAS      TO HRB-VALOR
022556        PERFORM 2674-GRAVAR-VERBA-HISTORICO
022557            THRU 2674-GRAVAR-VERBA-HISTORICO-EXIT
022558     END-IF
022559     MOVE ZERO                       TO HRB-QUANTIDADE
022560     IF VALOR-SALFAM > ZERO
022561        MOVE "9008"                  TO HRB-CODIGO
022562        MOVE "SALARIO FAMILIA"       TO HRB-DESCRICAO
022563        MOVE VALOR-SALFAM            TO HRB-VALOR
022564        PERFORM 2674-GRAVAR-VERBA-HISTORICO
022565            THRU 2674-GRAVAR-VERBA-HISTORICO-EXIT
022566     END-IF
022567     MOVE "D"                        TO HRB-TIPO
022568     IF VALOR-INSS > ZERO
022569        MOVE "9010"                  TO HRB-CODIGO
022570        MOVE "INSS"                  TO HRB-DESCRICAO
022571        MOVE VALOR-INSS              TO HRB-VALOR
022572        PERFORM 2674-GRAVAR-VERBA-HISTORICO
022573            THRU 2674-GRAVAR-VERBA-HISTORICO-EXIT
022574     END-IF
022575     IF VALOR-IRRF > ZERO
022576        MOVE "9011"                  TO HRB-CODIGO
022577        MOVE "IRRF"                  TO HRB-DESCRICAO
022578        MOVE VALOR-IRRF              TO HRB-VALOR
022579        PERFORM 2674-GRAVAR-VERBA-HISTORICO
022580            THRU 2674-GRAVAR-VERBA-HISTORICO-EXIT
022581     END-IF
022582     IF TOTAL-CONSIG-FUNC > ZERO
022583        MOVE "9012"                  TO HRB-CODIGO
022584        MOVE "DESCONTO CONSIGNADO"   TO HRB-DESCRICAO
022585        MOVE TOTAL-CONSIG-FUNC       TO HRB-VALOR
022586        PERFORM 2674-GRAVAR-VERBA-HISTORICO
022587            THRU 2674-GRAVAR-VERBA-HISTORICO-EXIT
022588     END-IF
022589     IF VALOR-ADIANT-DESCONTO > ZERO
022590        MOVE "9013"                  TO HRB-CODIGO
022591        MOVE "ADIANTAMENTO SALARIAL" TO HRB-DESCRICAO
022592        MOVE VALOR-ADIANT-DESCONTO   TO HRB-VALOR
022593        PERFORM 2674-GRAVAR-VERBA-HISTORICO
022594            THRU 2674-GRAVAR-VERBA-HISTORICO-EXIT
022595     END-IF
022596     IF TOTAL-PENSAO-FUNC > ZERO
022597        MOVE "9014"                  TO HRB-CODIGO
022598        MOVE "PENSAO ALIMENTICIA"    TO HRB-DESCRICAO
022599        MOVE TOTAL-PENSAO-FUNC       TO HRB-VALOR
022600        PERFORM 2674-GRAVAR-VERBA-HISTORICO
022601            THRU 2674-GRAVAR-VERBA-HISTORICO-EXIT
022602     END-IF
022603     SET NAO-FIM-RUBWK               TO TRUE
022604     MOVE MATRICULA-PESQUISA         TO RWK-MATRICULA
022605     MOVE ZERO                       TO RWK-SEQUENCIA
022606     START RUBWK KEY NOT LESS THAN RWK-CHAVE
022607         INVALID KEY
022608             SET FIM-RUBWK            TO TRUE
022609     END-START
022610     PERFORM 2675-GRAVAR-RUBRICA-MOVIMENTO
022611         THRU 2675-GRAVAR-RUBRICA-MOVIMENTO-EXIT
022612         UNTIL FIM-RUBWK
022613     .
022614 2672-GRAVAR-RUBRICAS-HISTORICO-EXIT.
022615     EXIT.
022616
022617*----------------------------------------------------------------*
022618*                   Excluir uma Verba Gravada por Execucao
022619*                   Anterior do Mesmo Pagamento do Funcionario
022620*----------------------------------------------------------------*
022621 2673-EXCLUIR-RUBRICA-ANTERIOR.
022622
022623     READ HISTRUB NEXT
022624         AT END
022625             SET FIM-HISTRUB          TO TRUE
022626             GO TO 2673-EXCLUIR-RUBRICA-ANTERIOR-EXIT
022627     END-READ
022628     IF HRB-MATRICULA NOT = MATRICULA-PESQUISA
022629        OR HRB-COMPETENCIA NOT = COMPETENCIA-HISTORICO
022630        OR HRB-COMP-PAGTO NOT = COMPETENCIA-FOLHA
022631        SET FIM-HISTRUB              TO TRUE
022632        GO TO 2673-EXCLUIR-RUBRICA-ANTERIOR-EXIT
022633     END-IF
022634     IF EXECUCAO-FERIAS
022635        AND HRB-REFERENCIA NOT = FPG-INICIO-GOZO
022636        SET FIM-HISTRUB              TO TRUE
022637        GO TO 2673-EXCLUIR-RUBRICA-ANTERIOR-EXIT
022638     END-IF
022639     DELETE HISTRUB RECORD
022640         INVALID KEY
022641             DISPLAY "ERRO AO EXCLUIR HISTRUB - MATRICULA "
022642                HRB-MATRICULA " FILE STATUS " HISTRUB-STATUS
022643     END-DELETE
022644     .
022645 2673-EXCLUIR-RUBRICA-ANTERIOR-EXIT.
022646     EXIT.
022647
022648*----------------------------------------------------------------*
022649*                   Gravar uma Verba no Historico de Rubricas;
022650*                   Codigo Repetido no Mesmo Pagamento (Rubrica
022651*                   Lancada Mais de uma Vez no Movimento) Soma
022652*                   ao Valor Ja Gravado
022653*----------------------------------------------------------------*
022654 2674-GRAVAR-VERBA-HISTORICO.
022655
022656     MOVE DATA-EXECUCAO              TO HRB-DATA-CALCULO
022657     MOVE CENTRO-CUSTO-FUNC          TO HRB-CENTRO-CUSTO
022658     WRITE HISTRUB-REGISTRO
022659         INVALID KEY
022660             MOVE HRB-VALOR           TO VALOR-VERBA-REPETIDA
022661             READ HISTRUB
022662                 INVALID KEY
022663                     DISPLAY "ERRO AO GRAVAR HISTRUB - MATRICULA "
022664                        HRB-MATRICULA " FILE STATUS "
022665                        HISTRUB-STATUS
022666                     GO TO 2674-GRAVAR-VERBA-HISTORICO-EXIT
022667             END-READ
022668             COMPUTE HRB-VALOR =
022669                HRB-VALOR + VALOR-VERBA-REPETIDA
022670             REWRITE HISTRUB-REGISTRO
022671             END-REWRITE
022672     END-WRITE
022673     .
022674 2674-GRAVAR-VERBA-HISTORICO-EXIT.
022675     EXIT.
022676
022677*----------------------------------------------------------------*
022678*                   Gravar no Historico de Rubricas uma Rubrica
022679*                   Valida do Movimento do Funcionario
022680*----------------------------------------------------------------*
022681 2675-GRAVAR-RUBRICA-MOVIMENTO.
022682
022683     READ RUBWK NEXT
022684         AT END
022685             SET FIM-RUBWK            TO TRUE
022686             GO TO 2675-GRAVAR-RUBRICA-MOVIMENTO-EXIT
022687     END-READ
022688     IF RWK-MATRICULA NOT = MATRICULA-PESQUISA
022689        SET FIM-RUBWK                TO TRUE
022690        GO TO 2675-GRAVAR-RUBRICA-MOVIMENTO-EXIT
022691     END-IF
022692     IF RWK-SITUACAO NOT = "V"
022693        GO TO 2675-GRAVAR-RUBRICA-MOVIMENTO-EXIT
022694     END-IF
022695     MOVE RWK-CODIGO                 TO HRB-CODIGO
022696     MOVE RWK-DESCRICAO              TO HRB-DESCRICAO
022697     MOVE RWK-TIPO                   TO HRB-TIPO
022698     MOVE ZERO                       TO HRB-QUANTIDADE
022699     MOVE RWK-VALOR                  TO HRB-VALOR
022700     PERFORM 2674-GRAVAR-VERBA-HISTORICO
022701         THRU 2674-GRAVAR-VERBA-HISTORICO-EXIT
022702     .
022703 2675-GRAVAR-RUBRICA-MOVIMENTO-EXIT.
022704     EXIT.
022705
022706*----------------------------------------------------------------*
022707*                   Imprimir o Demonstrativo de Pagamento
022708*                   Individual (Holerite) do Funcionario,
022709*                   Uma Pagina por Funcionario
022710*----------------------------------------------------------------*
022711 2680-IMPRIMIR-HOLERITE.
022712
022713     MOVE COMPETENCIA-FMT            TO HOL2-COMPETENCIA
022714     MOVE DATA-EXECUCAO-FMT          TO HOL2-DATA
022715     WRITE LINHA-HOLERITE            FROM HOL-CABECALHO-1
022716     WRITE LINHA-HOLERITE            FROM HOL-CABECALHO-2
022717     WRITE LINHA-HOLERITE            FROM HOL-LINHA-BRANCO
022718     IF FUNCIONARIO-ACHADO
022719        MOVE FUNCMST-MATRICULA       TO HOLF-MATRICULA
022720        MOVE FUNCMST-NOME            TO HOLF-NOME
022721        MOVE DATA-ADMISSAO-FMT       TO HOLA-DATA-ADMISSAO
022722     ELSE
022723        MOVE MATRICULA-PESQUISA      TO HOLF-MATRICULA
022724        MOVE "*** NAO CADASTRADO ***" TO HOLF-NOME
022725        MOVE SPACES                  TO HOLA-DATA-ADMISSAO
022726     END-IF
022727     WRITE LINHA-HOLERITE            FROM HOL-LINHA-FUNC
022728     WRITE LINHA-HOLERITE            FROM HOL-LINHA-ADMISSAO
022729     MOVE QTD-DEP-IRRF               TO HOLDEP-QTD-IRRF
022730     MOVE QTD-DEP-SALFAM             TO HOLDEP-QTD-SALFAM
022731     WRITE LINHA-HOLERITE            FROM HOL-LINHA-DEPEND
022732     WRITE LINHA-HOLERITE            FROM HOL-LINHA-BRANCO
022740     WRITE LINHA-HOLERITE            FROM HOL-CABECALHO-3
022750     MOVE DESCR-PROVENTO-BASE        TO HOLD-DESCRICAO
022760     MOVE HORAS-NORMAIS              TO HOLD-HORAS
022860        MOVE ZERO                    TO HOLD-DESCONTO
022870        WRITE LINHA-HOLERITE         FROM HOL-DETALHE
022880     END-IF
022881     IF VALOR-DOBRA-FERIAS > ZERO
022882        MOVE "DOBRA DE FERIAS + 1/3" TO HOLD-DESCRICAO
022883        MOVE ZERO                    TO HOLD-HORAS
022884        MOVE ZERO                    TO HOLD-VALOR-HORA
022885        MOVE VALOR-DOBRA-FERIAS      TO HOLD-PROVENTO
022886        MOVE ZERO                    TO HOLD-DESCONTO
022887        WRITE LINHA-HOLERITE         FROM HOL-DETALHE
022888     END-IF
022889     IF VALOR-ABONO-FERIAS > ZERO
022890        MOVE "ABONO PECUNIARIO + 1/3" TO HOLD-DESCRICAO
022891        MOVE ZERO                    TO HOLD-HORAS
022892        MOVE ZERO                    TO HOLD-VALOR-HORA
022893        MOVE VALOR-ABONO-FERIAS      TO HOLD-PROVENTO
022894        MOVE ZERO                    TO HOLD-DESCONTO
022895        WRITE LINHA-HOLERITE         FROM HOL-DETALHE
022896     END-IF
022897     IF VALOR-SALFAM > ZERO
022898        MOVE "SALARIO FAMILIA"       TO HOLD-DESCRICAO
022899        MOVE ZERO                    TO HOLD-HORAS
022900        MOVE ZERO                    TO HOLD-VALOR-HORA
022901        MOVE VALOR-SALFAM            TO HOLD-PROVENTO
022902        MOVE ZERO                    TO HOLD-DESCONTO
022903        WRITE LINHA-HOLERITE         FROM HOL-DETALHE
022904     END-IF
022905     MOVE "INSS"                     TO HOLD-DESCRICAO
022906     MOVE ZERO                       TO HOLD-HORAS
022910     MOVE ZERO                       TO HOLD-VALOR-HORA
022920     MOVE ZERO                       TO HOLD-PROVENTO
022930     MOVE VALOR-INSS                 TO HOLD-DESCONTO
022950     MOVE "IRRF"                     TO HOLD-DESCRICAO
022960     MOVE VALOR-IRRF                 TO HOLD-DESCONTO
022970     WRITE LINHA-HOLERITE            FROM HOL-DETALHE
022971     PERFORM 2688-IMPRIMIR-PENSAO-HOLERITE
022972         THRU 2688-IMPRIMIR-PENSAO-HOLERITE-EXIT
022973         VARYING TPE-SUB FROM 1 BY 1
022974         UNTIL TPE-SUB > TPE-QTDE
022975     SET NAO-FIM-RUBWK               TO TRUE
022976     MOVE MATRICULA-PESQUISA         TO RWK-MATRICULA
022977     MOVE ZERO                       TO RWK-SEQUENCIA
022978     START RUBWK KEY NOT LESS THAN RWK-CHAVE
022979         INVALID KEY
022980             SET FIM-RUBWK            TO TRUE
022981     END-START
022982     PERFORM 2685-IMPRIMIR-RUBRICA-HOLERITE
022990         THRU 2685-IMPRIMIR-RUBRICA-HOLERITE-EXIT
023010         UNTIL FIM-RUBWK
023011     PERFORM 2687-IMPRIMIR-CONSIG-HOLERITE
023012         THRU 2687-IMPRIMIR-CONSIG-HOLERITE-EXIT
023013         VARYING TCO-SUB FROM 1 BY 1
023014         UNTIL TCO-SUB > TCO-QTDE
023015     IF VALOR-ADIANT-DESCONTO > ZERO
023016        MOVE "ADIANTAMENTO SALARIAL" TO HOLD-DESCRICAO
023017        MOVE ZERO                    TO HOLD-HORAS
023018        MOVE ZERO                    TO HOLD-VALOR-HORA
023019        MOVE ZERO                    TO HOLD-PROVENTO
023020        MOVE VALOR-ADIANT-DESCONTO   TO HOLD-DESCONTO
023021        WRITE LINHA-HOLERITE         FROM HOL-DETALHE
023022     END-IF
023023     COMPUTE TOTAL-DESCONTOS = VALOR-INSS + VALOR-IRRF
023030        + TOTAL-RUBR-DESCONTOS + TOTAL-CONSIG-FUNC
023031        + VALOR-ADIANT-DESCONTO
023032        + TOTAL-PENSAO-FUNC
023040     COMPUTE HOLT-PROVENTOS = SALARIO + TOTAL-RUBR-PROVENTOS
023041        + VALOR-SALFAM
023050     MOVE TOTAL-DESCONTOS            TO HOLT-DESCONTOS
023370     .
023380 2685-IMPRIMIR-RUBRICA-HOLERITE-EXIT.
023390     EXIT.
023391
023392*----------------------------------------------------------------*
023393*                   Anotar a Fracao Paga no Periodo Aquisitivo
023394*                   do FERCTL (Nova ou no Lugar da Reprocessada),
023395*                   Recompor os Dias Gozados e de Abono e Quitar
023396*                   o Periodo Quando o Direito For Consumido
023397*----------------------------------------------------------------*
023398 2690-ATUALIZAR-CONTROLE-FERIAS.
023399
023400     IF FRAC-REPROC = ZERO
023401        COMPUTE FER-QTD-FRACOES = FER-QTD-FRACOES + 1
023402        MOVE FER-QTD-FRACOES         TO FRAC-REPROC
023403     END-IF
023404     MOVE FPG-INICIO-GOZO
023405          TO FER-FRAC-INICIO-GOZO (FRAC-REPROC)
023406     MOVE FPG-DIAS-GOZO
023407          TO FER-FRAC-DIAS-GOZO (FRAC-REPROC)
023408     MOVE FPG-DIAS-ABONO
023409          TO FER-FRAC-DIAS-ABONO (FRAC-REPROC)
023410     MOVE DIAS-DOBRO-FERIAS
023411          TO FER-FRAC-DIAS-DOBRO (FRAC-REPROC)
023412     MOVE COMPETENCIA-FOLHA
023413          TO FER-FRAC-COMP-PAGTO (FRAC-REPROC)
023414     MOVE SALARIO
023415          TO FER-FRAC-BRUTO (FRAC-REPROC)
023416     MOVE VALOR-INSS
023417          TO FER-FRAC-INSS (FRAC-REPROC)
023418     MOVE VALOR-IRRF
023419          TO FER-FRAC-IRRF (FRAC-REPROC)
023420     MOVE SALARIO-LIQUIDO
023421          TO FER-FRAC-LIQUIDO (FRAC-REPROC)
023422     MOVE ZERO                       TO FER-DIAS-GOZADOS
023423     MOVE ZERO                       TO FER-DIAS-ABONO
023424     PERFORM 2695-SOMAR-FRACAO
023425         THRU 2695-SOMAR-FRACAO-EXIT
023426         VARYING FRAC-SUB FROM 1 BY 1
023427         UNTIL FRAC-SUB > FER-QTD-FRACOES
023428     IF FER-DIAS-GOZADOS + FER-DIAS-ABONO NOT < FER-DIAS-DIREITO
023429        SET FER-QUITADO              TO TRUE
023430     ELSE
023431        SET FER-DISPONIVEL           TO TRUE
023432     END-IF
023433     MOVE DATA-EXECUCAO              TO FER-DATA-ULT-PAGTO
023434     REWRITE FERCTL-REGISTRO
023435         INVALID KEY
023436             DISPLAY "ERRO AO ATUALIZAR FERCTL - MATRICULA "
023437                FER-MATRICULA " FILE STATUS " FERCTL-STATUS
023438     END-REWRITE
023439     .
023440 2690-ATUALIZAR-CONTROLE-FERIAS-EXIT.
023441     EXIT.
023442
023443*----------------------------------------------------------------*
023444*                   Somar os Dias de Gozo e de Abono de uma
023445*                   Fracao Anotada no Periodo
023446*----------------------------------------------------------------*
023447 2695-SOMAR-FRACAO.
023448
023449     COMPUTE FER-DIAS-GOZADOS =
023450        FER-DIAS-GOZADOS + FER-FRAC-DIAS-GOZO (FRAC-SUB)
023451     COMPUTE FER-DIAS-ABONO =
023452        FER-DIAS-ABONO + FER-FRAC-DIAS-ABONO (FRAC-SUB)
023453     .
023454 2695-SOMAR-FRACAO-EXIT.
023455     EXIT.
023456
023457*----------------------------------------------------------------*
023458*                   Imprimir Cabecalho de Pagina do Relatorio
023459*----------------------------------------------------------------*
023460 1700-IMPRIMIR-CABECALHO.
023461
023462     ADD 1                           TO NUM-PAGINA
023470     MOVE NUM-PAGINA                 TO REL1-PAGINA
023480     MOVE DATA-EXECUCAO-FMT          TO REL2-DATA
023490     IF NUM-PAGINA > 1
023710             MOVE "999999"            TO CENTRO-CUSTO-FUNC
023711             MOVE ZERO                TO QTD-DEP-IRRF
023712             MOVE ZERO                TO QTD-DEP-SALFAM
023713             MOVE ZERO                TO THF-QTDE
023714             MOVE SPACES              TO CLASSE-FUNC
023715             SET SEM-HISTORICO-FUNCIONAL TO TRUE
023720             GO TO 2100-LOCALIZAR-FUNCIONARIO-EXIT
023730     END-READ
023740     SET FUNCIONARIO-ACHADO          TO TRUE
023770     ELSE
023780        MOVE FUNCMST-CENTRO-CUSTO    TO CENTRO-CUSTO-FUNC
023790     END-IF
023791     MOVE COMPETENCIA-FOLHA          TO COMP-HFU-PESQUISA
023792     PERFORM 2110-APURAR-HISTORICO-FUNCIONAL
023793         THRU 2110-APURAR-HISTORICO-FUNCIONAL-EXIT
023794     IF CC-HISTORICO NOT = SPACES
023795        MOVE CC-HISTORICO            TO CENTRO-CUSTO-FUNC
023796     END-IF
023797     PERFORM 2120-CONTAR-DEPENDENTES
023798         THRU 2120-CONTAR-DEPENDENTES-EXIT
023800     .
023810 2100-LOCALIZAR-FUNCIONARIO-EXIT.
023820     EXIT.
023821*----------------------------------------------------------------*
023822*                   Apurar a Empresa do Grupo do Funcionario na
023823*                   Competencia Pesquisada: a do Cadastro Mestre,
023824*                   Corrigida pelas Transferencias do Historico
023825*                   Funcional - Vale a Empresa Vigente no Ultimo
023826*                   Dia do Mes. Matricula Sem Cadastro Fica com
023827*                   a Empresa 001
023828*----------------------------------------------------------------*
023829 2105-APURAR-EMPRESA.
023830
023831     MOVE 1                          TO EMPRESA-FUNC
023832     MOVE MATRICULA-PESQUISA         TO FUNCMST-MATRICULA
023833     READ FUNCMSTR
023834         INVALID KEY
023835             GO TO 2105-APURAR-EMPRESA-CONFERIR
023836     END-READ
023837     IF FUNCMST-EMPRESA NUMERIC
023838        AND FUNCMST-EMPRESA NOT = ZERO
023839        MOVE FUNCMST-EMPRESA         TO EMPRESA-FUNC
023840     END-IF
023841     COMPUTE DATA-FIM-EMPRESA = (COMP-HFU-PESQUISA * 100) + 31
023842     SET NAO-FIM-HISTFUN             TO TRUE
023843     MOVE MATRICULA-PESQUISA         TO HFU-MATRICULA
023844     MOVE ZERO                       TO HFU-DATA-VIGENCIA
023845     START HISTFUN KEY NOT LESS THAN HFU-CHAVE
023846         INVALID KEY
023847             SET FIM-HISTFUN          TO TRUE
023848     END-START
023849     PERFORM 2107-LER-EMPRESA-HISTFUN
023850         THRU 2107-LER-EMPRESA-HISTFUN-EXIT
023851         UNTIL FIM-HISTFUN
023852     .
023853 2105-APURAR-EMPRESA-CONFERIR.
023854
023855     IF EMPRESA-FUNC = EMPRESA-EXECUCAO
023856        SET FUNC-DA-EMPRESA          TO TRUE
023857     ELSE
023858        SET FUNC-DE-OUTRA-EMPRESA    TO TRUE
023859     END-IF
023860     .
023861 2105-APURAR-EMPRESA-EXIT.
023862     EXIT.
023863
023864*----------------------------------------------------------------*
023865*                   Ler uma Movimentacao do Historico Funcional
023866*                   na Apuracao da Empresa: Transferencia Vigente
023867*                   Ate o Fim do Mes Troca a Empresa; a Primeira
023868*                   Transferencia Posterior Devolve a Empresa
023869*                   Anterior a Ela e Encerra a Leitura
023870*----------------------------------------------------------------*
023871 2107-LER-EMPRESA-HISTFUN.
023872
023873     READ HISTFUN NEXT
023874         AT END
023875             SET FIM-HISTFUN          TO TRUE
023876             GO TO 2107-LER-EMPRESA-HISTFUN-EXIT
023877     END-READ
023878     IF HFU-MATRICULA NOT = MATRICULA-PESQUISA
023879        SET FIM-HISTFUN              TO TRUE
023880        GO TO 2107-LER-EMPRESA-HISTFUN-EXIT
023881     END-IF
023882     IF HFU-EMPRESA NOT NUMERIC
023883        OR HFU-EMPRESA = ZERO
023884        GO TO 2107-LER-EMPRESA-HISTFUN-EXIT
023885     END-IF
023886     IF HFU-DATA-VIGENCIA NOT > DATA-FIM-EMPRESA
023887        MOVE HFU-EMPRESA             TO EMPRESA-FUNC
023888        GO TO 2107-LER-EMPRESA-HISTFUN-EXIT
023889     END-IF
023890     IF HFU-EMPRESA-ANTERIOR NUMERIC
023891        AND HFU-EMPRESA-ANTERIOR NOT = ZERO
023892        MOVE HFU-EMPRESA-ANTERIOR    TO EMPRESA-FUNC
023893     END-IF
023894     SET FIM-HISTFUN                 TO TRUE
023895     .
023896 2107-LER-EMPRESA-HISTFUN-EXIT.
023897     EXIT.
023898
023899*----------------------------------------------------------------*
023900*                   Apurar no Historico Funcional (HISTFUN) as
023901*                   Classes Vigentes na Competencia Pesquisada,
023902*                   com o Dia de Inicio de Cada Uma, e o Centro
023903*                   de Custo Vigente no Ultimo Dia do Mes
023904*----------------------------------------------------------------*
023905 2110-APURAR-HISTORICO-FUNCIONAL.
023906
023907     MOVE ZERO                       TO THF-QTDE
023908     MOVE SPACES                     TO CLASSE-FUNC
023909     MOVE SPACES                     TO CC-HISTORICO
023910     SET SEM-HISTORICO-FUNCIONAL     TO TRUE
023911     COMPUTE ANO-HFU = COMP-HFU-PESQUISA / 100
023912     COMPUTE MES-HFU = COMP-HFU-PESQUISA - (ANO-HFU * 100)
023913     EVALUATE MES-HFU
023914         WHEN 4
023915         WHEN 6
023916         WHEN 9
023917         WHEN 11
023918             MOVE 30                  TO DIAS-MES-HFU
023919         WHEN 2
023920             MOVE 28                  TO DIAS-MES-HFU
023921             DIVIDE ANO-HFU BY 4
023922                    GIVING ZEL-QUOC
023923                    REMAINDER RESTO-4
023924             DIVIDE ANO-HFU BY 100
023925                    GIVING ZEL-QUOC
023926                    REMAINDER RESTO-100
023927             DIVIDE ANO-HFU BY 400
023928                    GIVING ZEL-QUOC
023929                    REMAINDER RESTO-400
023930             IF (RESTO-4 = ZERO AND RESTO-100 NOT = ZERO)
023931                OR RESTO-400 = ZERO
023932                MOVE 29               TO DIAS-MES-HFU
023933             END-IF
023934         WHEN OTHER
023935             MOVE 31                  TO DIAS-MES-HFU
023936     END-EVALUATE
023937     COMPUTE DATA-INICIO-HFU = (COMP-HFU-PESQUISA * 100) + 1
023938     COMPUTE DATA-FIM-HFU =
023939        (COMP-HFU-PESQUISA * 100) + DIAS-MES-HFU
023940     SET NAO-FIM-HISTFUN             TO TRUE
023941     MOVE MATRICULA-PESQUISA         TO HFU-MATRICULA
023942     MOVE ZERO                       TO HFU-DATA-VIGENCIA
023943     START HISTFUN KEY NOT LESS THAN HFU-CHAVE
023944         INVALID KEY
023945             SET FIM-HISTFUN          TO TRUE
023946     END-START
023947     PERFORM 2115-LER-HISTFUN
023948         THRU 2115-LER-HISTFUN-EXIT
023949         UNTIL FIM-HISTFUN
023950     IF THF-QTDE > ZERO
023951        MOVE THF-CLASSE (THF-QTDE)   TO CLASSE-FUNC
023952     END-IF
023953     .
023954 2110-APURAR-HISTORICO-FUNCIONAL-EXIT.
023955     EXIT.
023956
023957*----------------------------------------------------------------*
023958*                   Ler uma Movimentacao do Historico Funcional:
023959*                   a Classe Vigente no Dia 1 Abre a Tabela de
023960*                   Trechos do Mes, a Vigente em Outro Dia Abre
023961*                   um Novo Trecho; Centro de Custo e o Ultimo
023962*                   Informado Ate o Fim do Mes
023963*----------------------------------------------------------------*
023964 2115-LER-HISTFUN.
023965
023966     READ HISTFUN NEXT
023967         AT END
023968             SET FIM-HISTFUN          TO TRUE
023969             GO TO 2115-LER-HISTFUN-EXIT
023970     END-READ
023971     IF HFU-MATRICULA NOT = MATRICULA-PESQUISA
023972        OR HFU-DATA-VIGENCIA > DATA-FIM-HFU
023973        SET FIM-HISTFUN              TO TRUE
023974        GO TO 2115-LER-HISTFUN-EXIT
023975     END-IF
023976     SET COM-HISTORICO-FUNCIONAL     TO TRUE
023977     IF HFU-CENTRO-CUSTO NOT = SPACES
023978        MOVE HFU-CENTRO-CUSTO        TO CC-HISTORICO
023979     END-IF
023980     IF HFU-CLASSE = SPACES
023981        GO TO 2115-LER-HISTFUN-EXIT
023982     END-IF
023983     IF HFU-DATA-VIGENCIA NOT > DATA-INICIO-HFU
023984        MOVE 1                       TO THF-QTDE
023985        MOVE HFU-CLASSE              TO THF-CLASSE (1)
023986        MOVE 1                       TO THF-DIA-INICIO (1)
023987        GO TO 2115-LER-HISTFUN-EXIT
023988     END-IF
023989     DIVIDE HFU-DATA-VIGENCIA BY 100
023990            GIVING QUOC-HFU
023991            REMAINDER DIA-HFU
023992     IF THF-QTDE = ZERO
023993        MOVE 1                       TO THF-QTDE
023994        MOVE 1                       TO THF-DIA-INICIO (1)
023995        IF HFU-ADMISSAO
023996           MOVE HFU-CLASSE           TO THF-CLASSE (1)
023997           GO TO 2115-LER-HISTFUN-EXIT
023998        END-IF
023999        MOVE SPACES                  TO THF-CLASSE (1)
024000     END-IF
024001     IF THF-QTDE = 10
024002        MOVE HFU-CLASSE              TO THF-CLASSE (10)
024003        GO TO 2115-LER-HISTFUN-EXIT
024004     END-IF
024005     COMPUTE THF-QTDE = THF-QTDE + 1
024006     MOVE HFU-CLASSE                 TO THF-CLASSE (THF-QTDE)
024007     MOVE DIA-HFU                    TO THF-DIA-INICIO (THF-QTDE)
024008     .
024009 2115-LER-HISTFUN-EXIT.
024010     EXIT.
024011
024012*----------------------------------------------------------------*
024013*                   Terminar o Programa
024014*----------------------------------------------------------------*
024015 3000-TERMINO.
024016
024017     MOVE CONTFUNC                   TO ROD1-CONTFUNC
024018     MOVE SOMASAL                    TO ROD2-SOMASAL
024019     MOVE SOMA-INSS                  TO ROD3-INSS
024020     MOVE SOMA-IRRF                  TO ROD4-IRRF
024021     MOVE SOMASAL-LIQUIDO            TO ROD5-SOMASAL-LIQUIDO
024022     WRITE LINHA-RELATORIO           FROM REL-LINHA-BRANCO
024023     WRITE LINHA-RELATORIO           FROM REL-RODAPE-1
024024     WRITE LINHA-RELATORIO           FROM REL-RODAPE-2
024025     WRITE LINHA-RELATORIO           FROM REL-RODAPE-3
024026     WRITE LINHA-RELATORIO           FROM REL-RODAPE-4
024027     WRITE LINHA-RELATORIO           FROM REL-RODAPE-5
024028     MOVE SOMA-FGTS                  TO ROD6-FGTS
024029     MOVE SOMA-PATRONAL              TO ROD7-PATRONAL
024030     WRITE LINHA-RELATORIO           FROM REL-RODAPE-6
024031     WRITE LINHA-RELATORIO           FROM REL-RODAPE-7
024032     IF EXECUCAO-NORMAL
024033        MOVE SOMA-ADIANTAMENTO       TO ROD8-ADIANTAMENTO
024034        WRITE LINHA-RELATORIO        FROM REL-RODAPE-8
024035     END-IF
024036     IF EXECUCAO-COM-PENSAO
024037        MOVE SOMA-PENSAO             TO ROD9-PENSAO
024038        WRITE LINHA-RELATORIO        FROM REL-RODAPE-9
024039     END-IF
024040     WRITE LINHA-RELATORIO           FROM REL-LINHA-BRANCO
024041     MOVE 1                          TO FAIXA-IDX
024042     PERFORM 3100-IMPRIMIR-FAIXA THRU 3100-IMPRIMIR-FAIXA-EXIT
024043         VARYING FAIXA-IDX FROM 1 BY 1
024044         UNTIL FAIXA-IDX > 4
024050     MOVE CONTEXC                    TO ROD-EXC-CONTEXC
024051     SET NAO-FIM-RUBWK               TO TRUE
024052     MOVE ZERO                       TO RWK-MATRICULA
024150     WRITE LINHA-EXCECOES            FROM EXC-RODAPE-3
024151     MOVE CONTCONS-EXC               TO ROD-EXC-CONTCONS
024152     WRITE LINHA-EXCECOES            FROM EXC-RODAPE-4
024153     MOVE CONTPEN-EXC                TO ROD-EXC-CONTPEN
024154     WRITE LINHA-EXCECOES            FROM EXC-RODAPE-5
024155     MOVE CONTCLS-EXC                TO ROD-EXC-CONTCLS
024156     WRITE LINHA-EXCECOES            FROM EXC-RODAPE-6
024157     MOVE CONTADT-EXC                TO ROD-EXC-CONTADT
024158     WRITE LINHA-EXCECOES            FROM EXC-RODAPE-7
024160     PERFORM 3200-GRAVAR-CONTABIL
024170         THRU 3200-GRAVAR-CONTABIL-EXIT
024180     PERFORM 3050-VALIDAR-CONTROLE
024190         THRU 3050-VALIDAR-CONTROLE-EXIT
024200     IF RETURN-CODE = ZERO
024201        OR RETURN-CODE = 4
024210        DISPLAY "*---------------------------------------*"
024220        DISPLAY "*          TERMINO NORMAL                *"
024230        DISPLAY "*---------------------------------------*"
024410     CLOSE REMESSA
024420     CLOSE SYSIN-FILE
024430     CLOSE HISTFOL
024431     CLOSE HISTRUB
024432     CLOSE DEPEND
024433     CLOSE CONSIG
024434     CLOSE RUBWK
024440     CLOSE HOLERITE
024450     CLOSE CONTABIL
024451     CLOSE FGTSREM
024460     CLOSE CTRLFOL
024470     CLOSE CTRLLOG
024471     IF EXECUCAO-FERIAS
024472        CLOSE FERCTL
024473        CLOSE FERPRG
024474     END-IF
024475     IF EXECUCAO-NORMAL
024476        OR EXECUCAO-ADIANTAMENTO
024477        CLOSE ADIANT
024478     END-IF
024479     IF EXECUCAO-COM-PENSAO
024480        CLOSE PENSAO
024481        CLOSE PENHIST
024482     END-IF
024483     CLOSE HISTFUN
024484     .
024490
024500*----------------------------------------------------------------*
024510*                   Conferir os Totais Acumulados Contra o
024560 3050-VALIDAR-CONTROLE.
024570
024580     MOVE ZERO                       TO RETURN-CODE
024581     IF CONTFUNC-OUTRAS > ZERO
024582        DISPLAY "REGISTROS DE OUTRAS EMPRESAS IGNORADOS: "
024583           CONTFUNC-OUTRAS
024584     END-IF
024590     IF CONTFUNC = ZERO
024591        AND CONTFUNC-OUTRAS = ZERO
024600        DISPLAY "RC 16 - NENHUM FUNCIONARIO PROCESSADO NO SYSIN"
024610        MOVE 16                      TO RETURN-CODE
024620        GO TO 3050-VALIDAR-CONTROLE-EXIT
024630     END-IF
024631     IF CONTFUNC = ZERO
024632        DISPLAY "RC 04 - NADA A PAGAR PARA A EMPRESA "
024633           EMPRESA-EXECUCAO
024634        MOVE 4                       TO RETURN-CODE
024635     END-IF
024640     IF EXECUCAO-RETROATIVO
024641        OR EXECUCAO-FERIAS
024642        OR EXECUCAO-ADIANTAMENTO
024650        GO TO 3050-VALIDAR-CONTROLE-EXIT
024660     END-IF
024670     IF TRAILER-NAO-ACHADO
024690        MOVE 20                      TO RETURN-CODE
024700        GO TO 3050-VALIDAR-CONTROLE-EXIT
024710     END-IF
024720     IF CONTFUNC + CONTFUNC-OUTRAS NOT = TRAILER-QTD-REGISTROS
024730        DISPLAY "RC 12 - QTDE DE REGISTROS DIVERGE DO TRAILER"
024740        MOVE 12                      TO RETURN-CODE
024750        GO TO 3050-VALIDAR-CONTROLE-EXIT
024760     END-IF
024770     IF SOMA-HORAS-PROCESSADAS + SOMA-HORAS-OUTRAS
024771        NOT = TRAILER-TOTAL-HORAS
024780        DISPLAY "RC 08 - TOTAL DE HORAS DIVERGE DO TRAILER"
024790        MOVE 8                       TO RETURN-CODE
024800     END-IF
025050*                   de Custo (Bruto + Proventos de Rubrica) e
025060*                   Creditos de INSS, IRRF, Descontos de Rubrica
025070*                   e Salarios Liquidos a Pagar. Debitos =
025080*                   Creditos = Totais do Rodape do Relatorio.
025081*                   Na Folha de Adiantamento o Debito por
025082*                   Centro Vai para Adiantamento Salarial e o
025083*                   Unico Credito e o Liquido a Pagar; na Folha
025084*                   Normal o Adiantamento Descontado E Creditado
025085*                   em Compensacao
025090*----------------------------------------------------------------*
025100 3200-GRAVAR-CONTABIL.
025110
025120     MOVE SPACES                     TO CONTAB-REGISTRO
025130     MOVE DATA-EXECUCAO              TO CTB-DATA-LANCAMENTO
025140     MOVE COMPETENCIA-FOLHA          TO CTB-COMPETENCIA
025141     MOVE EMPRESA-EXECUCAO           TO CTB-EMPRESA
025150     PERFORM 3210-GRAVAR-DEBITO-CC
025160         THRU 3210-GRAVAR-DEBITO-CC-EXIT
025170         VARYING TCC-SUB FROM 1 BY 1
025180         UNTIL TCC-SUB > TCC-QTDE
025190     MOVE SPACES                     TO CTB-CENTRO-CUSTO
025191     IF EXECUCAO-ADIANTAMENTO
025192        MOVE "21020101"              TO CTB-CONTA
025193        MOVE "C"                     TO CTB-DEB-CRED
025194        MOVE SOMASAL-LIQUIDO         TO CTB-VALOR
025195        MOVE "SALARIOS LIQUIDOS A PAGAR"
025196             TO CTB-HISTORICO
025197        WRITE CONTAB-REGISTRO
025198        GO TO 3200-GRAVAR-CONTABIL-EXIT
025199     END-IF
025200     MOVE "11020101"                 TO CTB-CONTA
025201     MOVE "D"                        TO CTB-DEB-CRED
025202     MOVE SOMA-SALFAM                TO CTB-VALOR
025203     MOVE "SALARIO FAMILIA A COMPENSAR"
025204          TO CTB-HISTORICO
025205     WRITE CONTAB-REGISTRO
025206     MOVE "51020101"                 TO CTB-CONTA
025207     MOVE SOMA-FGTS                  TO CTB-VALOR
025208     MOVE "DESPESA DE FGTS"          TO CTB-HISTORICO
025209     WRITE CONTAB-REGISTRO
025210     MOVE "51020102"                 TO CTB-CONTA
025211     MOVE SOMA-PATRONAL              TO CTB-VALOR
025212     MOVE "DESPESA DE INSS PATRONAL" TO CTB-HISTORICO
025213     WRITE CONTAB-REGISTRO
025214     MOVE "21010104"                 TO CTB-CONTA
025215     MOVE "C"                        TO CTB-DEB-CRED
025216     MOVE SOMA-FGTS                  TO CTB-VALOR
025217     MOVE "FGTS A RECOLHER"          TO CTB-HISTORICO
025218     WRITE CONTAB-REGISTRO
025219     MOVE "21010105"                 TO CTB-CONTA
025220     MOVE SOMA-PATRONAL              TO CTB-VALOR
025221     MOVE "INSS PATRONAL A RECOLHER" TO CTB-HISTORICO
025222     WRITE CONTAB-REGISTRO
025223     MOVE "21010101"                 TO CTB-CONTA
025224     MOVE "C"                        TO CTB-DEB-CRED
025225     MOVE SOMA-INSS                  TO CTB-VALOR
025230     MOVE "INSS RETIDO A RECOLHER"   TO CTB-HISTORICO
025240     WRITE CONTAB-REGISTRO
025250     MOVE "21010102"                 TO CTB-CONTA
025322     MOVE SOMA-CONSIG                TO CTB-VALOR
025323     MOVE "CONSIGNACOES A REPASSAR"  TO CTB-HISTORICO
025324     WRITE CONTAB-REGISTRO
025325     MOVE "21010107"                 TO CTB-CONTA
025326     MOVE SOMA-PENSAO                TO CTB-VALOR
025327     MOVE "PENSOES ALIMENTICIAS A PAGAR"
025328          TO CTB-HISTORICO
025329     WRITE CONTAB-REGISTRO
025330     MOVE "11020102"                 TO CTB-CONTA
025331     MOVE SOMA-ADIANTAMENTO          TO CTB-VALOR
025332     MOVE "ADIANTAMENTO SALARIAL COMPENSADO"
025333          TO CTB-HISTORICO
025334     WRITE CONTAB-REGISTRO
025335     MOVE "21020101"                 TO CTB-CONTA
025340     MOVE SOMASAL-LIQUIDO            TO CTB-VALOR
025350     MOVE "SALARIOS LIQUIDOS A PAGAR"
025360          TO CTB-HISTORICO
025460 3210-GRAVAR-DEBITO-CC.
025470
025480     MOVE TCC-CENTRO-CUSTO (TCC-SUB) TO CTB-CENTRO-CUSTO
025481     IF EXECUCAO-ADIANTAMENTO
025482        MOVE "11020102"              TO CTB-CONTA
025483        MOVE "ADIANTAMENTO SALARIAL" TO CTB-HISTORICO
025484     ELSE
025485        MOVE "51010101"              TO CTB-CONTA
025486        MOVE "DESPESA DE SALARIOS"   TO CTB-HISTORICO
025487     END-IF
025500     MOVE "D"                        TO CTB-DEB-CRED
025510     MOVE TCC-BRUTO-PROV (TCC-SUB)   TO CTB-VALOR
025530     WRITE CONTAB-REGISTRO
025540     .
025550 3210-GRAVAR-DEBITO-CC-EXIT.
025650
025660     MOVE SPACES                     TO CTRLFOL-REGISTRO
025670     MOVE ZERO                       TO CTRL-QTD-EXECUCOES
025680     MOVE COMPETENCIA-CONTROLE       TO CTRL-COMPETENCIA
025690     MOVE TIPO-FOLHA-CONTROLE        TO CTRL-TIPO-FOLHA
025691     MOVE EMPRESA-EXECUCAO           TO CTRL-EMPRESA
025700     READ CTRLFOL
025710         INVALID KEY
025720             MOVE ZERO                TO CTRL-QTD-EXECUCOES
025730     END-READ
025740     MOVE COMPETENCIA-CONTROLE       TO CTRL-COMPETENCIA
025750     MOVE TIPO-FOLHA-CONTROLE        TO CTRL-TIPO-FOLHA
025751     MOVE EMPRESA-EXECUCAO           TO CTRL-EMPRESA
025760     MOVE "F"                        TO CTRL-SITUACAO
025770     MOVE DATA-EXECUCAO              TO CTRL-DATA-FECHAMENTO
025780     MOVE HORA-EXECUCAO (1:6)        TO CTRL-HORA-FECHAMENTO
025980*----------------------------------------------------------------*
025990 3310-GRAVAR-LOG-EXECUCAO.
026000
026010     MOVE COMPETENCIA-CONTROLE       TO LOG-COMPETENCIA
026020     MOVE TIPO-FOLHA-CONTROLE        TO LOG-TIPO-FOLHA
026030     MOVE DATA-EXECUCAO              TO LOG-DATA
026040     MOVE HORA-EXECUCAO (1:6)        TO LOG-HORA
026060     MOVE CONTFUNC                   TO LOG-CONTFUNC
026070     MOVE SOMASAL-LIQUIDO            TO LOG-LIQUIDO
026080     MOVE USUARIO-REPROCESSO         TO LOG-REPROC-USUARIO
026081     MOVE EMPRESA-EXECUCAO           TO LOG-EMPRESA
026090     WRITE LINHA-CTRLLOG             FROM LOG-EXECUCAO
026100     .
026110 3310-GRAVAR-LOG-EXECUCAO-EXIT.
027100     EXIT.
027110
027120*----------------------------------------------------------------*
027130*                   Carregar da Tabela de Empresas do Grupo
027140*                   (EMPTAB) os Dados da Empresa a Processar:
027150*                   Razao Social dos Cabecalhos, Convenio da
027151*                   Remessa e Percentuais dos Encargos
027152*                   Patronais (FGTS e INSS PATRONAL + RAT +
027153*                   TERCEIROS)
027160*----------------------------------------------------------------*
027170 1640-CARREGAR-EMPRESA.
027180
027190     MOVE ZERO                       TO PERC-FGTS
027200     MOVE ZERO                       TO PERC-PATRONAL-TOTAL
027210     OPEN INPUT EMPTAB
027220     IF EMPTAB-STATUS NOT = "00"
027230        DISPLAY "RC 24 - ERRO AO ABRIR EMPTAB - FILE STATUS "
027240           EMPTAB-STATUS
027250        MOVE 24                      TO RETURN-CODE
027260        SET ERRO-NA-ABERTURA         TO TRUE
027270        GO TO 1640-CARREGAR-EMPRESA-EXIT
027280     END-IF
027281     SET NAO-FIM-EMPTAB              TO TRUE
027282     MOVE ZERO                       TO EMP-CODIGO
027283     PERFORM 1645-LER-EMPTAB
027284         THRU 1645-LER-EMPTAB-EXIT
027285         UNTIL FIM-EMPTAB
027286            OR EMP-CODIGO = EMPRESA-EXECUCAO
027287     CLOSE EMPTAB
027288     IF FIM-EMPTAB
027289        DISPLAY "RC 20 - EMPRESA " EMPRESA-EXECUCAO
027290           " SEM CADASTRO NA EMPTAB"
027291        MOVE 20                      TO RETURN-CODE
027292        SET ERRO-NA-ABERTURA         TO TRUE
027293        GO TO 1640-CARREGAR-EMPRESA-EXIT
027294     END-IF
027295     MOVE EMP-RAZAO-SOCIAL           TO REL1-EMPRESA
027296     MOVE EMP-RAZAO-SOCIAL           TO HOL1-EMPRESA
027297     MOVE EMP-CONVENIO-BANCO         TO CONVENIO-BANCO
027370     MOVE EMP-PERC-FGTS              TO PERC-FGTS
027380     COMPUTE PERC-PATRONAL-TOTAL =
027390        EMP-PERC-INSS-PATRONAL + EMP-PERC-RAT +
027400        EMP-PERC-TERCEIROS
027420     .
027430 1640-CARREGAR-EMPRESA-EXIT.
027440     EXIT.
027441*----------------------------------------------------------------*
027442*                   Ler um Registro da Tabela de Empresas
027443*----------------------------------------------------------------*
027444 1645-LER-EMPTAB.
027445
027446     READ EMPTAB
027447         AT END
027448             SET FIM-EMPTAB           TO TRUE
027449     END-READ
027450     .
027451 1645-LER-EMPTAB-EXIT.
027452     EXIT.
027453
027460*----------------------------------------------------------------*
027461*                   Calcular os Encargos Patronais do
027462*                   Funcionario (FGTS Sobre o Bruto e INSS
027463*                   Patronal com RAT e Terceiros, Fora o Abono
027464*                   Pecuniario de Ferias), Acumular os
027465*                   Totais e Gravar o Registro da Guia de FGTS
027510*----------------------------------------------------------------*
027520 2440-CALCULAR-ENCARGOS.
027530
027540     COMPUTE VALOR-FGTS ROUNDED =
027541        (SALARIO - VALOR-ABONO-FERIAS) * PERC-FGTS / 100
027560     COMPUTE VALOR-PATRONAL ROUNDED =
027561        (SALARIO - VALOR-ABONO-FERIAS) * PERC-PATRONAL-TOTAL
027562        / 100
027580     COMPUTE SOMA-FGTS = SOMA-FGTS + VALOR-FGTS
027590     COMPUTE SOMA-PATRONAL = SOMA-PATRONAL + VALOR-PATRONAL
027600     MOVE SPACES                     TO FGTSREM-REGISTRO
027660        MOVE MATRICULA-PESQUISA      TO FGR-MATRICULA
027670        MOVE "*** NAO CADASTRADO ***" TO FGR-NOME
027680     END-IF
027681     COMPUTE FGR-SALARIO-BRUTO = SALARIO - VALOR-ABONO-FERIAS
027700     MOVE VALOR-FGTS                 TO FGR-VALOR-FGTS
027701     MOVE EMPRESA-EXECUCAO           TO FGR-EMPRESA
027710     WRITE FGTSREM-REGISTRO
027720     .
027730 2440-CALCULAR-ENCARGOS-EXIT.
028846 2495-REAPURAR-UM-CONSIGNADO-EXIT.
028847     EXIT.
028848
028849*----------------------------------------------------------------*
028850*                   Descontar do Liquido da Folha Normal o
028851*                   Adiantamento Quinzenal Pago na Competencia
028852*                   (ADIANT), Limitado ao Liquido Apurado, e
028853*                   Marcar o Registro como Descontado - um
028854*                   RESTART ou Reprocesso Desconta o Mesmo
028855*                   Valor de Novo, Nunca em Dobro; Desconto
028856*                   Parcial Sai no Relatorio de Excecoes
028857*----------------------------------------------------------------*
028858 2480-DESCONTAR-ADIANTAMENTO.
028859
028860     MOVE ZERO                       TO VALOR-ADIANT-DESCONTO
028861     IF NOT EXECUCAO-NORMAL
028862        GO TO 2480-DESCONTAR-ADIANTAMENTO-EXIT
028863     END-IF
028864     MOVE MATRICULA-PESQUISA         TO ADT-MATRICULA
028865     MOVE COMPETENCIA-FOLHA          TO ADT-COMPETENCIA
028866     READ ADIANT
028867         INVALID KEY
028868             GO TO 2480-DESCONTAR-ADIANTAMENTO-EXIT
028869     END-READ
028870     IF ADT-VALOR > SALARIO-LIQUIDO
028871        MOVE SALARIO-LIQUIDO         TO VALOR-ADIANT-DESCONTO
028872     ELSE
028873        MOVE ADT-VALOR               TO VALOR-ADIANT-DESCONTO
028874     END-IF
028875     COMPUTE SALARIO-LIQUIDO =
028876        SALARIO-LIQUIDO - VALOR-ADIANT-DESCONTO
028877     COMPUTE SOMA-ADIANTAMENTO =
028878        SOMA-ADIANTAMENTO + VALOR-ADIANT-DESCONTO
028879     MOVE "D"                        TO ADT-SITUACAO
028880     MOVE VALOR-ADIANT-DESCONTO      TO ADT-VALOR-DESCONTADO
028881     MOVE DATA-EXECUCAO              TO ADT-DATA-DESCONTO
028882     REWRITE ADIANT-REGISTRO
028883         INVALID KEY
028884             DISPLAY "ERRO AO ATUALIZAR ADIANT - MATRICULA "
028885                ADT-MATRICULA " FILE STATUS " ADIANT-STATUS
028886             MOVE SPACES              TO EXC-DETALHE
028887             MOVE MATRICULA-PESQUISA  TO EXCD-MATRICULA
028888             MOVE ZERO                TO EXCD-HORAS-INFORMADAS
028889             MOVE "ADIANTAMENTO DESCONTADO SEM BAIXA"
028890                  TO EXCD-MOTIVO
028891             WRITE LINHA-EXCECOES     FROM EXC-DETALHE
028892             COMPUTE CONTADT-EXC = CONTADT-EXC + 1
028893     END-REWRITE
028894     IF VALOR-ADIANT-DESCONTO < ADT-VALOR
028895        MOVE SPACES                  TO EXC-DETALHE
028896        MOVE MATRICULA-PESQUISA      TO EXCD-MATRICULA
028897        MOVE ZERO                    TO EXCD-HORAS-INFORMADAS
028898        MOVE "ADIANTAMENTO DESCONTADO PARCIALMENTE"
028899             TO EXCD-MOTIVO
028900        WRITE LINHA-EXCECOES         FROM EXC-DETALHE
028901        COMPUTE CONTADT-EXC = CONTADT-EXC + 1
028902     END-IF
028903     .
028904 2480-DESCONTAR-ADIANTAMENTO-EXIT.
028905     EXIT.
028906
028907*----------------------------------------------------------------*
028908*                   Reapurar no RESTART o Adiantamento Ja
028909*                   Descontado do Funcionario, So para o
028910*                   Liquido da Linha Reimpressa
028911*----------------------------------------------------------------*
028912 2487-REAPURAR-ADIANTAMENTO.
028913
028914     MOVE ZERO                       TO VALOR-ADIANT-DESCONTO
028915     IF NOT EXECUCAO-NORMAL
028916        GO TO 2487-REAPURAR-ADIANTAMENTO-EXIT
028917     END-IF
028918     MOVE MATRICULA-PESQUISA         TO ADT-MATRICULA
028919     MOVE COMPETENCIA-FOLHA          TO ADT-COMPETENCIA
028920     READ ADIANT
028921         INVALID KEY
028922             GO TO 2487-REAPURAR-ADIANTAMENTO-EXIT
028923     END-READ
028924     IF NOT ADT-DESCONTADO
028925        OR ADT-VALOR-DESCONTADO > SALARIO-LIQUIDO
028926        GO TO 2487-REAPURAR-ADIANTAMENTO-EXIT
028927     END-IF
028928     MOVE ADT-VALOR-DESCONTADO       TO VALOR-ADIANT-DESCONTO
028929     COMPUTE SALARIO-LIQUIDO =
028930        SALARIO-LIQUIDO - VALOR-ADIANT-DESCONTO
028931     .
028932 2487-REAPURAR-ADIANTAMENTO-EXIT.
028933     EXIT.
028934
028935*----------------------------------------------------------------*
028936*                   Apurar as Pensoes Alimenticias Vigentes do
028937*                   Funcionario (PENSAO) que Incidem no Tipo de
028938*                   Folha: Carregar a Tabela de Processos,
028939*                   Calcular o Valor de Cada Um pela Base da
028940*                   Sentenca e Somar a Deducao da Base do IRRF
028941*                   dos Processos que a Permitem
028942*----------------------------------------------------------------*
028943 2410-APURAR-PENSOES.
028944
028945     MOVE ZERO                       TO TPE-QTDE
028946     MOVE ZERO                       TO DEDUCAO-PENSAO-IRRF
028947     MOVE ZERO                       TO TOTAL-PENSAO-FUNC
028948     IF NOT EXECUCAO-COM-PENSAO
028949        GO TO 2410-APURAR-PENSOES-EXIT
028950     END-IF
028951     SET PENSAO-SEM-LIQUIDO          TO TRUE
028952     SET NAO-FIM-PENSAO              TO TRUE
028953     MOVE MATRICULA-PESQUISA         TO PEN-MATRICULA
028954     MOVE LOW-VALUES                 TO PEN-PROCESSO
028955     START PENSAO KEY NOT LESS THAN PEN-CHAVE
028956         INVALID KEY
028957             SET FIM-PENSAO           TO TRUE
028958     END-START
028959     PERFORM 2412-CARREGAR-PENSAO
028960         THRU 2412-CARREGAR-PENSAO-EXIT
028961         UNTIL FIM-PENSAO
028962     IF TPE-QTDE = ZERO
028963        GO TO 2410-APURAR-PENSOES-EXIT
028964     END-IF
028965     MOVE ZERO                       TO BASE-PENSAO-LIQUIDO
028966     IF PENSAO-SOBRE-LIQUIDO
028967        PERFORM 2400-CALCULAR-IRRF
028968            THRU 2400-CALCULAR-IRRF-EXIT
028969        IF SALARIO > VALOR-INSS + VALOR-IRRF
028970           COMPUTE BASE-PENSAO-LIQUIDO =
028971              SALARIO - VALOR-INSS - VALOR-IRRF
028972        END-IF
028973     END-IF
028974     PERFORM 2414-CALCULAR-PENSAO
028975         THRU 2414-CALCULAR-PENSAO-EXIT
028976         VARYING TPE-SUB FROM 1 BY 1
028977         UNTIL TPE-SUB > TPE-QTDE
028978     .
028979 2410-APURAR-PENSOES-EXIT.
028980     EXIT.
028981
028982*----------------------------------------------------------------*
028983*                   Ler o Proximo Processo de Pensao do
028984*                   Funcionario e Carrega-lo na Tabela Quando
028985*                   Vigente na Competencia e Incidente no Tipo
028986*                   de Folha em Execucao
028987*----------------------------------------------------------------*
028988 2412-CARREGAR-PENSAO.
028989
028990     READ PENSAO NEXT
028991         AT END
028992             SET FIM-PENSAO           TO TRUE
028993             GO TO 2412-CARREGAR-PENSAO-EXIT
028994     END-READ
028995     IF PEN-MATRICULA NOT = MATRICULA-PESQUISA
028996        SET FIM-PENSAO               TO TRUE
028997        GO TO 2412-CARREGAR-PENSAO-EXIT
028998     END-IF
028999     IF PEN-COMP-INICIO > COMPETENCIA-FOLHA
029000        GO TO 2412-CARREGAR-PENSAO-EXIT
029001     END-IF
029002     IF PEN-COMP-FIM NOT = ZERO
029003        AND PEN-COMP-FIM < COMPETENCIA-FOLHA
029004        GO TO 2412-CARREGAR-PENSAO-EXIT
029005     END-IF
029006     IF EXECUCAO-DECIMO
029007        AND NOT PEN-SOBRE-DECIMO
029008        GO TO 2412-CARREGAR-PENSAO-EXIT
029009     END-IF
029010     IF EXECUCAO-FERIAS
029011        AND NOT PEN-SOBRE-FERIAS
029012        GO TO 2412-CARREGAR-PENSAO-EXIT
029013     END-IF
029014     IF TPE-QTDE = 10
029015        MOVE SPACES                  TO EXC-DETALHE
029016        MOVE MATRICULA-PESQUISA      TO EXCD-MATRICULA
029017        MOVE ZERO                    TO EXCD-HORAS-INFORMADAS
029018        MOVE "MAIS DE 10 PENSOES - PROCESSO IGNORADO"
029019             TO EXCD-MOTIVO
029020        WRITE LINHA-EXCECOES         FROM EXC-DETALHE
029021        COMPUTE CONTPEN-EXC = CONTPEN-EXC + 1
029022        GO TO 2412-CARREGAR-PENSAO-EXIT
029023     END-IF
029024     COMPUTE TPE-QTDE = TPE-QTDE + 1
029025     MOVE PEN-PROCESSO               TO TPE-PROCESSO (TPE-QTDE)
029026     MOVE PEN-BENEF-NOME             TO TPE-BENEF-NOME (TPE-QTDE)
029027     MOVE PEN-BENEF-CPF              TO TPE-BENEF-CPF (TPE-QTDE)
029028     MOVE PEN-BANCO                  TO TPE-BANCO (TPE-QTDE)
029029     MOVE PEN-AGENCIA                TO TPE-AGENCIA (TPE-QTDE)
029030     MOVE PEN-CONTA                  TO TPE-CONTA (TPE-QTDE)
029031     MOVE PEN-CONTA-DV               TO TPE-CONTA-DV (TPE-QTDE)
029032     MOVE PEN-TIPO-CONTA             TO TPE-TIPO-CONTA (TPE-QTDE)
029033     MOVE PEN-BASE                   TO TPE-BASE (TPE-QTDE)
029034     MOVE PEN-PERCENTUAL             TO TPE-PERCENTUAL (TPE-QTDE)
029035     MOVE PEN-VALOR-FIXO             TO TPE-VALOR-FIXO (TPE-QTDE)
029036     MOVE PEN-DEDUZ-IRRF             TO TPE-DEDUZ-IRRF (TPE-QTDE)
029037     MOVE ZERO                       TO TPE-VALOR-BASE (TPE-QTDE)
029038     MOVE ZERO                  TO TPE-VALOR-CALCULADO (TPE-QTDE)
029039     MOVE ZERO                  TO TPE-VALOR-RETIDO (TPE-QTDE)
029040     IF PEN-BASE-LIQUIDO
029041        SET PENSAO-SOBRE-LIQUIDO     TO TRUE
029042     END-IF
029043     .
029044 2412-CARREGAR-PENSAO-EXIT.
029045     EXIT.
029046
029047*----------------------------------------------------------------*
029048*                   Calcular o Valor de um Processo de Pensao:
029049*                   Percentual do Bruto, Percentual do Liquido
029050*                   Sem a Pensao ou Valor Fixo da Sentenca
029051*----------------------------------------------------------------*
029052 2414-CALCULAR-PENSAO.
029053
029054     EVALUATE TPE-BASE (TPE-SUB)
029055         WHEN "B"
029056            MOVE SALARIO             TO TPE-VALOR-BASE (TPE-SUB)
029057         WHEN "L"
029058            MOVE BASE-PENSAO-LIQUIDO TO TPE-VALOR-BASE (TPE-SUB)
029059         WHEN OTHER
029060            MOVE ZERO                TO TPE-VALOR-BASE (TPE-SUB)
029061     END-EVALUATE
029062     IF TPE-BASE (TPE-SUB) = "F"
029063        MOVE TPE-VALOR-FIXO (TPE-SUB)
029064             TO TPE-VALOR-CALCULADO (TPE-SUB)
029065     ELSE
029066        COMPUTE TPE-VALOR-CALCULADO (TPE-SUB) ROUNDED =
029067           TPE-VALOR-BASE (TPE-SUB) * TPE-PERCENTUAL (TPE-SUB)
029068           / 100
029069     END-IF
029070     IF TPE-DEDUZ-IRRF (TPE-SUB) = "S"
029071        COMPUTE DEDUCAO-PENSAO-IRRF =
029072           DEDUCAO-PENSAO-IRRF + TPE-VALOR-CALCULADO (TPE-SUB)
029073     END-IF
029074     .
029075 2414-CALCULAR-PENSAO-EXIT.
029076     EXIT.
029077
029078*----------------------------------------------------------------*
029079*                   Descontar do Liquido as Pensoes Apuradas,
029080*                   na Ordem dos Processos, Cada Uma Limitada
029081*                   ao Liquido Ainda Disponivel
029082*----------------------------------------------------------------*
029083 2415-DESCONTAR-PENSOES.
029084
029085     MOVE ZERO                       TO TOTAL-PENSAO-FUNC
029086     PERFORM 2416-DESCONTAR-UMA-PENSAO
029087         THRU 2416-DESCONTAR-UMA-PENSAO-EXIT
029088         VARYING TPE-SUB FROM 1 BY 1
029089         UNTIL TPE-SUB > TPE-QTDE
029090     .
029091 2415-DESCONTAR-PENSOES-EXIT.
029092     EXIT.
029093
029094*----------------------------------------------------------------*
029095*                   Descontar um Processo de Pensao do Liquido
029096*----------------------------------------------------------------*
029097 2416-DESCONTAR-UMA-PENSAO.
029098
029099     IF TPE-VALOR-CALCULADO (TPE-SUB) > SALARIO-LIQUIDO
029100        MOVE SALARIO-LIQUIDO         TO TPE-VALOR-RETIDO (TPE-SUB)
029101     ELSE
029102        MOVE TPE-VALOR-CALCULADO (TPE-SUB)
029103             TO TPE-VALOR-RETIDO (TPE-SUB)
029104     END-IF
029105     COMPUTE SALARIO-LIQUIDO =
029106        SALARIO-LIQUIDO - TPE-VALOR-RETIDO (TPE-SUB)
029107     COMPUTE TOTAL-PENSAO-FUNC =
029108        TOTAL-PENSAO-FUNC + TPE-VALOR-RETIDO (TPE-SUB)
029109     .
029110 2416-DESCONTAR-UMA-PENSAO-EXIT.
029111     EXIT.
029112
029113*----------------------------------------------------------------*
029114*                   Imprimir a Linha de um Desconto Consignado
029115*                   Aplicado no Holerite do Funcionario
029116*----------------------------------------------------------------*
029117 2687-IMPRIMIR-CONSIG-HOLERITE.
029118
029119     MOVE TCO-DESCRICAO (TCO-SUB) (1:25)
029120                                     TO HOLD-DESCRICAO
029121     MOVE ZERO                       TO HOLD-HORAS
029122     MOVE ZERO                       TO HOLD-VALOR-HORA
029123     MOVE ZERO                       TO HOLD-PROVENTO
029124     MOVE TCO-VALOR (TCO-SUB)        TO HOLD-DESCONTO
029125     WRITE LINHA-HOLERITE            FROM HOL-DETALHE
029126     .
029127 2687-IMPRIMIR-CONSIG-HOLERITE-EXIT.
029128     EXIT.
029129
029130*----------------------------------------------------------------*
029131*                   Imprimir a Linha de um Desconto de Pensao
029132*                   Alimenticia no Holerite do Funcionario
029133*----------------------------------------------------------------*
029134 2688-IMPRIMIR-PENSAO-HOLERITE.
029135
029136     IF TPE-VALOR-RETIDO (TPE-SUB) = ZERO
029137        GO TO 2688-IMPRIMIR-PENSAO-HOLERITE-EXIT
029138     END-IF
029139     MOVE "PENSAO ALIMENTICIA"       TO HOLD-DESCRICAO
029140     MOVE ZERO                       TO HOLD-HORAS
029141     MOVE ZERO                       TO HOLD-VALOR-HORA
029142     MOVE ZERO                       TO HOLD-PROVENTO
029143     MOVE TPE-VALOR-RETIDO (TPE-SUB) TO HOLD-DESCONTO
029144     WRITE LINHA-HOLERITE            FROM HOL-DETALHE
029145     .
029146 2688-IMPRIMIR-PENSAO-HOLERITE-EXIT.
029147     EXIT.
029148
029149*----------------------------------------------------------------*
029150*                   Registrar as Pensoes Descontadas do
029151*                   Funcionario: Credito ao Beneficiario na
029152*                   REMESSA, Historico por Processo (PENHIST)
029153*                   e Excecao Quando o Liquido Nao Comportou o
029154*                   Valor da Sentenca
029155*----------------------------------------------------------------*
029156 2640-REGISTRAR-PENSOES.
029157
029158     PERFORM 2645-REGISTRAR-UMA-PENSAO
029159         THRU 2645-REGISTRAR-UMA-PENSAO-EXIT
029160         VARYING TPE-SUB FROM 1 BY 1
029161         UNTIL TPE-SUB > TPE-QTDE
029162     COMPUTE SOMA-PENSAO = SOMA-PENSAO + TOTAL-PENSAO-FUNC
029163     .
029164 2640-REGISTRAR-PENSOES-EXIT.
029165     EXIT.
029166
029167*----------------------------------------------------------------*
029168*                   Registrar um Processo de Pensao - um
029169*                   RESTART ou Reprocesso Regrava o Mesmo
029170*                   Registro do PENHIST
029171*----------------------------------------------------------------*
029172 2645-REGISTRAR-UMA-PENSAO.
029173
029174     IF TPE-VALOR-RETIDO (TPE-SUB) > ZERO
029175        MOVE SPACES                  TO REGISTRO-REMESSA
029176        MOVE "1"                     TO REM-TIPO-REGISTRO
029177        MOVE MATRICULA-PESQUISA      TO REM-MATRICULA
029178        MOVE TPE-BENEF-NOME (TPE-SUB) TO REM-NOME
029179        MOVE TPE-BANCO (TPE-SUB)     TO REM-BANCO
029180        MOVE TPE-AGENCIA (TPE-SUB)   TO REM-AGENCIA
029181        MOVE TPE-CONTA (TPE-SUB)     TO REM-CONTA
029182        MOVE TPE-CONTA-DV (TPE-SUB)  TO REM-CONTA-DV
029183        MOVE TPE-TIPO-CONTA (TPE-SUB) TO REM-TIPO-CONTA
029184        MOVE TPE-VALOR-RETIDO (TPE-SUB) TO REM-VALOR-LIQUIDO
029185        MOVE DATA-CREDITO            TO REM-DATA-CREDITO
029186        MOVE ZERO                    TO REM-COMPETENCIA-ORIG
029187        MOVE "P"                     TO REM-TIPO-CREDITO
029188        MOVE TPE-PROCESSO (TPE-SUB)  TO REM-PROCESSO
029189        WRITE REGISTRO-REMESSA
029190        COMPUTE QTD-REMESSA = QTD-REMESSA + 1
029191        COMPUTE VAL-REMESSA =
029192           VAL-REMESSA + TPE-VALOR-RETIDO (TPE-SUB)
029193     END-IF
029194     MOVE SPACES                     TO PENHIST-REGISTRO
029195     MOVE MATRICULA-PESQUISA         TO PHI-MATRICULA
029196     MOVE TPE-PROCESSO (TPE-SUB)     TO PHI-PROCESSO
029197     MOVE COMPETENCIA-FOLHA          TO PHI-COMP-PAGTO
029198     MOVE SW-TIPO-EXECUCAO           TO PHI-TIPO-FOLHA
029199     IF EXECUCAO-FERIAS
029200        MOVE FPG-INICIO-GOZO         TO PHI-REFERENCIA
029201     ELSE
029202        MOVE ZERO                    TO PHI-REFERENCIA
029203     END-IF
029204     MOVE COMPETENCIA-HISTORICO      TO PHI-COMPETENCIA
029205     MOVE TPE-BENEF-NOME (TPE-SUB)   TO PHI-BENEF-NOME
029206     MOVE TPE-BENEF-CPF (TPE-SUB)    TO PHI-BENEF-CPF
029207     MOVE TPE-BASE (TPE-SUB)         TO PHI-BASE
029208     MOVE TPE-PERCENTUAL (TPE-SUB)   TO PHI-PERCENTUAL
029209     MOVE TPE-VALOR-BASE (TPE-SUB)   TO PHI-VALOR-BASE
029210     MOVE TPE-VALOR-CALCULADO (TPE-SUB)
029211          TO PHI-VALOR-CALCULADO
029212     MOVE TPE-VALOR-RETIDO (TPE-SUB) TO PHI-VALOR-RETIDO
029213     MOVE TPE-DEDUZ-IRRF (TPE-SUB)   TO PHI-DEDUZ-IRRF
029214     MOVE TPE-BANCO (TPE-SUB)        TO PHI-BANCO
029215     MOVE TPE-AGENCIA (TPE-SUB)      TO PHI-AGENCIA
029216     MOVE TPE-CONTA (TPE-SUB)        TO PHI-CONTA
029217     MOVE TPE-CONTA-DV (TPE-SUB)     TO PHI-CONTA-DV
029218     MOVE DATA-EXECUCAO              TO PHI-DATA-CALCULO
029219     WRITE PENHIST-REGISTRO
029220         INVALID KEY
029221             REWRITE PENHIST-REGISTRO
029235             END-REWRITE
029236     END-WRITE
029237     IF PENHIST-STATUS NOT = "00"
029238        DISPLAY "ERRO AO GRAVAR PENHIST - MATRICULA "
029239           PHI-MATRICULA " PROCESSO " PHI-PROCESSO
029240           " FILE STATUS " PENHIST-STATUS
029241        MOVE SPACES                  TO EXC-DETALHE
029242        MOVE MATRICULA-PESQUISA      TO EXCD-MATRICULA
029243        MOVE ZERO                    TO EXCD-HORAS-INFORMADAS
029244        MOVE "PENSAO SEM REGISTRO NO PENHIST"
029245             TO EXCD-MOTIVO
029246        WRITE LINHA-EXCECOES         FROM EXC-DETALHE
029247        COMPUTE CONTPEN-EXC = CONTPEN-EXC + 1
029248     END-IF
029249     IF TPE-VALOR-RETIDO (TPE-SUB) < TPE-VALOR-CALCULADO (TPE-SUB)
029250        MOVE SPACES                  TO EXC-DETALHE
029251        MOVE MATRICULA-PESQUISA      TO EXCD-MATRICULA
029252        MOVE ZERO                    TO EXCD-HORAS-INFORMADAS
029253        MOVE "PENSAO LIMITADA AO LIQUIDO DISPONIVEL"
029254             TO EXCD-MOTIVO
029255        WRITE LINHA-EXCECOES         FROM EXC-DETALHE
029256        COMPUTE CONTPEN-EXC = CONTPEN-EXC + 1
029257     END-IF
029258     .
029259 2645-REGISTRAR-UMA-PENSAO-EXIT.
029260     EXIT.
029261
029262*----------------------------------------------------------------*
029263*                   Validar o Calendario de Folha da Competencia
029264*                   (Folha Normal e Adiantamento): Competencia
029265*                   Sem Calendario, Execucao Normal Apos a Data
029266*                   de Corte ou Adiantamento Sem Data/Percentual
029267*                   Encerra o Job com RC=32; em Seguida, Apurar
029268*                   a Data de Credito da Remessa
029269*----------------------------------------------------------------*
029270 1070-VALIDAR-CALENDARIO.
029271
029272     MOVE ZERO                       TO DATA-CREDITO
029273     IF NOT EXECUCAO-NORMAL
029274        AND NOT EXECUCAO-ADIANTAMENTO
029275        GO TO 1070-VALIDAR-CALENDARIO-EXIT
029276     END-IF
029277     OPEN INPUT CALFOL
029278     IF CALFOL-STATUS NOT = "00"
029279        DISPLAY "RC 24 - ERRO AO ABRIR CALFOL - FILE STATUS "
029280           CALFOL-STATUS
029281        MOVE 24                      TO RETURN-CODE
029282        SET ERRO-NA-ABERTURA         TO TRUE
029283        GO TO 1070-VALIDAR-CALENDARIO-EXIT
029284     END-IF
029285     MOVE COMPETENCIA-FOLHA          TO CAL-COMPETENCIA
029286     READ CALFOL
029287         INVALID KEY
029288             DISPLAY "RC 32 - COMPETENCIA " COMPETENCIA-FOLHA
029289                " SEM CALENDARIO DE FOLHA (CALFOL)"
029290             MOVE 32                  TO RETURN-CODE
029291             SET ERRO-NA-ABERTURA     TO TRUE
029292             CLOSE CALFOL
029293             PERFORM 3310-GRAVAR-LOG-EXECUCAO
029294                 THRU 3310-GRAVAR-LOG-EXECUCAO-EXIT
029295             GO TO 1070-VALIDAR-CALENDARIO-EXIT
029296     END-READ
029297     CLOSE CALFOL
029298     IF EXECUCAO-ADIANTAMENTO
029299        IF CAL-DATA-ADIANTAMENTO NOT NUMERIC
029300           OR CAL-DATA-ADIANTAMENTO = ZERO
029301           OR CAL-PERC-ADIANTAMENTO NOT NUMERIC
029302           OR CAL-PERC-ADIANTAMENTO = ZERO
029303           DISPLAY "RC 32 - COMPETENCIA " COMPETENCIA-FOLHA
029304              " SEM DATA/PERCENTUAL DE ADIANTAMENTO NO CALFOL"
029305           MOVE 32                   TO RETURN-CODE
029306           SET ERRO-NA-ABERTURA      TO TRUE
029307           PERFORM 3310-GRAVAR-LOG-EXECUCAO
029308               THRU 3310-GRAVAR-LOG-EXECUCAO-EXIT
029309           GO TO 1070-VALIDAR-CALENDARIO-EXIT
029310        END-IF
029311        MOVE CAL-PERC-ADIANTAMENTO   TO PERC-ADIANTAMENTO
029312        IF CAL-DIA-CORTE-ADIANT NUMERIC
029313           AND CAL-DIA-CORTE-ADIANT > ZERO
029314           COMPUTE DATA-CORTE-ADIANT =
029315              (COMPETENCIA-FOLHA * 100) + CAL-DIA-CORTE-ADIANT
029316        ELSE
029317           COMPUTE DATA-CORTE-ADIANT =
029318              (COMPETENCIA-FOLHA * 100) + 15
029319        END-IF
029320     END-IF
029321*    NA RETOMADA (RESTART) A EXECUCAO ORIGINAL JA PASSOU PELO
029322*    CORTE - CONFERIR DE NOVO IMPEDIRIA RECUPERAR UM ABEND DA
029323*    NOITE DO CORTE NA MANHA SEGUINTE
029324     IF MODO-NORMAL
029325        AND EXECUCAO-NORMAL
029326        AND DATA-EXECUCAO > CAL-DATA-CORTE
029327        DISPLAY "RC 32 - EXECUCAO APOS A DATA DE CORTE "
029328           CAL-DATA-CORTE " DO CALENDARIO DE FOLHA"
029329        MOVE 32                      TO RETURN-CODE
029330        SET ERRO-NA-ABERTURA         TO TRUE
029340        PERFORM 3310-GRAVAR-LOG-EXECUCAO
029350            THRU 3310-GRAVAR-LOG-EXECUCAO-EXIT
029990*----------------------------------------------------------------*
030000 1080-CALCULAR-DATA-CREDITO.
030010
030011     IF EXECUCAO-ADIANTAMENTO
030012        MOVE CAL-DATA-ADIANTAMENTO   TO DATA-CREDITO
030013     ELSE
030014        MOVE CAL-DATA-PAGAMENTO      TO DATA-CREDITO
030015     END-IF
030030     MOVE ZERO                       TO CONT-ROLAGENS
030040     SET DIA-NAO-UTIL                TO TRUE
030050     PERFORM 1082-ROLAR-DIA-NAO-UTIL
