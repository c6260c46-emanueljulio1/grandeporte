000150*           (REENVIO), NO LAYOUT PROPRIO DO REENVIO (COPY
000151*           REENV), COM A COMPETENCIA DE ORIGEM DO PAGAMENTO
000152*           E O MOTIVO DA REJEICAO, PARA O CICLO DE
000153*           REAPRESENTACAO DO FOLHAREE - INCLUSIVE O TIPO
000154*           DO CREDITO E O PROCESSO, PARA QUE A PENSAO
000155*           REJEITADA VOLTE AO BENEFICIARIO E NAO AO
000156*           FUNCIONARIO. O JOB TERMINA COM
000160*           RETURN-CODE DIFERENTE DE ZERO QUANDO HOUVE
000170*           QUALQUER REJEICAO OU PENDENCIA.
000180*----------------------------------------------------------------*
000253*                   REJEICAO SOME NO MESMO REGISTRO DO
000254*                   CONTROLE DE TENTATIVAS (RETRYCTL) EM VEZ
000255*                   DE ABRIR UM CONTROLE NOVO A CADA CICLO.
000256* 04.03.2024 EJ     A REMESSA PASSA A TER MAIS DE UM DETALHE
000257*                   POR MATRICULA (CREDITO DA PENSAO
000258*                   ALIMENTICIA AO BENEFICIARIO): O RETORNO E
000259*                   CASADO PRIMEIRO PELA MATRICULA E PELO
000260*                   VALOR PAGO, E SO DEPOIS PELA MATRICULA.
000261* 15.04.2024 EJ     O REENVIO CARREGA O TIPO DO CREDITO E O
000262*                   PROCESSO DA PENSAO VINDOS DO DETALHE DA
000263*                   REMESSA: A PENSAO REJEITADA E REAPRESENTADA
000264*                   AO BENEFICIARIO PELO FOLHAREE.
000265*----------------------------------------------------------------*
000266
000267*----------------------------------------------------------------*
000270 IDENTIFICATION                      DIVISION.
000280*----------------------------------------------------------------*
000290 PROGRAM-ID.                         BANCRET.
000854         10  TRE-CONTA-DV            PIC X(01).
000855         10  TRE-TIPO-CONTA          PIC X(01).
000856         10  TRE-COMPETENCIA         PIC 9(06).
000857         10  TRE-TIPO-CREDITO        PIC X(01).
000858         10  TRE-PROCESSO            PIC X(20).
000860         10  TRE-VALOR               PIC 9(11)V99.
000870         10  TRE-SITUACAO            PIC X(01).
000880
002323     END-IF
002324     MOVE REM-VALOR-LIQUIDO
002330                          TO TRE-VALOR (TRE-QTDE)
002331     IF REM-CREDITO-PENSAO
002332        MOVE "P"          TO TRE-TIPO-CREDITO (TRE-QTDE)
002333     ELSE
002334        MOVE "S"          TO TRE-TIPO-CREDITO (TRE-QTDE)
002335     END-IF
002336     MOVE REM-PROCESSO    TO TRE-PROCESSO (TRE-QTDE)
002340     MOVE "P"             TO TRE-SITUACAO (TRE-QTDE)
002350     .
002360 1100-CARREGAR-REMESSA-EXIT.
003040
003050*----------------------------------------------------------------*
003060*                   Localizar na Tabela da Remessa o Item
003070*                   Pendente com a Matricula e o Valor do
003071*                   Retorno ou, Nao Havendo, o Primeiro Item
003072*                   Pendente da Matricula
003080*----------------------------------------------------------------*
003090 2100-LOCALIZAR-REMESSA.
003100
003200             CONTINUE
003210         WHEN TRE-MATRICULA (TRE-IDX) = RET-MATRICULA
003220             AND TRE-SITUACAO (TRE-IDX) = "P"
003221             AND TRE-VALOR (TRE-IDX) = RET-VALOR-PAGO
003230             SET REMESSA-ACHADA       TO TRUE
003240             SET TRE-SUB              TO TRE-IDX
003250     END-SEARCH
003251     IF REMESSA-ACHADA
003252        GO TO 2100-LOCALIZAR-REMESSA-EXIT
003253     END-IF
003254     SET TRE-IDX                     TO 1
003255     SEARCH TRE-OCORRENCIA
003256         AT END
003257             CONTINUE
003258         WHEN TRE-IDX > TRE-QTDE
003259             CONTINUE
003260         WHEN TRE-MATRICULA (TRE-IDX) = RET-MATRICULA
003261             AND TRE-SITUACAO (TRE-IDX) = "P"
003262             SET REMESSA-ACHADA       TO TRUE
003263             SET TRE-SUB              TO TRE-IDX
003264     END-SEARCH
003265     .
003270 2100-LOCALIZAR-REMESSA-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------------*
003310*                   Gravar um Pagamento Rejeitado no Arquivo de
003320*                   Reenvio, com a Competencia de Origem, o
003325*                   Motivo Informado pelo Banco e o Tipo do
003326*                   Credito (com o Processo da Pensao)
003330*----------------------------------------------------------------*
003340 2200-GRAVAR-REENVIO.
003350
003380     MOVE TRE-VALOR (TRE-SUB)        TO REE-VALOR-LIQUIDO
003381     MOVE TRE-COMPETENCIA (TRE-SUB)  TO REE-COMPETENCIA
003382     MOVE RET-MOTIVO                 TO REE-MOTIVO
003383     MOVE TRE-TIPO-CREDITO (TRE-SUB) TO REE-TIPO-CREDITO
003384     MOVE TRE-PROCESSO (TRE-SUB)     TO REE-PROCESSO
003390     WRITE REENVIO-REGISTRO
003400     .
003410 2200-GRAVAR-REENVIO-EXIT.
