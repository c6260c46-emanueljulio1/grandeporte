000190*           DESVIO (SORT) E, QUANDO A QTDE DE DESVIOS PASSA
000200*           DO LIMITE DO PARM, O PASSO TERMINA COM RC=04
000210*           PARA QUE O JCL RETENHA A REMESSA ATE A
000220*           APROVACAO HUMANA. OS CREDITOS DE PENSAO
000221*           ALIMENTICIA AO BENEFICIARIO (REM-CREDITO-PENSAO)
000222*           NAO SAO CONFERIDOS: O HISTORICO SO TEM O LIQUIDO
000223*           DO PROPRIO FUNCIONARIO.
000230*
000240*           PARM: 'PPP QQQQQ' - PERCENTUAL DE DESVIO
000250*           TOLERADO E QTDE DE DESVIOS QUE RETEM A REMESSA.
000300* DATA       INIC.  DESCRICAO
000310* ---------- ------ -------------------------------------------
000320* 13.12.2023 EJ     VERSAO ORIGINAL.
000321* 15.04.2024 EJ     DETALHE DE CREDITO DA PENSAO AO BENEFICIARIO
000322*                   NAO E MAIS CONFERIDO CONTRA O LIQUIDO DO
000323*                   FUNCIONARIO (ERA DESVIO TODO MES).
000330*----------------------------------------------------------------*
000340
000350*----------------------------------------------------------------*
002650*----------------------------------------------------------------*
002660*                   Conferir um Detalhe da Remessa: Liquido que
002670*                   Variou Alem do Limite ou Matricula Sem
002680*                   Historico Vira Registro de Desvio (Credito
002681*                   de Pensao ao Beneficiario Nao e Conferido)
002690*----------------------------------------------------------------*
002700 2000-CONFERIR-DETALHE.
002710
002720     IF NOT REM-REG-DETALHE
002730        GO TO 2000-CONFERIR-DETALHE-LER
002740     END-IF
002741     IF REM-CREDITO-PENSAO
002742        GO TO 2000-CONFERIR-DETALHE-LER
002743     END-IF
002750     COMPUTE CONTCONF = CONTCONF + 1
002760     PERFORM 2100-LER-COMPETENCIA-ANTERIOR
002770         THRU 2100-LER-COMPETENCIA-ANTERIOR-EXIT
