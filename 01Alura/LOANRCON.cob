000262*                   CONTROLE DE EXECUCAO (RUNCTL): REGISTRO 'I'
000263*                   NO INICIO E 'F' NO FIM COM CONTAGENS E
000264*                   RESULTADO, LIDO PELO RELATORIO RUNCTLRP.
000265* 2026-10-15 RSM    REPOSICAO E DEVOLUCAO DE DIFERENCA EM CONTRATO
000266*                   JA QUITADO OU RENEGOCIADO NO LOANMNT REABREM
000267*                   O CONTRATO (SITUACAO VOLTA A VIGENTE). FALHA
000268*                   AO REGRAVAR O LOANMAST E APONTADA NO CONSOLE.
000269*----------------------------------------------------------------

000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
002540*                CONTAGEM DA PARCELA E ZERA O CARIMBO DO MES,
002550*                PARA O LOANDED VOLTAR A EMITIR A PARCELA NO
002560*                PROXIMO PASSO MENSAL.
002561*                CONTRATO JA QUITADO ('Q') OU RENEGOCIADO ('R')
002562*                NO LOANMNT VOLTA A VIGENTE, POIS TORNA A TER
002563*                SALDO.
002570*----------------------------------------------------------------
002580 0260-REPOR-PARCELA.
002590     PERFORM 0280-LER-CONTRATO.
002650         END-IF
002660         MOVE ZEROS
002670             TO LON-ANOMES-ULT-DESCONTO OF LOAN-RECORD
002671         IF LON-QUITADO-ANTECIPADO OF LOAN-RECORD
002672            OR LON-RENEGOCIADO OF LOAN-RECORD
002673             MOVE SPACE TO LON-SITUACAO OF LOAN-RECORD
002674             DISPLAY 'LOANRCON - CONTRATO '
002675                 LON-EMP-ID OF LOAN-RECORD '/'
002676                 LON-CONTRATO OF LOAN-RECORD
002677                 ' REABERTO PELA REPOSICAO DO DESCONTO'
002678         END-IF
002680         REWRITE LOAN-RECORD
002682             INVALID KEY
002684                 DISPLAY 'LOANRCON - ERRO AO REGRAVAR O LOANMAST '
002686                     '- STATUS ' WRK-STATUS-LON
002688                 MOVE 'A' TO WRK-RESULTADO-EXECUCAO
002690             NOT INVALID KEY
002692                 ADD 1 TO WRK-QTD-REPOSTOS
002694         END-REWRITE
002700     ELSE
002710         DISPLAY 'LOANRCON - CONTRATO ' DED-CONTRATO
002720             ' DA MATRICULA ' DED-EMP-ID
002760* 0270-DEVOLVER-DIFERENCA - DEVOLVE AO SALDO DO CONTRATO A
002770*                DIFERENCA DE UM DESCONTO APLICADO A MENOR PELA
002780*                FOLHA, SEM DESFAZER A PARCELA NEM O CARIMBO.
002782*                CONTRATO JA QUITADO ('Q') OU RENEGOCIADO ('R')
002784*                VOLTA A VIGENTE, COMO NA REPOSICAO.
002790*----------------------------------------------------------------
002800 0270-DEVOLVER-DIFERENCA.
002810     PERFORM 0280-LER-CONTRATO.

002820     IF SW-CONTRATO-ACHADO = 'S'
002830         ADD WRK-VALOR-REPOR TO LON-SALDO OF LOAN-RECORD
002831         IF LON-QUITADO-ANTECIPADO OF LOAN-RECORD
002832            OR LON-RENEGOCIADO OF LOAN-RECORD
002833             MOVE SPACE TO LON-SITUACAO OF LOAN-RECORD
002834             DISPLAY 'LOANRCON - CONTRATO '
002835                 LON-EMP-ID OF LOAN-RECORD '/'
002836                 LON-CONTRATO OF LOAN-RECORD
002837                 ' REABERTO PELA DEVOLUCAO DA DIFERENCA'
002838         END-IF
002840         REWRITE LOAN-RECORD
002842             INVALID KEY
002844                 DISPLAY 'LOANRCON - ERRO AO REGRAVAR O LOANMAST '
002846                     '- STATUS ' WRK-STATUS-LON
002848                 MOVE 'A' TO WRK-RESULTADO-EXECUCAO
002850             NOT INVALID KEY
002852                 ADD 1 TO WRK-QTD-REPOSTOS
002854         END-REWRITE
002860     ELSE
002870         DISPLAY 'LOANRCON - CONTRATO ' DED-CONTRATO
002880             ' DA MATRICULA ' DED-EMP-ID
