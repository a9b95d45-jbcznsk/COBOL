000204*                   + CONTRATO (LON-CHAVE): UM CRONOGRAMA POR
000206*                   CONTRATO, COM O NUMERO DO CONTRATO EM CADA
000208*                   LINHA (SCH-CONTRATO).
000209* 2026-10-15 RSM    CONTRATO RECALCULADO POR AMORTIZACAO PARCIAL
000210*                   NO LOANMNT PASSA A TER O CRONOGRAMA GERADO A
000211*                   PARTIR DO RECALCULO (LON-BASE-RECALCULO), COM
000212*                   A PARCELA NOVA. CONTRATO QUITADO ANTECIPADA-
000213*                   MENTE OU ENCERRADO POR RENEGOCIACAO NAO GERA
000214*                   CRONOGRAMA; O CONTRATO NOVO DA RENEGOCIACAO
000215*                   GERA O SEU NORMALMENTE.
000219*----------------------------------------------------------------

000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000490     77 WRK-VALOR-PARCELA PIC 9(05)V99 VALUE ZEROS.
000500     77 WRK-QTD-EMPRESTIMOS PIC 9(06) VALUE ZEROS.
000510     77 WRK-QTD-LINHAS    PIC 9(06) VALUE ZEROS.
000513     77 WRK-PARCELA-INICIAL PIC 9(02) VALUE 1.
000516     77 WRK-QTD-ENCERRADOS PIC 9(06) VALUE ZEROS.

000520     01 WRK-SWITCHES.
000530         05 SW-FIM-ARQUIVO-LON PIC X(01) VALUE 'N'.
000940*                TOTAL DEVIDO DO CONTRATO (PRINCIPAL + JUROS
000950*                SIMPLES), NO MESMO MOLDE DO LACO DE GERACAO DE
000960*                TABELAS DO IF-ELSE.
000962*                CONTRATO RECALCULADO POR AMORTIZACAO PARCIAL
000964*                PARTE DO SALDO E DA PARCELA DO RECALCULO
000966*                (LON-BASE-RECALCULO); CONTRATO QUITADO OU
000968*                RENEGOCIADO NAO TEM CRONOGRAMA.
000970*----------------------------------------------------------------
000980 0220-TRATAR-EMPRESTIMO.
000985     MOVE 1 TO WRK-PARCELA-INICIAL.
000990     COMPUTE WRK-SALDO-CORRENTE ROUNDED =
001000         LON-PRINCIPAL OF LOAN-RECORD +
001010         (LON-PRINCIPAL OF LOAN-RECORD *
001020          LON-TAXA OF LOAN-RECORD *
001030          LON-PRAZO OF LOAN-RECORD / 100).
001031     IF LON-SALDO-BASE OF LOAN-RECORD > ZEROS
001032         MOVE LON-SALDO-BASE OF LOAN-RECORD
001033             TO WRK-SALDO-CORRENTE
001034         COMPUTE WRK-PARCELA-INICIAL =
001035             LON-PARCELA-BASE-NR OF LOAN-RECORD + 1
001036     END-IF.

001040     IF LON-PRAZO OF LOAN-RECORD > 0
001045         AND LON-VIGENTE OF LOAN-RECORD
001050         PERFORM 0230-GERAR-LINHA
001060             VARYING WRK-CONTADOR FROM WRK-PARCELA-INICIAL BY 1
001070             UNTIL WRK-CONTADOR > LON-PRAZO OF LOAN-RECORD
001080     END-IF.
001082     IF NOT LON-VIGENTE OF LOAN-RECORD
001084         ADD 1 TO WRK-QTD-ENCERRADOS
001086     END-IF.

001090     ADD 1 TO WRK-QTD-EMPRESTIMOS.
001100     PERFORM 0210-LER-EMPRESTIMO.
001360     DISPLAY 'LOANSCHD - CRONOGRAMAS GERADOS'.
001370     DISPLAY 'EMPRESTIMOS PROCESSADOS: ' WRK-QTD-EMPRESTIMOS.
001380     DISPLAY 'LINHAS DE CRONOGRAMA   : ' WRK-QTD-LINHAS.
001390     DISPLAY 'CONTRATOS ENCERRADOS   : ' WRK-QTD-ENCERRADOS.
