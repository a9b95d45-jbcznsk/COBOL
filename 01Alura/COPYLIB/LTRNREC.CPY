      *----------------------------------------------------------------
      * LTRNREC - MOVIMENTO DE MANUTENCAO DO MESTRE DE EMPRESTIMOS
      * (LOANMNT)
      * LTR-ACAO: I = CONCESSAO, E = CANCELAMENTO/QUITACAO MANUAL,
      *           Q = QUITACAO ANTECIPADA, P = AMORTIZACAO PARCIAL,
      *           R = RENEGOCIACAO
      * LTR-CONTRATO IDENTIFICA O CONTRATO NAS ACOES E/Q/P/R; NA
      * CONCESSAO E IGNORADO (O NUMERO E EMITIDO PELO PROPRIO LOANMNT
      * EM SEQUENCIA POR MATRICULA).
      * NA AMORTIZACAO PARCIAL LTR-PRINCIPAL E O VALOR PAGO PELO
      * FUNCIONARIO. NA RENEGOCIACAO LTR-TAXA E LTR-PRAZO SAO AS
      * CONDICOES DO CONTRATO NOVO, CUJO PRINCIPAL E O VALOR DE
      * QUITACAO DO ANTIGO (LTR-PRINCIPAL E IGNORADO).
      *----------------------------------------------------------------
       01  LOAN-TRANS-RECORD.
           05  LTR-ACAO           PIC X(01).
               88  LTR-CONCESSAO            VALUE 'I'.
               88  LTR-CANCELAMENTO         VALUE 'E'.
               88  LTR-QUITACAO             VALUE 'Q'.
               88  LTR-AMORTIZACAO          VALUE 'P'.
               88  LTR-RENEGOCIACAO         VALUE 'R'.
           05  LTR-EMP-ID         PIC 9(06).
           05  LTR-CONTRATO       PIC 9(02).
           05  LTR-PRINCIPAL      PIC 9(05)V99.
