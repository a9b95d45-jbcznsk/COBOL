      * CADA PARCELA EMITIDA, POR CONTRATO, PARA O PASSO MENSAL NAO
      * DESCONTAR DUAS VEZES O MESMO MES EM RE-EXECUCAO OU REINICIO
      * APOS QUEDA.
      * LON-SITUACAO: BRANCO = CONTRATO VIGENTE, Q = QUITADO
      * ANTECIPADAMENTE, R = ENCERRADO POR RENEGOCIACAO (O SALDO
      * PASSOU PARA O CONTRATO NOVO, QUE GUARDA O NUMERO DO ANTIGO EM
      * LON-CONTRATO-ORIGEM). LON-BASE-RECALCULO GUARDA O PONTO EM QUE
      * A AMORTIZACAO PARCIAL RECALCULOU O CONTRATO: PARCELAS JA PAGAS
      * NAQUELE MOMENTO, SALDO DEVEDOR E JUROS SIMPLES NELE EMBUTIDOS
      * (ZERADO = CRONOGRAMA ORIGINAL DA CONCESSAO).
      * LON-VALOR-LIQUIDADO E O ULTIMO VALOR PAGO PELO FUNCIONARIO NA
      * QUITACAO OU AMORTIZACAO, OU O VALOR TRANSFERIDO PARA O
      * CONTRATO NOVO NA RENEGOCIACAO.
      *----------------------------------------------------------------
       01  LOAN-RECORD.
           05  LON-CHAVE.
           05  LON-SALDO          PIC 9(07)V99.
           05  LON-PARCELAS-PAGAS PIC 9(02).
           05  LON-ANOMES-ULT-DESCONTO PIC 9(06).
           05  LON-SITUACAO       PIC X(01).
               88  LON-VIGENTE              VALUE SPACE.
               88  LON-QUITADO-ANTECIPADO   VALUE 'Q'.
               88  LON-RENEGOCIADO          VALUE 'R'.
           05  LON-CONTRATO-ORIGEM PIC 9(02).
           05  LON-BASE-RECALCULO.
               10  LON-PARCELA-BASE-NR PIC 9(02).
               10  LON-SALDO-BASE     PIC 9(07)V99.
               10  LON-JUROS-BASE     PIC 9(07)V99.
           05  LON-VALOR-LIQUIDADO PIC 9(07)V99.
