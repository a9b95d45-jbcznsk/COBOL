      *----------------------------------------------------------------
      * DECXREC - LAYOUT FIXO DE EXPORTACAO DO DECIMO TERCEIRO SALARIO
      * PARA A FOLHA DE PAGAMENTO (DECEXPRT), GERADO PELO DECTERC AO
      * LADO DA INTERFACE PAYEXPRT. UMA LINHA POR PARCELA PAGA: A
      * PRIMEIRA PARCELA (NOVEMBRO) SEM DESCONTOS E A SEGUNDA
      * (DEZEMBRO) JA LIQUIDA DA PRIMEIRA.
      * COMO AS DEMAIS INTERFACES DO BUREAU, O ARQUIVO CARREGA OS
      * REGISTROS DE CONTROLE: CABECALHO 'H' (DATA DA EXECUCAO E
      * PROGRAMA GERADOR), DETALHES 'D' E TRAILER 'T' (QUANTIDADE DE
      * DETALHES E SOMA DE DCX-VALOR DO LOTE).
      *----------------------------------------------------------------
       01  THIRTEENTH-HEADER-RECORD.
           05  DCH-TIPO           PIC X(01).
           05  DCH-RUN-DATE       PIC 9(08).
           05  DCH-PROGRAMA       PIC X(10).
       01  THIRTEENTH-PAY-RECORD.
           05  DCX-TIPO           PIC X(01).
           05  DCX-EMP-ID         PIC 9(06).
           05  DCX-ANO            PIC 9(04).
           05  DCX-PARCELA        PIC 9(01).
           05  DCX-AVOS           PIC 9(02).
           05  DCX-VALOR          PIC 9(07)V99.
       01  THIRTEENTH-TRAILER-RECORD.
           05  DCT-TIPO           PIC X(01).
           05  DCT-QTD-REGISTROS  PIC 9(06).
           05  DCT-SOMA-VALOR     PIC 9(09)V99.
