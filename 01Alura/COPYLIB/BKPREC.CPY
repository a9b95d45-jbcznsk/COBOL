      *----------------------------------------------------------------
      * BKPREC - COPIA DE SEGURANCA DE UM MESTRE INDEXADO (EMPMAST,
      * LOANMAST OU DEPTMAST), DESCARREGADA PELO MSTSNAP NO INICIO DO
      * LOTE NOTURNO EM ARQUIVO SEQUENCIAL DATADO PELA JCL E
      * RECARREGADA PELO MSTREST. CABECALHO 'H' (MESTRE DE ORIGEM E
      * DATA/HORA DA COPIA), UM DETALHE 'D' POR REGISTRO DO MESTRE
      * (IMAGEM DO REGISTRO, COM A MESMA FOLGA DAS IMAGENS DAS TRILHAS
      * DE AUDITORIA) E TRAILER 'T' DE CONTROLE: QUANTIDADE DE
      * REGISTROS, SOMA DAS CHAVES E SOMA DOS VALORES.
      * EMPMAST: CHAVE = EMP-ID, VALOR = EMP-SALARIO.
      * LOANMAST: CHAVE = MATRICULA * 100 + CONTRATO, VALOR = LON-SALDO.
      * DEPTMAST: CHAVE E VALOR SAO O CODIGO NUMERICO (POSICAO NO
      * ALFABETO DE CADA CARACTERE, BASE 38) DE DEP-CODIGO E DE
      * DEP-CENTRO-CUSTO, JA QUE AMBOS SAO ALFANUMERICOS.
      *----------------------------------------------------------------
       01  BACKUP-HEADER-RECORD.
           05  BKH-TIPO           PIC X(01).
           05  BKH-ARQUIVO        PIC X(08).
           05  BKH-DATA-COPIA     PIC 9(08).
           05  BKH-HORA-COPIA     PIC 9(08).
           05  FILLER             PIC X(56).
       01  BACKUP-RECORD.
           05  BKD-TIPO           PIC X(01).
           05  BKD-IMAGEM         PIC X(80).
       01  BACKUP-TRAILER-RECORD.
           05  BKT-TIPO           PIC X(01).
           05  BKT-QTD-REGISTROS  PIC 9(07).
           05  BKT-SOMA-CHAVES    PIC 9(15).
           05  BKT-SOMA-VALORES   PIC 9(13)V99.
           05  FILLER             PIC X(43).
