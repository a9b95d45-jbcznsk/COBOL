      *----------------------------------------------------------------
      * AWOREC - ARQUIVO DE PEDIDOS DE BRINDES AO FORNECEDOR
      * (AWDORDER), GERADO PELO AWDFULFL. UM DETALHE 'D' POR PREMIO
      * PEDIDO, COM O ITEM DO CATALOGO E O DEPARTAMENTO PARA ENTREGA.
      * COMO AS INTERFACES DO BUREAU, CARREGA CABECALHO 'H' (DATA DA
      * EXECUCAO E PROGRAMA GERADOR) E TRAILER 'T' (QUANTIDADE DE
      * DETALHES E SOMA DAS MATRICULAS, PARA O FORNECEDOR RECUSAR
      * ARQUIVO TRUNCADO NA TRANSMISSAO).
      *----------------------------------------------------------------
       01  AWARD-ORDER-HEADER-RECORD.
           05  AOH-TIPO           PIC X(01).
           05  AOH-RUN-DATE       PIC 9(08).
           05  AOH-PROGRAMA       PIC X(10).
       01  AWARD-ORDER-RECORD.
           05  AWO-TIPO           PIC X(01).
           05  AWO-EMP-ID         PIC 9(06).
           05  AWO-MARCO          PIC 9(02).
           05  AWO-ITEM           PIC X(08).
           05  AWO-NOME           PIC X(10).
           05  AWO-DEPARTAMENTO   PIC X(04).
           05  AWO-DATA-PEDIDO    PIC 9(08).
       01  AWARD-ORDER-TRAILER-RECORD.
           05  AOT-TIPO           PIC X(01).
           05  AOT-QTD-REGISTROS  PIC 9(06).
           05  AOT-SOMA-MATRICULAS PIC 9(12).
