      *----------------------------------------------------------------
      * AWHREC - HISTORICO PERMANENTE DOS PREMIOS DE TEMPO DE CASA
      * (AWDHIST). CHAVE: AWH-CHAVE (MATRICULA + MARCO EM ANOS), UM
      * REGISTRO POR PREMIO CONCEDIDO. GRAVADO PELO TEMPOCASA NO MES
      * DO MARCO (SITUACAO 'C') E MANTIDO PELO AWDFULFL: PEDIDO AO
      * FORNECEDOR ('P', COM O ITEM DO CATALOGO E A DATA DO PEDIDO),
      * ENTREGA CONFIRMADA PELO FORNECEDOR ('E') OU CANCELAMENTO POR
      * DESLIGAMENTO ANTES DA ENTREGA ('X').
      *----------------------------------------------------------------
       01  AWARD-HISTORY-RECORD.
           05  AWH-CHAVE.
               10  AWH-EMP-ID     PIC 9(06).
               10  AWH-MARCO      PIC 9(02).
           05  AWH-NOME           PIC X(10).
           05  AWH-DEPARTAMENTO   PIC X(04).
           05  AWH-DATA-CONCESSAO PIC 9(08).
           05  AWH-SITUACAO       PIC X(01).
               88  AWH-CONCEDIDO            VALUE 'C'.
               88  AWH-PEDIDO               VALUE 'P'.
               88  AWH-ENTREGUE             VALUE 'E'.
               88  AWH-CANCELADO            VALUE 'X'.
           05  AWH-ITEM           PIC X(08).
           05  AWH-DATA-PEDIDO    PIC 9(08).
           05  AWH-DATA-ENTREGA   PIC 9(08).
           05  AWH-DATA-CANCELAMENTO PIC 9(08).
