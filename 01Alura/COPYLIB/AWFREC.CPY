      *----------------------------------------------------------------
      * AWFREC - CONFIRMACOES DE ENTREGA DEVOLVIDAS PELO FORNECEDOR DE
      * BRINDES (AWDCONF): UMA LINHA POR PREMIO ENTREGUE, COM A
      * MATRICULA, O MARCO E A DATA DA ENTREGA. LIDO PELO AWDFULFL,
      * QUE BAIXA O PEDIDO NO HISTORICO (AWDHIST).
      *----------------------------------------------------------------
       01  AWARD-CONFIRMATION-RECORD.
           05  AWF-EMP-ID         PIC 9(06).
           05  AWF-MARCO          PIC 9(02).
           05  AWF-DATA-ENTREGA   PIC 9(08).
