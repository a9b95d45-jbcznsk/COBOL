      *----------------------------------------------------------------
      * AWCREC - CATALOGO DE BRINDES DOS PREMIOS DE TEMPO DE CASA
      * (AWCPARM), MANTIDO PELO RH: UM REGISTRO POR MARCO (EM ANOS)
      * COM O CODIGO DO ITEM NO FORNECEDOR E A DESCRICAO, COM DATA DE
      * VIGENCIA. PARA CADA MARCO VALE O REGISTRO DE VIGENCIA MAIS
      * RECENTE NAO POSTERIOR A DATA DA EXECUCAO (MESMA REGRA DO
      * TBPARAM). MARCO SEM ITEM VIGENTE NAO E PEDIDO.
      *----------------------------------------------------------------
       01  AWARD-CATALOG-RECORD.
           05  AWC-DATA-VIGENCIA  PIC 9(08).
           05  AWC-MARCO          PIC 9(02).
           05  AWC-ITEM           PIC X(08).
           05  AWC-DESCRICAO      PIC X(30).
