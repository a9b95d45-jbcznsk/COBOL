      *----------------------------------------------------------------
      * DECREC - HISTORICO DE PAGAMENTO DO DECIMO TERCEIRO SALARIO
      * (DECHIST), GRAVADO PELO DECTERC. CHAVE: MATRICULA + ANO DE
      * COMPETENCIA + PARCELA (1 = PRIMEIRA, NOVEMBRO; 2 = SEGUNDA,
      * DEZEMBRO). UM REGISTRO POR PARCELA APURADA, INCLUSIVE A
      * ZERADA (DEC-VALOR ZERO, SEM PAGAMENTO): E O CARIMBO QUE
      * IMPEDE O RERUN DE PAGAR A MESMA PARCELA DUAS VEZES E A FONTE
      * DO VALOR DA PRIMEIRA PARCELA ABATIDO NA SEGUNDA.
      * DEC-AFAST-BASE GUARDA OS MESES DE AFASTAMENTO ACUMULADOS
      * (EMP-MESES-AFASTADO) NO INICIO DO ANO, USADOS PARA APURAR OS
      * MESES DE AFASTAMENTO DENTRO DO ANO; DEC-MESES-AFASTADO GUARDA
      * O ACUMULADO NA DATA DO PAGAMENTO, QUE A SEGUNDA PARCELA PASSA
      * ADIANTE COMO BASE DO ANO SEGUINTE.
      *----------------------------------------------------------------
       01  THIRTEENTH-HIST-RECORD.
           05  DEC-CHAVE.
               10  DEC-EMP-ID     PIC 9(06).
               10  DEC-ANO        PIC 9(04).
               10  DEC-PARCELA    PIC 9(01).
           05  DEC-DATA-PAGAMENTO PIC 9(08).
           05  DEC-AVOS           PIC 9(02).
           05  DEC-SALARIO-BASE   PIC 9(05)V99.
           05  DEC-VALOR          PIC 9(07)V99.
           05  DEC-AFAST-BASE     PIC 9(03).
           05  DEC-MESES-AFASTADO PIC 9(03).
