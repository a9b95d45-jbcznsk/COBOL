      *----------------------------------------------------------------
      * FERREC - MESTRE DE FERIAS (FERMAST). CHAVE: FER-CHAVE
      * (MATRICULA + INICIO DO PERIODO AQUISITIVO), UM REGISTRO POR
      * PERIODO AQUISITIVO DE 12 MESES DO FUNCIONARIO.
      * O PERIODO E ABERTO PELO PASSO MENSAL (FERACUM) NO ANIVERSARIO
      * DA ADMISSAO E TEM O FIM EMPURRADO PELOS MESES DE AFASTAMENTO
      * NAO REMUNERADO (EMP-MESES-AFASTADO) ACUMULADOS DESDE A SUA
      * ABERTURA (FER-MESES-AFAST-BASE GUARDA O ACUMULADO NA ABERTURA).
      * FER-DATA-LIMITE E O FIM DO PERIODO CONCESSIVO (12 MESES APOS O
      * FIM DO AQUISITIVO): DIAS NAO GOZADOS ATE ELA SAO PAGOS EM
      * DOBRO. OS DIAS GOZADOS SAO LANCADOS PELO FERMNT.
      * FER-SITUACAO: A = EM AQUISICAO, V = VENCIDAS (ADQUIRIDAS E COM
      * SALDO A GOZAR), Q = QUITADAS (SALDO TODO GOZADO).
      *----------------------------------------------------------------
       01  VACATION-RECORD.
           05  FER-CHAVE.
               10  FER-EMP-ID     PIC 9(06).
               10  FER-INICIO-AQUISITIVO PIC 9(08).
           05  FER-FIM-AQUISITIVO PIC 9(08).
           05  FER-DATA-LIMITE    PIC 9(08).
           05  FER-DIAS-DIREITO   PIC 9(02).
           05  FER-DIAS-GOZADOS   PIC 9(02).
           05  FER-SITUACAO       PIC X(01).
               88  FER-EM-AQUISICAO         VALUE 'A'.
               88  FER-VENCIDAS             VALUE 'V'.
               88  FER-QUITADAS             VALUE 'Q'.
           05  FER-DATA-ULT-GOZO  PIC 9(08).
           05  FER-MESES-AFAST-BASE PIC 9(03).
