      *----------------------------------------------------------------
      * FTRNREC - MOVIMENTO DE LANCAMENTO DE FERIAS GOZADAS NO MESTRE
      * DE FERIAS (FERMNT)
      * FTR-ACAO: G = GOZO (LANCA DIAS GOZADOS NO PERIODO),
      *           E = ESTORNO (DESFAZ DIAS LANCADOS POR ENGANO)
      * FTR-INICIO-AQUISITIVO IDENTIFICA O PERIODO AQUISITIVO DO
      * FUNCIONARIO; FTR-DATA-GOZO E O PRIMEIRO DIA DO GOZO.
      *----------------------------------------------------------------
       01  VACATION-TRANS-RECORD.
           05  FTR-ACAO           PIC X(01).
               88  FTR-GOZO                 VALUE 'G'.
               88  FTR-ESTORNO              VALUE 'E'.
           05  FTR-EMP-ID         PIC 9(06).
           05  FTR-INICIO-AQUISITIVO PIC 9(08).
           05  FTR-DATA-GOZO      PIC 9(08).
           05  FTR-DIAS           PIC 9(02).
